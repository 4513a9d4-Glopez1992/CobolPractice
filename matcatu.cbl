           SELECT OPERATOR-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT MATRIX-AUDIT-FILE ASSIGN TO "MATAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MATRIX-HIST-FILE ASSIGN TO "MATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 MM-LAST-USED          PIC 9(8).
           05 MM-ELEMENTS OCCURS 25 TIMES.
              10 MM-ELEM-COL OCCURS 25 TIMES PIC S9(3)V99.
           05 MM-LABELS.
              10 MM-TITLE           PIC X(30).
              10 MM-ROW-LABELS.
                 15 MM-ROW-LABEL OCCURS 25 TIMES PIC X(12).
              10 MM-COL-LABELS.
                 15 MM-COL-LABEL OCCURS 25 TIMES PIC X(12).
           05 MM-LINEAGE.
              10 MM-SRC-OPERATION   PIC 9.
              10 MM-SRC-COUNT       PIC 99.
              10 MM-SRC-PREFIX      PIC X(8).
              10 MM-SRC-NAME OCCURS 10 TIMES PIC X(8).
              10 MM-SRC-DATE        PIC 9(8).
              10 MM-SRC-TIME        PIC 9(8).
              10 MM-SRC-OPERATOR    PIC X(8).
              10 MM-SRC-REQUEST     PIC 9(3).
           05 MM-APPROVAL.
              10 MM-STATUS          PIC X.
                  88 MM-DRAFT               VALUE "B" " ".
                  88 MM-APPROVED            VALUE "A".
                  88 MM-FROZEN              VALUE "C".
              10 MM-APPROVER        PIC X(8).
              10 MM-APPROVED-ON     PIC 9(8).

       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           05 OM-NAME               PIC X(8).
           05 OM-N                  PIC 99.
           05 OM-M                  PIC 99.
           05 OM-OWNER              PIC X(8).
           05 OM-CREATED            PIC 9(8).
           05 OM-LAST-USED          PIC 9(8).
           05 OM-ELEMENTS OCCURS 25 TIMES.
              10 OM-ELEM-COL OCCURS 25 TIMES PIC S9(3)V99.

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BK-RECORD                         PIC X(3928).

       FD  UTILITY-RPT-FILE
           LABEL RECORDS ARE STANDARD.
           05 OPR-ID                PIC X(8).
           05 OPR-NAME              PIC X(20).
           05 OPR-LEVEL             PIC 9.
           05 OPR-STATUS            PIC X.
               88 OPR-INACTIVE              VALUE "I".
           05 OPR-EFF-FROM          PIC 9(8).
           05 OPR-EFF-TO            PIC 9(8).
           05 FILLER                PIC X(34).

       FD  MATRIX-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE                        PIC X(80).

       FD  MATRIX-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MH-RECORD.
           05 MH-KEY.
              10 MH-NAME            PIC X(8).
              10 MH-GENERATION      PIC 9(3).
           05 MH-DATE               PIC 9(8).
           05 MH-TIME               PIC 9(8).
           05 MH-OPERATOR           PIC X(8).
           05 MH-ACTION             PIC X(11).
           05 MH-NEW-NAME           PIC X(8).
           05 MH-MATRIX             PIC X(3926).

       WORKING-STORAGE SECTION.

       77 WS-OPERATOR-ID    PIC X(8) VALUE SPACES.
       77 WS-OPERATOR-COUNT PIC 99 VALUE 0.
       77 WS-OPERATOR-MAX   PIC 99 VALUE 50.
       77 WS-OPR-TODAY      PIC 9(8) VALUE 0.
       77 WS-OPERATOR-LEVEL PIC 9 VALUE 0.
           88 WS-OPERATOR-SUPERVISOR VALUE 2.
       77 WS-OPERATOR-NAME  PIC X(20) VALUE SPACES.
             10 OPT-ID              PIC X(8).
             10 OPT-NAME            PIC X(20).
             10 OPT-LEVEL           PIC 9.
             10 OPT-STATUS          PIC X.

       77 WS-MASTER-STATUS  PIC XX VALUE "00".
       77 WS-BKP-STATUS     PIC XX VALUE "00".
       77 WS-RPT-DATE       PIC 9(8) VALUE 0.
       77 WS-RPT-POS        PIC 9(4) VALUE 1.
       77 WS-I-ED           PIC Z9.
       77 WS-FROZEN-KEPT    PIC 9(5) VALUE 0.
       77 WS-FROZEN-REFUSED PIC 9(5) VALUE 0.
       77 WS-PURGED         PIC 9(5) VALUE 0.

       77 WS-AUDIT-STATUS   PIC XX VALUE "00".
       77 WS-AUDIT-DATE     PIC 9(8) VALUE 0.
       77 WS-AUDIT-TIME     PIC 9(8) VALUE 0.
       77 WS-AUDIT-NAME     PIC X(8) VALUE SPACES.
       77 WS-AUDIT-NOTE     PIC X(37) VALUE SPACES.
       77 WS-J-ED           PIC Z9.

       77 WS-HIST-STATUS    PIC XX VALUE "00".
       77 WS-HIST-EOF       PIC X VALUE "N".
       77 WS-HIST-OK        PIC X VALUE "N".
       77 WS-HIST-GEN       PIC 9(3) VALUE 0.
       77 WS-HIST-ACTION    PIC X(11) VALUE SPACES.
       77 WS-HIST-NEW-NAME  PIC X(8) VALUE SPACES.
       77 WS-HIST-MAX-GEN   PIC 9(3) VALUE 999.
       77 WS-HIST-DATE      PIC 9(8) VALUE 0.
       77 WS-HIST-TIME      PIC 9(8) VALUE 0.

       01 WS-BK-DETAIL.
          05 BD-MARK                PIC X(2) VALUE "MM".
          05 BD-RECORD              PIC X(3926).

       01 WS-BK-TRAILER.
          05 BT-MARK                PIC X(2) VALUE "TR".
          05 BT-COUNT               PIC 9(5).
          05 BT-HASH                PIC S9(7)V99.
          05 FILLER                 PIC X(3912) VALUE SPACES.

       01 WS-BK-INPUT.
          05 BI-MARK                PIC X(2).
          05 BI-REST                PIC X(3926).

       PROCEDURE DIVISION.
       MAIN-SECTION.
                   "(status " WS-OPR-STATUS ")"
               STOP RUN
           END-IF.
           ACCEPT WS-OPR-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-OPERATOR-COUNT.
           MOVE "N" TO WS-OPR-EOF.
           PERFORM UNTIL WS-OPR-AT-EOF
                   MOVE OPR-ID TO OPT-ID(WS-OPERATOR-COUNT)
                   MOVE OPR-NAME TO OPT-NAME(WS-OPERATOR-COUNT)
                   MOVE OPR-LEVEL TO OPT-LEVEL(WS-OPERATOR-COUNT)
                   MOVE "A" TO OPT-STATUS(WS-OPERATOR-COUNT)
                   IF OPR-INACTIVE
                           OR (OPR-EFF-FROM NUMERIC
                               AND OPR-EFF-FROM > WS-OPR-TODAY)
                           OR (OPR-EFF-TO NUMERIC AND OPR-EFF-TO > 0
                               AND OPR-EFF-TO < WS-OPR-TODAY)
                       MOVE "I" TO OPT-STATUS(WS-OPERATOR-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.
                   UNTIL L > WS-OPERATOR-COUNT OR WS-SIGNON-OK
               IF OPT-ID(L) = WS-OPERATOR-ID
                       AND WS-OPERATOR-ID NOT = SPACES
                       AND OPT-STATUS(L) NOT = "I"
                   MOVE "Y" TO WS-SIGNON-FLAG
                   MOVE OPT-LEVEL(L) TO WS-OPERATOR-LEVEL
                   MOVE OPT-NAME(L) TO WS-OPERATOR-NAME
               DISPLAY "Error: no se pudo abrir archivo de respaldo "
                   "(status " WS-BKP-STATUS ")"
           ELSE
               OPEN I-O MATRIX-MASTER-FILE
               IF WS-MASTER-STATUS = "35"
                   OPEN OUTPUT MATRIX-MASTER-FILE
                   IF WS-MASTER-STATUS = "00"
                       CLOSE MATRIX-MASTER-FILE
                       OPEN I-O MATRIX-MASTER-FILE
                   END-IF
               END-IF
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "Error: no se pudo crear el maestro de "
                       "matrices (status " WS-MASTER-STATUS ")"
                   CLOSE BACKUP-FILE
               ELSE
                   PERFORM RELOAD-PURGE-SECTION
                   PERFORM RELOAD-LOOP-SECTION
                   CLOSE MATRIX-MASTER-FILE
                   CLOSE BACKUP-FILE
               END-IF
           END-IF.

       RELOAD-PURGE-SECTION.

           MOVE 0 TO WS-FROZEN-KEPT.
           MOVE 0 TO WS-PURGED.
           PERFORM START-AT-FIRST-SECTION.
           PERFORM READ-NEXT-MASTER-SECTION.
           PERFORM UNTIL WS-MASTER-AT-EOF
               IF MM-FROZEN
                   ADD 1 TO WS-FROZEN-KEPT
               ELSE
                   MOVE "BORRADA" TO WS-HIST-ACTION
                   MOVE SPACES TO WS-HIST-NEW-NAME
                   PERFORM HISTORY-WRITE-SECTION
                   IF WS-HIST-OK = "Y"
                       DELETE MATRIX-MASTER-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       IF WS-MASTER-STATUS = "00"
                           ADD 1 TO WS-PURGED
                           MOVE MM-NAME TO WS-AUDIT-NAME
                           MOVE "BORRADA" TO WS-AUDIT-NOTE
                           PERFORM AUDIT-WRITE-NOTE-SECTION
                       ELSE
                           DISPLAY "Error: no se pudo borrar " MM-NAME
                               " (status " WS-MASTER-STATUS ")"
                       END-IF
                   ELSE
                       DISPLAY "Aviso: " MM-NAME " se conserva; no se "
                           "grabo su historial"
                   END-IF
               END-IF
               PERFORM READ-NEXT-MASTER-SECTION
           END-PERFORM.
           MOVE WS-PURGED TO WS-COUNT-ED.
           DISPLAY "Purgadas: " WS-COUNT-ED.
           IF WS-FROZEN-KEPT > 0
               MOVE WS-FROZEN-KEPT TO WS-COUNT-ED
               DISPLAY "Matrices congeladas que se conservan: "
                   WS-COUNT-ED
           END-IF.

       RELOAD-LOOP-SECTION.

           MOVE 0 TO WS-RUN-COUNT.
           MOVE 0 TO WS-RUN-HASH.
           MOVE 0 TO WS-RELOAD-ERRORS.
           MOVE 0 TO WS-FROZEN-REFUSED.
           MOVE "N" TO WS-BKP-EOF.
           MOVE "N" TO WS-TRAILER-SEEN.
           PERFORM RELOAD-READ-SECTION.
           END-IF.
           MOVE WS-RUN-COUNT TO WS-COUNT-ED.
           DISPLAY "Recarga completa: " WS-COUNT-ED " matrices".
           IF WS-FROZEN-REFUSED > 0
               MOVE WS-FROZEN-REFUSED TO WS-COUNT-ED
               DISPLAY "Aviso: " WS-COUNT-ED " matrices congeladas "
                   "no se reemplazaron desde el respaldo"
           END-IF.
           IF WS-RELOAD-ERRORS > 0
               MOVE WS-RELOAD-ERRORS TO WS-COUNT-ED
               DISPLAY "Aviso: " WS-COUNT-ED " errores durante la "
           MOVE BI-REST TO MM-RECORD.
           WRITE MM-RECORD
               INVALID KEY
                   PERFORM RELOAD-EXISTING-SECTION
               NOT INVALID KEY
                   MOVE MM-NAME TO WS-AUDIT-NAME
                   MOVE "RECARGADA" TO WS-AUDIT-NOTE
                   PERFORM AUDIT-WRITE-NOTE-SECTION
           END-WRITE.
           IF WS-MASTER-STATUS = "00"
               ADD 1 TO WS-RUN-COUNT
               PERFORM HASH-MASTER-RECORD-SECTION
           END-IF.

       RELOAD-EXISTING-SECTION.

           READ MATRIX-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MASTER-STATUS = "00" AND MM-FROZEN
               ADD 1 TO WS-FROZEN-REFUSED
               DISPLAY "Matriz " MM-NAME " congelada; se conserva "
                   "la version del maestro"
               MOVE MM-NAME TO WS-AUDIT-NAME
               MOVE "CONGELADA: RECHAZADO RECARGAR" TO WS-AUDIT-NOTE
               PERFORM AUDIT-WRITE-NOTE-SECTION
               MOVE BI-REST TO MM-RECORD
           ELSE
               MOVE BI-REST TO MM-RECORD
               ADD 1 TO WS-RELOAD-ERRORS
               DISPLAY "Error: no se pudo grabar la matriz "
                   MM-NAME " (status " WS-MASTER-STATUS ")"
               MOVE "22" TO WS-MASTER-STATUS
           END-IF.

       AUDIT-WRITE-NOTE-SECTION.

           OPEN EXTEND MATRIX-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MATRIX-AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir bitacora de auditoria "
                   "(status " WS-AUDIT-STATUS ")"
           ELSE
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME FROM TIME
               MOVE SPACES TO AUDIT-LINE
               STRING WS-OPERATOR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   " MATRIZ " DELIMITED BY SIZE
                   WS-AUDIT-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-NOTE DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
               CLOSE MATRIX-AUDIT-FILE
           END-IF.

       HISTORY-WRITE-SECTION.

           MOVE "N" TO WS-HIST-OK.
           OPEN I-O MATRIX-HIST-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT MATRIX-HIST-FILE
               IF WS-HIST-STATUS = "00"
                   CLOSE MATRIX-HIST-FILE
                   OPEN I-O MATRIX-HIST-FILE
               END-IF
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir historial de matrices "
                   "(status " WS-HIST-STATUS ")"
           ELSE
               MOVE 0 TO WS-HIST-GEN
               MOVE "N" TO WS-HIST-EOF
               MOVE MM-NAME TO MH-NAME
               MOVE 0 TO MH-GENERATION
               START MATRIX-HIST-FILE KEY NOT < MH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
               END-START
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ MATRIX-HIST-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-HIST-EOF
                   END-READ
                   IF WS-HIST-STATUS NOT = "00"
                           OR MH-NAME NOT = MM-NAME
                       MOVE "Y" TO WS-HIST-EOF
                   ELSE
                       MOVE MH-GENERATION TO WS-HIST-GEN
                   END-IF
               END-PERFORM
               IF WS-HIST-GEN = WS-HIST-MAX-GEN
                   DISPLAY "Error: historial lleno para " MM-NAME
               ELSE
                   ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-HIST-TIME FROM TIME
                   MOVE MM-NAME TO MH-NAME
                   COMPUTE MH-GENERATION = WS-HIST-GEN + 1
                   MOVE WS-HIST-DATE TO MH-DATE
                   MOVE WS-HIST-TIME TO MH-TIME
                   MOVE WS-OPERATOR-ID TO MH-OPERATOR
                   MOVE WS-HIST-ACTION TO MH-ACTION
                   MOVE WS-HIST-NEW-NAME TO MH-NEW-NAME
                   MOVE MM-RECORD TO MH-MATRIX
                   WRITE MH-RECORD
                       INVALID KEY
                           DISPLAY "Error: no se pudo grabar historial "
                               "de " MM-NAME
                   END-WRITE
                   IF WS-HIST-STATUS = "00"
                       MOVE "Y" TO WS-HIST-OK
                   END-IF
               END-IF
               CLOSE MATRIX-HIST-FILE
           END-IF.

       RELOAD-CHECK-TRAILER-SECTION.

           MOVE "Y" TO WS-TRAILER-SEEN.
           MOVE OM-NAME TO MM-NAME.
           MOVE OM-N TO MM-N.
           MOVE OM-M TO MM-M.
           MOVE OM-OWNER TO MM-OWNER.
           MOVE OM-CREATED TO MM-CREATED.
           MOVE OM-LAST-USED TO MM-LAST-USED.
           MOVE SPACES TO MM-LABELS.
           MOVE SPACES TO MM-LINEAGE.
           MOVE 0 TO MM-SRC-OPERATION.
           MOVE 0 TO MM-SRC-COUNT.
           MOVE 0 TO MM-SRC-DATE.
           MOVE 0 TO MM-SRC-TIME.
           MOVE 0 TO MM-SRC-REQUEST.
           MOVE "B" TO MM-STATUS.
           MOVE SPACES TO MM-APPROVER.
           MOVE 0 TO MM-APPROVED-ON.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MAX-DIM
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MAX-DIM
                   MOVE OM-ELEM-COL(I, J) TO MM-ELEM-COL(I, J)
                   END-PERFORM
               END-PERFORM
           END-IF.
           IF NOT MM-DRAFT AND NOT MM-APPROVED AND NOT MM-FROZEN
               ADD 1 TO WS-CELL-ERRORS
               PERFORM WRITE-VERIFY-ERROR-SECTION
               MOVE SPACES TO RPT-LINE
               STRING MM-NAME DELIMITED BY SIZE
                   "  ESTADO DE APROBACION INVALIDO: " DELIMITED BY SIZE
                   MM-STATUS DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           IF WS-DIM-OK NOT = "Y" OR WS-CELL-ERRORS > 0
               ADD 1 TO WS-VERIFY-BADREC
           END-IF.

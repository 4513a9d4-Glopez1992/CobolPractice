       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATCONC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIX-MASTER-FILE ASSIGN TO "MATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MATRIX-AUDIT-FILE ASSIGN TO "MATAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MATRIX-LOG-FILE ASSIGN TO "MATLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT RECON-RPT-FILE ASSIGN TO "MATCONR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MATRIX-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MM-RECORD.
           05 MM-NAME               PIC X(8).
           05 MM-N                  PIC 99.
           05 MM-M                  PIC 99.
           05 MM-OWNER              PIC X(8).
           05 MM-CREATED            PIC 9(8).
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

       FD  MATRIX-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE                        PIC X(80).

       FD  MATRIX-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-LINE                          PIC X(200).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPR-RECORD.
           05 OPR-ID                PIC X(8).
           05 OPR-NAME              PIC X(20).
           05 OPR-LEVEL             PIC 9.
           05 OPR-STATUS            PIC X.
               88 OPR-INACTIVE              VALUE "I".
           05 OPR-EFF-FROM          PIC 9(8).
           05 OPR-EFF-TO            PIC 9(8).
           05 FILLER                PIC X(34).

       FD  RECON-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                          PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-MASTER-STATUS  PIC XX VALUE "00".
       77 WS-AUDIT-STATUS   PIC XX VALUE "00".
       77 WS-LOG-STATUS     PIC XX VALUE "00".
       77 WS-OPR-STATUS     PIC XX VALUE "00".
       77 WS-RPT-STATUS     PIC XX VALUE "00".

       77 WS-MASTER-EOF     PIC X VALUE "N".
           88 WS-MASTER-AT-EOF      VALUE "Y".
       77 WS-AUDIT-EOF      PIC X VALUE "N".
           88 WS-AUDIT-AT-EOF       VALUE "Y".
       77 WS-LOG-EOF        PIC X VALUE "N".
           88 WS-LOG-AT-EOF         VALUE "Y".
       77 WS-OPR-EOF        PIC X VALUE "N".
           88 WS-OPR-AT-EOF         VALUE "Y".
       77 WS-MASTER-OPEN    PIC X VALUE "N".
       77 WS-AUDIT-OPEN     PIC X VALUE "N".
       77 WS-LOG-OPEN       PIC X VALUE "N".

       77 WS-RPT-DATE       PIC 9(8) VALUE 0.
       77 WS-RPT-POS        PIC 9(4) VALUE 1.
       77 WS-COUNT-ED       PIC ZZZZZZ9.
       77 WS-RUNS-ED        PIC ZZZZ9.
       77 WS-SAVES-ED       PIC ZZZZ9.
       77 WS-ENTRIES-ED     PIC ZZZZ9.
       77 WS-CHANGES-ED     PIC ZZZZ9.
       77 G                 PIC 9(3) VALUE 0.
       77 H                 PIC 9(3) VALUE 0.
       77 L                 PIC 99 VALUE 0.

       77 WS-AUDIT-READ     PIC 9(7) VALUE 0.
       77 WS-AUDIT-USED     PIC 9(7) VALUE 0.
       77 WS-LOG-READ       PIC 9(7) VALUE 0.
       77 WS-LOG-USED       PIC 9(7) VALUE 0.
       77 WS-MATRIX-COUNT   PIC 9(5) VALUE 0.

       77 WS-NO-CREATE      PIC 9(5) VALUE 0.
       77 WS-NO-DELETE      PIC 9(5) VALUE 0.
       77 WS-BAD-OWNER      PIC 9(5) VALUE 0.
       77 WS-BAD-DAYS       PIC 9(5) VALUE 0.
       77 WS-DISCREPANCIES  PIC 9(5) VALUE 0.

       77 WS-OPERATOR-COUNT PIC 99 VALUE 0.
       77 WS-OPERATOR-MAX   PIC 99 VALUE 50.
       77 WS-OPERATOR-FOUND PIC X VALUE "N".
       01 WS-OPERATOR-TABLE.
          05 WS-OPERATOR-ENTRY OCCURS 50 TIMES.
             10 OPT-ID              PIC X(8).

       01 WS-AUDIT-REC.
          05 AR-OPERATOR            PIC X(8).
          05 FILLER                 PIC X.
          05 AR-DATE                PIC 9(8).
          05 FILLER                 PIC X.
          05 AR-TIME                PIC 9(8).
          05 AR-TAG                 PIC X(8).
          05 AR-NAME                PIC X(8).
          05 FILLER                 PIC X.
          05 AR-NOTE                PIC X(37).
       01 WS-AUDIT-CELL REDEFINES WS-AUDIT-REC.
          05 FILLER                 PIC X(26).
          05 AC-MATRIX              PIC X(4).
          05 AC-I-TAG               PIC X(3).
          05 FILLER                 PIC X(47).

       77 WS-AUDIT-KIND     PIC X VALUE SPACE.
           88 WS-AUDIT-CREATE       VALUE "C".
           88 WS-AUDIT-DELETE       VALUE "D".
           88 WS-AUDIT-RENAME       VALUE "R".
           88 WS-AUDIT-OTHER        VALUE "O".
           88 WS-AUDIT-PENDING      VALUE "P".
       77 WS-AUDIT-FROM-RUN PIC X VALUE "N".
       77 WS-AUDIT-IS-SAVE  PIC X VALUE "N".
       77 WS-LOOK-NAME      PIC X(8) VALUE SPACES.

       01 WS-LOG-REC.
          05 LG-DATE                PIC 9(8).
          05 FILLER                 PIC X.
          05 LG-TIME                PIC X(8).
          05 FILLER                 PIC X.
          05 LG-OPERATOR            PIC X(8).
          05 LG-OP-TAG              PIC X(4).
          05 LG-OP                  PIC 9.
          05 LG-DIM-TAG             PIC X(5).
          05 FILLER                 PIC X(164).

       77 WS-NAME-MAX       PIC 9(3) VALUE 500.
       77 WS-NAME-COUNT     PIC 9(3) VALUE 0.
       77 WS-NAME-IX        PIC 9(3) VALUE 0.
       77 WS-NAME-LOST      PIC 9(5) VALUE 0.
       01 WS-NAME-TABLE.
          05 WS-NAME-ENTRY OCCURS 500 TIMES.
             10 AN-NAME             PIC X(8).
             10 AN-STATE            PIC X.
             10 AN-IN-MASTER        PIC X.
             10 AN-LAST-DATE        PIC 9(8).
             10 AN-LAST-OPERATOR    PIC X(8).
             10 AN-LAST-NOTE        PIC X(37).

       77 WS-DAY-MAX        PIC 9(3) VALUE 400.
       77 WS-DAY-COUNT      PIC 9(3) VALUE 0.
       77 WS-DAY-IX         PIC 9(3) VALUE 0.
       77 WS-DAY-LOST       PIC 9(5) VALUE 0.
       77 WS-DAY-DATE       PIC 9(8) VALUE 0.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 400 TIMES.
             10 DAY-DATE            PIC 9(8).
             10 DAY-RUNS            PIC 9(5).
             10 DAY-RUN-ENTRIES     PIC 9(5).
             10 DAY-SAVES           PIC 9(5).
             10 DAY-CHANGES         PIC 9(5).
       01 WS-DAY-HOLD.
          05 DH-DATE                PIC 9(8).
          05 DH-RUNS                PIC 9(5).
          05 DH-RUN-ENTRIES         PIC 9(5).
          05 DH-SAVES               PIC 9(5).
          05 DH-CHANGES             PIC 9(5).
       77 WS-DAY-NOTE       PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.

           PERFORM LOAD-OPERATOR-FILE-SECTION.

           OPEN INPUT MATRIX-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               IF WS-MASTER-STATUS = "35"
                   DISPLAY "No existe el maestro de matrices; "
                       "catalogo vacio"
               ELSE
                   DISPLAY "Error: no se pudo abrir archivo maestro "
                       "de matrices (status " WS-MASTER-STATUS ")"
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT MATRIX-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "Y" TO WS-AUDIT-OPEN
           ELSE
               IF WS-AUDIT-STATUS = "35"
                   DISPLAY "No existe la bitacora de auditoria"
               ELSE
                   DISPLAY "Error: no se pudo abrir bitacora de "
                       "auditoria (status " WS-AUDIT-STATUS ")"
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT MATRIX-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN
           ELSE
               IF WS-LOG-STATUS = "35"
                   DISPLAY "No existe la bitacora de operaciones"
               ELSE
                   DISPLAY "Error: no se pudo abrir bitacora de "
                       "operaciones (status " WS-LOG-STATUS ")"
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT RECON-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de reporte "
                   "(status " WS-RPT-STATUS ")"
               STOP RUN
           END-IF.

           IF WS-AUDIT-OPEN = "Y"
               PERFORM SCAN-AUDIT-SECTION
               CLOSE MATRIX-AUDIT-FILE
           END-IF.
           IF WS-LOG-OPEN = "Y"
               PERFORM SCAN-LOG-SECTION
               CLOSE MATRIX-LOG-FILE
           END-IF.

           PERFORM WRITE-HEADING-SECTION.
           PERFORM CHECK-MASTER-SECTION.
           PERFORM CHECK-VANISHED-SECTION.
           PERFORM CHECK-DAYS-SECTION.
           PERFORM WRITE-TOTALS-SECTION.

           CLOSE RECON-RPT-FILE.
           IF WS-MASTER-OPEN = "Y"
               CLOSE MATRIX-MASTER-FILE
           END-IF.
           DISPLAY "Reporte de conciliacion impreso en MATCONR".
           IF WS-DISCREPANCIES > 0
               MOVE WS-DISCREPANCIES TO WS-COUNT-ED
               DISPLAY "Aviso: " WS-COUNT-ED " diferencias entre el "
                   "catalogo y las bitacoras"
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-OPERATOR-FILE-SECTION.

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de operadores "
                   "(status " WS-OPR-STATUS ")"
               STOP RUN
           END-IF.
           MOVE 0 TO WS-OPERATOR-COUNT.
           MOVE "N" TO WS-OPR-EOF.
           PERFORM UNTIL WS-OPR-AT-EOF
                   OR WS-OPERATOR-COUNT = WS-OPERATOR-MAX
               READ OPERATOR-FILE
                   AT END MOVE "Y" TO WS-OPR-EOF
               END-READ
               IF NOT WS-OPR-AT-EOF AND OPR-ID NOT = SPACES
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE OPR-ID TO OPT-ID(WS-OPERATOR-COUNT)
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       SCAN-AUDIT-SECTION.

           MOVE "N" TO WS-AUDIT-EOF.
           PERFORM UNTIL WS-AUDIT-AT-EOF
               READ MATRIX-AUDIT-FILE INTO WS-AUDIT-REC
                   AT END MOVE "Y" TO WS-AUDIT-EOF
               END-READ
               IF NOT WS-AUDIT-AT-EOF
                   ADD 1 TO WS-AUDIT-READ
                   IF AR-DATE NUMERIC AND AR-TIME NUMERIC
                       ADD 1 TO WS-AUDIT-USED
                       PERFORM CLASSIFY-AUDIT-SECTION
                   END-IF
               END-IF
           END-PERFORM.

       CLASSIFY-AUDIT-SECTION.

           MOVE "N" TO WS-AUDIT-FROM-RUN.
           MOVE "N" TO WS-AUDIT-IS-SAVE.
           MOVE SPACE TO WS-AUDIT-KIND.
           IF AR-TAG NOT = " MATRIZ "
               IF AC-I-TAG = " I="
                   MOVE "Y" TO WS-AUDIT-FROM-RUN
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN AR-NOTE(1:8) = "GUARDADA"
                       MOVE "C" TO WS-AUDIT-KIND
                       MOVE "Y" TO WS-AUDIT-FROM-RUN
                       MOVE "Y" TO WS-AUDIT-IS-SAVE
                   WHEN AR-NOTE(1:11) = "REEMPLAZADA"
                       MOVE "C" TO WS-AUDIT-KIND
                       MOVE "Y" TO WS-AUDIT-FROM-RUN
                       MOVE "Y" TO WS-AUDIT-IS-SAVE
                   WHEN AR-NOTE(1:9) = "PENDIENTE"
                       OR AR-NOTE(1:8) = "VERIFICA"
                       OR AR-NOTE(1:7) = "DIFIERE"
                       OR AR-NOTE(1:4) = "CON "
                       MOVE "P" TO WS-AUDIT-KIND
                       MOVE "Y" TO WS-AUDIT-FROM-RUN
                   WHEN AR-NOTE(1:28) = "CONGELADA: RECHAZADO GUARDAR"
                       MOVE "O" TO WS-AUDIT-KIND
                       MOVE "Y" TO WS-AUDIT-FROM-RUN
                   WHEN AR-NOTE(1:11) = "COPIADA DE "
                       OR AR-NOTE(1:12) = "CARGA MASIVA"
                       OR AR-NOTE(1:10) = "RESTAURADA"
                       OR AR-NOTE(1:9) = "RECARGADA"
                       MOVE "C" TO WS-AUDIT-KIND
                   WHEN AR-NOTE(1:7) = "BORRADA"
                       MOVE "D" TO WS-AUDIT-KIND
                   WHEN AR-NOTE(1:13) = "RENOMBRADA A "
                       MOVE "R" TO WS-AUDIT-KIND
                   WHEN OTHER
                       MOVE "O" TO WS-AUDIT-KIND
               END-EVALUATE
           END-IF.

           MOVE AR-DATE TO WS-DAY-DATE.
           PERFORM FIND-DAY-SECTION.
           IF WS-DAY-IX > 0
               IF WS-AUDIT-FROM-RUN = "Y"
                   ADD 1 TO DAY-RUN-ENTRIES(WS-DAY-IX)
               ELSE
                   IF AR-TAG = " MATRIZ "
                       ADD 1 TO DAY-CHANGES(WS-DAY-IX)
                   END-IF
               END-IF
               IF WS-AUDIT-IS-SAVE = "Y"
                   ADD 1 TO DAY-SAVES(WS-DAY-IX)
               END-IF
           END-IF.

           IF AR-TAG = " MATRIZ " AND NOT WS-AUDIT-PENDING
                   AND AR-NAME NOT = SPACES
               MOVE AR-NAME TO WS-LOOK-NAME
               PERFORM FIND-NAME-SECTION
               IF WS-NAME-IX > 0
                   PERFORM NOTE-NAME-EVENT-SECTION
               END-IF
               IF WS-AUDIT-RENAME
                   MOVE AR-NOTE(14:8) TO WS-LOOK-NAME
                   PERFORM FIND-NAME-SECTION
                   IF WS-NAME-IX > 0
                       MOVE "C" TO AN-STATE(WS-NAME-IX)
                       MOVE AR-DATE TO AN-LAST-DATE(WS-NAME-IX)
                       MOVE AR-OPERATOR TO AN-LAST-OPERATOR(WS-NAME-IX)
                       MOVE SPACES TO AN-LAST-NOTE(WS-NAME-IX)
                       STRING "RENOMBRADA DE " DELIMITED BY SIZE
                           AR-NAME DELIMITED BY SIZE
                           INTO AN-LAST-NOTE(WS-NAME-IX)
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       NOTE-NAME-EVENT-SECTION.

           EVALUATE TRUE
               WHEN WS-AUDIT-CREATE
                   MOVE "C" TO AN-STATE(WS-NAME-IX)
               WHEN WS-AUDIT-DELETE OR WS-AUDIT-RENAME
                   MOVE "D" TO AN-STATE(WS-NAME-IX)
               WHEN OTHER
                   IF AN-STATE(WS-NAME-IX) = SPACE
                       MOVE "O" TO AN-STATE(WS-NAME-IX)
                   END-IF
           END-EVALUATE.
           MOVE AR-DATE TO AN-LAST-DATE(WS-NAME-IX).
           MOVE AR-OPERATOR TO AN-LAST-OPERATOR(WS-NAME-IX).
           MOVE AR-NOTE TO AN-LAST-NOTE(WS-NAME-IX).

       FIND-NAME-SECTION.

           MOVE 0 TO WS-NAME-IX.
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-NAME-COUNT OR WS-NAME-IX > 0
               IF AN-NAME(G) = WS-LOOK-NAME
                   MOVE G TO WS-NAME-IX
               END-IF
           END-PERFORM.
           IF WS-NAME-IX = 0
               IF WS-NAME-COUNT < WS-NAME-MAX
                   ADD 1 TO WS-NAME-COUNT
                   MOVE WS-NAME-COUNT TO WS-NAME-IX
                   MOVE WS-LOOK-NAME TO AN-NAME(WS-NAME-IX)
                   MOVE SPACE TO AN-STATE(WS-NAME-IX)
                   MOVE "N" TO AN-IN-MASTER(WS-NAME-IX)
                   MOVE 0 TO AN-LAST-DATE(WS-NAME-IX)
                   MOVE SPACES TO AN-LAST-OPERATOR(WS-NAME-IX)
                   MOVE SPACES TO AN-LAST-NOTE(WS-NAME-IX)
               ELSE
                   ADD 1 TO WS-NAME-LOST
               END-IF
           END-IF.

       SEARCH-NAME-SECTION.

           MOVE 0 TO WS-NAME-IX.
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-NAME-COUNT OR WS-NAME-IX > 0
               IF AN-NAME(G) = WS-LOOK-NAME
                   MOVE G TO WS-NAME-IX
               END-IF
           END-PERFORM.

       FIND-DAY-SECTION.

           MOVE 0 TO WS-DAY-IX.
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-DAY-COUNT OR WS-DAY-IX > 0
               IF DAY-DATE(G) = WS-DAY-DATE
                   MOVE G TO WS-DAY-IX
               END-IF
           END-PERFORM.
           IF WS-DAY-IX = 0
               IF WS-DAY-COUNT < WS-DAY-MAX
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-IX
                   MOVE WS-DAY-DATE TO DAY-DATE(WS-DAY-IX)
                   MOVE 0 TO DAY-RUNS(WS-DAY-IX)
                   MOVE 0 TO DAY-RUN-ENTRIES(WS-DAY-IX)
                   MOVE 0 TO DAY-SAVES(WS-DAY-IX)
                   MOVE 0 TO DAY-CHANGES(WS-DAY-IX)
               ELSE
                   ADD 1 TO WS-DAY-LOST
               END-IF
           END-IF.

       SCAN-LOG-SECTION.

           MOVE "N" TO WS-LOG-EOF.
           PERFORM UNTIL WS-LOG-AT-EOF
               READ MATRIX-LOG-FILE INTO WS-LOG-REC
                   AT END MOVE "Y" TO WS-LOG-EOF
               END-READ
               IF NOT WS-LOG-AT-EOF
                   ADD 1 TO WS-LOG-READ
                   IF LG-DATE NUMERIC AND LG-OP-TAG = " OP="
                           AND LG-DIM-TAG = " DIM="
                       ADD 1 TO WS-LOG-USED
                       MOVE LG-DATE TO WS-DAY-DATE
                       PERFORM FIND-DAY-SECTION
                       IF WS-DAY-IX > 0
                           ADD 1 TO DAY-RUNS(WS-DAY-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-HEADING-SECTION.

           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RPT-LINE.
           STRING "CONCILIACION DEL MAESTRO CON MATAUDIT Y MATLOG  "
               DELIMITED BY SIZE
               "FECHA " DELIMITED BY SIZE
               WS-RPT-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       CHECK-MASTER-SECTION.

           MOVE "1. MATRICES CATALOGADAS SIN ENTRADA DE ALTA EN "
               TO RPT-LINE.
           MOVE "MATAUDIT" TO RPT-LINE(48:8).
           WRITE RPT-LINE.
           MOVE "NOMBRE    PROPIET.  CREADA    ULTIMA ENTRADA"
               TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-MASTER-OPEN = "Y"
               MOVE "N" TO WS-MASTER-EOF
               MOVE LOW-VALUES TO MM-NAME
               START MATRIX-MASTER-FILE KEY NOT < MM-NAME
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF
               END-START
               PERFORM UNTIL WS-MASTER-AT-EOF
                   READ MATRIX-MASTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-MASTER-EOF
                   END-READ
                   IF WS-MASTER-STATUS NOT = "00"
                       MOVE "Y" TO WS-MASTER-EOF
                   END-IF
                   IF NOT WS-MASTER-AT-EOF
                       ADD 1 TO WS-MATRIX-COUNT
                       PERFORM CHECK-ONE-MATRIX-SECTION
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-NO-CREATE = 0
               MOVE "   NINGUNA" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "2. PROPIETARIOS (MM-OWNER) QUE NO ESTAN EN OPRMAST"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "NOMBRE    PROPIET." TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-MASTER-OPEN = "Y"
               MOVE "N" TO WS-MASTER-EOF
               MOVE LOW-VALUES TO MM-NAME
               START MATRIX-MASTER-FILE KEY NOT < MM-NAME
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF
               END-START
               PERFORM UNTIL WS-MASTER-AT-EOF
                   READ MATRIX-MASTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-MASTER-EOF
                   END-READ
                   IF WS-MASTER-STATUS NOT = "00"
                       MOVE "Y" TO WS-MASTER-EOF
                   END-IF
                   IF NOT WS-MASTER-AT-EOF
                       PERFORM CHECK-OWNER-SECTION
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-BAD-OWNER = 0
               MOVE "   NINGUNO" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       CHECK-ONE-MATRIX-SECTION.

           MOVE MM-NAME TO WS-LOOK-NAME.
           PERFORM SEARCH-NAME-SECTION.
           IF WS-NAME-IX > 0
               MOVE "Y" TO AN-IN-MASTER(WS-NAME-IX)
           END-IF.
           IF WS-NAME-IX = 0 OR AN-STATE(WS-NAME-IX) NOT = "C"
               ADD 1 TO WS-NO-CREATE
               ADD 1 TO WS-DISCREPANCIES
               MOVE SPACES TO RPT-LINE
               MOVE 1 TO WS-RPT-POS
               STRING MM-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MM-OWNER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MM-CREATED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
               IF WS-NAME-IX = 0
                   STRING "SIN ENTRADAS" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               ELSE
                   STRING AN-LAST-DATE(WS-NAME-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AN-LAST-OPERATOR(WS-NAME-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AN-LAST-NOTE(WS-NAME-IX) DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
               WRITE RPT-LINE
           END-IF.

       CHECK-OWNER-SECTION.

           MOVE "N" TO WS-OPERATOR-FOUND.
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WS-OPERATOR-COUNT
                       OR WS-OPERATOR-FOUND = "Y"
               IF OPT-ID(L) = MM-OWNER AND MM-OWNER NOT = SPACES
                   MOVE "Y" TO WS-OPERATOR-FOUND
               END-IF
           END-PERFORM.
           IF WS-OPERATOR-FOUND NOT = "Y"
               ADD 1 TO WS-BAD-OWNER
               ADD 1 TO WS-DISCREPANCIES
               MOVE SPACES TO RPT-LINE
               IF MM-OWNER = SPACES
                   STRING MM-NAME DELIMITED BY SIZE
                       "  (SIN PROPIETARIO)" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               ELSE
                   STRING MM-NAME DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       MM-OWNER DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               END-IF
               WRITE RPT-LINE
           END-IF.

       CHECK-VANISHED-SECTION.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "3. NOMBRES EN MATAUDIT QUE YA NO EXISTEN Y SIN BAJA "
               TO RPT-LINE.
           MOVE "REGISTRADA" TO RPT-LINE(53:10).
           WRITE RPT-LINE.
           MOVE "NOMBRE    ULT-FECHA OPERADOR  ULTIMA ENTRADA" TO
               RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-NAME-COUNT
               IF AN-IN-MASTER(H) NOT = "Y"
                       AND AN-STATE(H) NOT = "D"
                       AND AN-STATE(H) NOT = SPACE
                   ADD 1 TO WS-NO-DELETE
                   ADD 1 TO WS-DISCREPANCIES
                   MOVE SPACES TO RPT-LINE
                   STRING AN-NAME(H) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       AN-LAST-DATE(H) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       AN-LAST-OPERATOR(H) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       AN-LAST-NOTE(H) DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
           IF WS-NO-DELETE = 0
               MOVE "   NINGUNO" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       CHECK-DAYS-SECTION.

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-DAY-COUNT
               PERFORM VARYING H FROM G BY 1 UNTIL H > WS-DAY-COUNT
                   IF DAY-DATE(H) < DAY-DATE(G)
                       MOVE WS-DAY-ENTRY(G) TO WS-DAY-HOLD
                       MOVE WS-DAY-ENTRY(H) TO WS-DAY-ENTRY(G)
                       MOVE WS-DAY-HOLD TO WS-DAY-ENTRY(H)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "4. CORRIDAS POR DIA EN MATLOG CONTRA ACTIVIDAD EN "
               TO RPT-LINE.
           MOVE "MATAUDIT" TO RPT-LINE(51:8).
           WRITE RPT-LINE.
           MOVE "FECHA     CORRIDAS  ENTRADAS  GUARDADOS  CATALOGO  "
               TO RPT-LINE.
           MOVE "OBSERVACION" TO RPT-LINE(52:11).
           WRITE RPT-LINE.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-DAY-COUNT
               PERFORM CHECK-ONE-DAY-SECTION
           END-PERFORM.
           IF WS-DAY-COUNT = 0
               MOVE "   SIN ACTIVIDAD REGISTRADA" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       CHECK-ONE-DAY-SECTION.

           EVALUATE TRUE
               WHEN DAY-RUNS(G) = 0 AND DAY-RUN-ENTRIES(G) > 0
                   MOVE "ACTIVIDAD SIN CORRIDA EN MATLOG"
                       TO WS-DAY-NOTE
                   ADD 1 TO WS-BAD-DAYS
                   ADD 1 TO WS-DISCREPANCIES
               WHEN DAY-SAVES(G) > DAY-RUNS(G)
                   MOVE "MAS GUARDADOS QUE CORRIDAS" TO WS-DAY-NOTE
                   ADD 1 TO WS-BAD-DAYS
                   ADD 1 TO WS-DISCREPANCIES
               WHEN DAY-RUNS(G) > 0 AND DAY-RUN-ENTRIES(G) = 0
                   MOVE "CORRIDAS SIN CARGA NI GUARDADO"
                       TO WS-DAY-NOTE
               WHEN OTHER
                   MOVE "OK" TO WS-DAY-NOTE
           END-EVALUATE.
           MOVE DAY-RUNS(G) TO WS-RUNS-ED.
           MOVE DAY-RUN-ENTRIES(G) TO WS-ENTRIES-ED.
           MOVE DAY-SAVES(G) TO WS-SAVES-ED.
           MOVE DAY-CHANGES(G) TO WS-CHANGES-ED.
           MOVE SPACES TO RPT-LINE.
           STRING DAY-DATE(G) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-RUNS-ED DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-ENTRIES-ED DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-SAVES-ED DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-CHANGES-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DAY-NOTE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       WRITE-TOTALS-SECTION.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MATRIX-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "MATRICES EN EL MAESTRO:          " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-AUDIT-READ TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "LINEAS LEIDAS DE MATAUDIT:       " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-LOG-USED TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "CORRIDAS LEIDAS DE MATLOG:       " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-NO-CREATE TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "MATRICES SIN ALTA EN AUDITORIA:  " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-NO-DELETE TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "NOMBRES DESAPARECIDOS SIN BAJA:  " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-BAD-OWNER TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "PROPIETARIOS FUERA DE OPRMAST:   " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-BAD-DAYS TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "DIAS CON DIFERENCIAS:            " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF WS-NAME-LOST > 0
               MOVE WS-NAME-LOST TO WS-COUNT-ED
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: ENTRADAS SIN SEGUIR POR TABLA DE NOMBRES "
                   DELIMITED BY SIZE
                   "LLENA: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           IF WS-DAY-LOST > 0
               MOVE WS-DAY-LOST TO WS-COUNT-ED
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: LINEAS SIN SEGUIR POR TABLA DE DIAS "
                   DELIMITED BY SIZE
                   "LLENA: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-DISCREPANCIES = 0
               MOVE "EL CATALOGO Y LAS BITACORAS CONCUERDAN" TO RPT-LINE
           ELSE
               MOVE WS-DISCREPANCIES TO WS-COUNT-ED
               STRING "DIFERENCIAS ENCONTRADAS: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE.

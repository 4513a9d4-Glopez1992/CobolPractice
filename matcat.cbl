           SELECT BULK-CSV-FILE ASSIGN TO "MATCSVI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSVIN-STATUS.
           SELECT MATRIX-HIST-FILE ASSIGN TO "MATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MATRIX-PEND-FILE ASSIGN TO "MATPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-NAME
               FILE STATUS IS WS-PEND-STATUS.
           SELECT MATRIX-AUDIT-FILE ASSIGN TO "MATAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

       FD  CATALOG-RPT-FILE
           LABEL RECORDS ARE STANDARD.
           05 OPR-ID                PIC X(8).
           05 OPR-NAME              PIC X(20).
           05 OPR-LEVEL             PIC 9.
           05 OPR-STATUS            PIC X.
               88 OPR-INACTIVE              VALUE "I".
           05 OPR-EFF-FROM          PIC 9(8).
           05 OPR-EFF-TO            PIC 9(8).
           05 FILLER                PIC X(34).

       FD  CATALOG-CSV-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSV-LINE                          PIC X(400).

       FD  BULK-CSV-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSV-IN-LINE                       PIC X(400).

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

       FD  MATRIX-PEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  PV-RECORD.
           05 PV-NAME               PIC X(8).
           05 PV-N                  PIC 99.
           05 PV-M                  PIC 99.
           05 PV-FIRST-OPERATOR     PIC X(8).
           05 PV-FIRST-DATE         PIC 9(8).
           05 PV-FIRST-TIME         PIC 9(8).
           05 PV-KEYED-BY           PIC X(8).
           05 PV-VERIFY-COUNT       PIC 99.
           05 PV-LAST-VERIFIER      PIC X(8).
           05 PV-LAST-DATE          PIC 9(8).
           05 PV-MISMATCHES         PIC 9(3).
           05 PV-ELEMENTS OCCURS 25 TIMES.
              10 PV-ELEM-COL OCCURS 25 TIMES PIC S9(3)V99.

       FD  MATRIX-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE                        PIC X(80).

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
       77 WS-RPT-STATUS     PIC XX VALUE "00".

       77 WS-OPTION         PIC 99 VALUE 0.
           88 WS-OPTION-LIST        VALUE 1.
           88 WS-OPTION-DIRECTORY   VALUE 2.
           88 WS-OPTION-DELETE      VALUE 3.
           88 WS-OPTION-STALE       VALUE 7.
           88 WS-OPTION-BULK        VALUE 8.
           88 WS-OPTION-END         VALUE 9.
           88 WS-OPTION-HISTORY     VALUE 10.
           88 WS-OPTION-HIST-COMP   VALUE 11.
           88 WS-OPTION-RESTORE     VALUE 12.
           88 WS-OPTION-LABELS      VALUE 13.
           88 WS-OPTION-PENDING     VALUE 14.
           88 WS-OPTION-APPROVE     VALUE 15.
           88 WS-OPTION-FREEZE      VALUE 16.
           88 WS-OPTION-UNFREEZE    VALUE 17.
           88 WS-OPTION-DRAFTS      VALUE 18.

       77 WS-MASTER-EOF     PIC X VALUE "N".
           88 WS-MASTER-AT-EOF      VALUE "Y".
       77 WS-CONFIRM-ANSWER PIC X VALUE SPACE.
       77 WS-RPT-DATE       PIC 9(8) VALUE 0.

       01 WS-HOLD-RECORD                     PIC X(3926).

       77 WS-HIST-STATUS    PIC XX VALUE "00".
       77 WS-HIST-EOF       PIC X VALUE "N".
       77 WS-HIST-OK        PIC X VALUE "N".
       77 WS-HIST-GEN       PIC 9(3) VALUE 0.
       77 WS-HIST-ACTION    PIC X(11) VALUE SPACES.
       77 WS-HIST-NEW-NAME  PIC X(8) VALUE SPACES.
       77 WS-HIST-MAX-GEN   PIC 9(3) VALUE 999.
       77 WS-HIST-DATE      PIC 9(8) VALUE 0.
       77 WS-HIST-TIME      PIC 9(8) VALUE 0.
       77 WS-HIST-COUNT     PIC 9(3) VALUE 0.
       77 WS-GEN-SEL        PIC 9(3) VALUE 0.
       77 WS-GEN-SEL-A      PIC 9(3) VALUE 0.
       77 WS-GEN-SEL-B      PIC 9(3) VALUE 0.
       77 WS-GEN-FOUND      PIC X VALUE "N".
       77 WS-GEN-ED         PIC ZZ9.
       77 WS-GEN-MAX-N      PIC 99 VALUE 0.
       77 WS-GEN-MAX-M      PIC 99 VALUE 0.
       77 WS-GEN-DIFF       PIC S9(4)V99 VALUE 0.
       77 WS-GEN-DIFF-COUNT PIC 9(4) VALUE 0.
       77 WS-GEN-CELL-A-ED  PIC -ZZ9.99.
       77 WS-GEN-CELL-B-ED  PIC -ZZ9.99.
       77 WS-GEN-DIFF-ED    PIC -ZZZ9.99.
       77 WS-GEN-I-ED       PIC Z9.
       77 WS-GEN-J-ED       PIC Z9.
       77 WS-GEN-RESTORED   PIC X VALUE "N".

       01 WS-GEN-WORK.
          05 GW-GEN                PIC 9(3).
          05 GW-DATE               PIC 9(8).
          05 GW-TIME               PIC 9(8).
          05 GW-OPERATOR           PIC X(8).
          05 GW-ACTION             PIC X(11).
          05 GW-NEW-NAME           PIC X(8).
          05 GW-MATRIX.
             10 GW-NAME            PIC X(8).
             10 GW-N               PIC 99.
             10 GW-M               PIC 99.
             10 GW-OWNER           PIC X(8).
             10 GW-CREATED         PIC 9(8).
             10 GW-LAST-USED       PIC 9(8).
             10 GW-ELEMENTS OCCURS 25 TIMES.
                15 GW-ELEM-COL OCCURS 25 TIMES PIC S9(3)V99.
             10 GW-LABELS.
                15 GW-TITLE        PIC X(30).
                15 GW-ROW-LABELS.
                   20 GW-ROW-LABEL OCCURS 25 TIMES PIC X(12).
                15 GW-COL-LABELS.
                   20 GW-COL-LABEL OCCURS 25 TIMES PIC X(12).
             10 GW-LINEAGE.
                15 GW-SRC-OPERATION PIC 9.
                15 GW-SRC-COUNT    PIC 99.
                15 GW-SRC-PREFIX   PIC X(8).
                15 GW-SRC-NAME OCCURS 10 TIMES PIC X(8).
                15 GW-SRC-DATE     PIC 9(8).
                15 GW-SRC-TIME     PIC 9(8).
                15 GW-SRC-OPERATOR PIC X(8).
                15 GW-SRC-REQUEST  PIC 9(3).
             10 GW-APPROVAL.
                15 GW-STATUS       PIC X.
                15 GW-APPROVER     PIC X(8).
                15 GW-APPROVED-ON  PIC 9(8).

       01 WS-GEN-A.
          05 GA-GEN                PIC 9(3).
          05 GA-DATE               PIC 9(8).
          05 GA-TIME               PIC 9(8).
          05 GA-OPERATOR           PIC X(8).
          05 GA-ACTION             PIC X(11).
          05 GA-NEW-NAME           PIC X(8).
          05 GA-MATRIX.
             10 GA-NAME            PIC X(8).
             10 GA-N               PIC 99.
             10 GA-M               PIC 99.
             10 GA-OWNER           PIC X(8).
             10 GA-CREATED         PIC 9(8).
             10 GA-LAST-USED       PIC 9(8).
             10 GA-ELEMENTS OCCURS 25 TIMES.
                15 GA-ELEM-COL OCCURS 25 TIMES PIC S9(3)V99.
             10 GA-LABELS.
                15 GA-TITLE        PIC X(30).
                15 GA-ROW-LABELS.
                   20 GA-ROW-LABEL OCCURS 25 TIMES PIC X(12).
                15 GA-COL-LABELS.
                   20 GA-COL-LABEL OCCURS 25 TIMES PIC X(12).
             10 GA-LINEAGE.
                15 GA-SRC-OPERATION PIC 9.
                15 GA-SRC-COUNT    PIC 99.
                15 GA-SRC-PREFIX   PIC X(8).
                15 GA-SRC-NAME OCCURS 10 TIMES PIC X(8).
                15 GA-SRC-DATE     PIC 9(8).
                15 GA-SRC-TIME     PIC 9(8).
                15 GA-SRC-OPERATOR PIC X(8).
                15 GA-SRC-REQUEST  PIC 9(3).
             10 GA-APPROVAL.
                15 GA-STATUS       PIC X.
                15 GA-APPROVER     PIC X(8).
                15 GA-APPROVED-ON  PIC 9(8).

       01 WS-GEN-B.
          05 GB-GEN                PIC 9(3).
          05 GB-DATE               PIC 9(8).
          05 GB-TIME               PIC 9(8).
          05 GB-OPERATOR           PIC X(8).
          05 GB-ACTION             PIC X(11).
          05 GB-NEW-NAME           PIC X(8).
          05 GB-MATRIX.
             10 GB-NAME            PIC X(8).
             10 GB-N               PIC 99.
             10 GB-M               PIC 99.
             10 GB-OWNER           PIC X(8).
             10 GB-CREATED         PIC 9(8).
             10 GB-LAST-USED       PIC 9(8).
             10 GB-ELEMENTS OCCURS 25 TIMES.
                15 GB-ELEM-COL OCCURS 25 TIMES PIC S9(3)V99.
             10 GB-LABELS.
                15 GB-TITLE        PIC X(30).
                15 GB-ROW-LABELS.
                   20 GB-ROW-LABEL OCCURS 25 TIMES PIC X(12).
                15 GB-COL-LABELS.
                   20 GB-COL-LABEL OCCURS 25 TIMES PIC X(12).
             10 GB-LINEAGE.
                15 GB-SRC-OPERATION PIC 9.
                15 GB-SRC-COUNT    PIC 99.
                15 GB-SRC-PREFIX   PIC X(8).
                15 GB-SRC-NAME OCCURS 10 TIMES PIC X(8).
                15 GB-SRC-DATE     PIC 9(8).
                15 GB-SRC-TIME     PIC 9(8).
                15 GB-SRC-OPERATOR PIC X(8).
                15 GB-SRC-REQUEST  PIC 9(3).
             10 GB-APPROVAL.
                15 GB-STATUS       PIC X.
                15 GB-APPROVER     PIC X(8).
                15 GB-APPROVED-ON  PIC 9(8).

       01 WS-DIR-LINE.
          05 DL-NAME                PIC X(8).
          05 DL-CREATED             PIC X(8).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 DL-LAST-USED           PIC X(8).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 DL-STATUS              PIC X(9).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 DL-APPROVER            PIC X(8).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 DL-APPROVED            PIC X(8).
          05 FILLER                 PIC X(49) VALUE SPACES.

       77 WS-CSVIN-STATUS   PIC XX VALUE "00".
       77 WS-CSV-EOF        PIC X VALUE "N".
          05 WS-CSV-HDR-TEXT       PIC X(16).
          05 WS-CSV-HDR-N          PIC X(16).
          05 WS-CSV-HDR-M          PIC X(16).
          05 WS-CSV-HDR-TITLE      PIC X(30).

       77 WS-MAX-DIM        PIC 99 VALUE 25.
       77 WS-BULK-READ      PIC 9(4) VALUE 0.
       77 WS-BULK-DIMS-OK   PIC X VALUE "N".
       77 WS-CELL-BAD       PIC 9(4) VALUE 0.
       77 WS-BULK-COUNT-ED  PIC ZZZ9.
       77 WS-BULK-LABELED   PIC X VALUE "N".
       77 WS-BULK-LONG-LABEL PIC X VALUE "N".
       77 WS-BULK-HAVE-LINE PIC X VALUE "N".

       77 WS-LABEL-INPUT    PIC X(30) VALUE SPACES.
       77 WS-LABEL-TEXT     PIC X(30) VALUE SPACES.
       77 WS-LABEL-MAX      PIC 99 VALUE 12.
       77 WS-LABEL-COMMAS   PIC 99 VALUE 0.
       77 WS-LABEL-ERR      PIC X VALUE "N".
       77 WS-LABEL-PRESENT  PIC X VALUE "N".

       77 WS-STALE-DAYS     PIC 9(4) VALUE 0.
       77 WS-STALE-COUNT    PIC 9(3) VALUE 0.
       77 WS-DAYS-ED        PIC -ZZZZZZ9.
       77 WS-TODAY-SERIAL   PIC 9(7) VALUE 0.

       77 WS-PEND-STATUS    PIC XX VALUE "00".
       77 WS-PEND-EOF       PIC X VALUE "N".
           88 WS-PEND-AT-EOF        VALUE "Y".
       77 WS-PEND-COUNT     PIC 9(3) VALUE 0.
       77 WS-PEND-VER-ED    PIC Z9.
       77 WS-PEND-DIF-ED    PIC ZZ9.
       77 WS-PEND-DAYS-ED   PIC ZZZZ9.

       77 WS-AUDIT-STATUS   PIC XX VALUE "00".
       77 WS-AUDIT-DATE     PIC 9(8) VALUE 0.
       77 WS-AUDIT-TIME     PIC 9(8) VALUE 0.
       77 WS-AUDIT-NAME     PIC X(8) VALUE SPACES.
       77 WS-AUDIT-NOTE     PIC X(37) VALUE SPACES.
       77 WS-REFUSED-ACTION PIC X(11) VALUE SPACES.
       77 WS-REFUSED        PIC X VALUE "N".
       77 WS-REKEY-DRAFT    PIC X VALUE "N".

       77 WS-PFX-NAME       PIC X(8) VALUE SPACES.
       77 WS-PFX-LEN        PIC 9 VALUE 0.
       77 WS-PFX-MODE       PIC X VALUE "N".
       77 WS-PFX-MATCH      PIC X VALUE "N".
       77 WS-STATUS-CHANGED PIC 9(3) VALUE 0.
       77 WS-STATUS-SKIPPED PIC 9(3) VALUE 0.
       77 WS-STATUS-NOTE    PIC X(20) VALUE SPACES.
       77 WS-STATUS-DONE    PIC X VALUE "N".

       01 WS-DD-DATE             PIC 9(8).
       01 WS-DD-SPLIT REDEFINES WS-DD-DATE.
          05 DD-YEAR                PIC 9(4).
               DISPLAY "Opcion: (1) Listar (2) Imprimir directorio "
                   "(3) Borrar (4) Renombrar (5) Copiar (6) "
                   "Exportar CSV (7) Reporte de matrices sin uso "
                   "(8) Carga masiva CSV (10) Generaciones "
                   "(11) Comparar generaciones (12) Restaurar "
                   "generacion (13) Titulo y rotulos "
                   "(14) Matrices pendientes de verificacion "
                   "(15) Aprobar (16) Congelar (17) Descongelar "
                   "(18) Reporte de borradores (9) Fin"
               ACCEPT WS-OPTION
               EVALUATE TRUE
                   WHEN WS-OPTION-LIST
                       PERFORM STALE-REPORT-SECTION
                   WHEN WS-OPTION-BULK
                       PERFORM BULK-LOAD-SECTION
                   WHEN WS-OPTION-HISTORY
                       PERFORM HISTORY-LIST-SECTION
                   WHEN WS-OPTION-HIST-COMP
                       PERFORM HISTORY-COMPARE-SECTION
                   WHEN WS-OPTION-RESTORE
                       PERFORM HISTORY-RESTORE-SECTION
                   WHEN WS-OPTION-LABELS
                       PERFORM LABEL-MATRIX-SECTION
                   WHEN WS-OPTION-PENDING
                       PERFORM PENDING-REPORT-SECTION
                   WHEN WS-OPTION-APPROVE
                       PERFORM STATUS-CHANGE-SECTION
                   WHEN WS-OPTION-FREEZE
                       PERFORM STATUS-CHANGE-SECTION
                   WHEN WS-OPTION-UNFREEZE
                       PERFORM STATUS-CHANGE-SECTION
                   WHEN WS-OPTION-DRAFTS
                       PERFORM DRAFT-REPORT-SECTION
                   WHEN WS-OPTION-END
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Error: opcion debe ser 1-8, 10-18 o 9"
               END-EVALUATE
           END-PERFORM.

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
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM DIRECTORY-HEADING-SECTION.

           PERFORM START-AT-FIRST-SECTION.
           PERFORM READ-NEXT-MASTER-SECTION.
           PERFORM UNTIL WS-MASTER-AT-EOF
               PERFORM DIRECTORY-LINE-SECTION
               ADD 1 TO WS-MATRIX-COUNT
               PERFORM READ-NEXT-MASTER-SECTION
           END-PERFORM.
           END-STRING.
           WRITE RPT-LINE.

       DIRECTORY-HEADING-SECTION.

           MOVE "NOMBRE     FILAS X COLS PROPIET.  CREADA    ULT-USO"
               TO RPT-LINE.
           MOVE "ESTADO     APROBO    FECHA-APR" TO RPT-LINE(55:30).
           WRITE RPT-LINE.

       DIRECTORY-LINE-SECTION.

           MOVE MM-NAME TO DL-NAME.
           MOVE MM-N TO DL-N.
           MOVE MM-M TO DL-M.
           MOVE MM-OWNER TO DL-OWNER.
           MOVE MM-CREATED TO DL-CREATED.
           MOVE MM-LAST-USED TO DL-LAST-USED.
           EVALUATE TRUE
               WHEN MM-FROZEN
                   MOVE "CONGELADA" TO DL-STATUS
               WHEN MM-APPROVED
                   MOVE "APROBADA" TO DL-STATUS
               WHEN OTHER
                   MOVE "BORRADOR" TO DL-STATUS
           END-EVALUATE.
           MOVE MM-APPROVER TO DL-APPROVER.
           IF MM-APPROVED-ON NUMERIC AND MM-APPROVED-ON > 0
               MOVE MM-APPROVED-ON TO DL-APPROVED
           ELSE
               MOVE SPACES TO DL-APPROVED
           END-IF.
           WRITE RPT-LINE FROM WS-DIR-LINE.

       DELETE-MATRIX-SECTION.

           PERFORM DELETE-MATRIX-BODY-SECTION.
                       WS-OLD-NAME
                   MOVE "99" TO WS-MASTER-STATUS
               END-IF
               IF WS-MASTER-STATUS = "00" AND MM-FROZEN
                   MOVE "BORRAR" TO WS-REFUSED-ACTION
                   PERFORM FROZEN-REFUSE-SECTION
               END-IF
               IF WS-MASTER-STATUS = "00"
                   DISPLAY "Borrar " WS-OLD-NAME " (" MM-N " X "
                       MM-M ")? (S/N)"
                   ACCEPT WS-CONFIRM-ANSWER
                   IF WS-CONFIRM-ANSWER = "S"
                           OR WS-CONFIRM-ANSWER = "s"
                       MOVE "BORRADA" TO WS-HIST-ACTION
                       MOVE SPACES TO WS-HIST-NEW-NAME
                       PERFORM HISTORY-WRITE-SECTION
                       IF WS-HIST-OK = "Y"
                           MOVE WS-OLD-NAME TO MM-NAME
                           DELETE MATRIX-MASTER-FILE
                               INVALID KEY
                                   DISPLAY "Error: no se pudo borrar "
                                       WS-OLD-NAME
                           END-DELETE
                           IF WS-MASTER-STATUS = "00"
                               DISPLAY "Matriz borrada: " WS-OLD-NAME
                               MOVE WS-OLD-NAME TO WS-AUDIT-NAME
                               MOVE "BORRADA" TO WS-AUDIT-NOTE
                               PERFORM AUDIT-WRITE-NOTE-SECTION
                           END-IF
                       ELSE
                           DISPLAY "Borrado cancelado: no se pudo "
                               "guardar la generacion anterior"
                       END-IF
                   ELSE
                       DISPLAY "Borrado cancelado"
                           "renombrar " WS-OLD-NAME
                       MOVE "99" TO WS-MASTER-STATUS
                   END-IF
                   IF WS-MASTER-STATUS = "00" AND MM-FROZEN
                       MOVE "RENOMBRAR" TO WS-REFUSED-ACTION
                       PERFORM FROZEN-REFUSE-SECTION
                   END-IF
                   IF WS-MASTER-STATUS = "00"
                       PERFORM REKEY-MATRIX-SECTION
                   END-IF
                   IF WS-MASTER-STATUS = "00"
                       MOVE WS-HOLD-RECORD TO MM-RECORD
                       MOVE "RENOMBRADA" TO WS-HIST-ACTION
                       MOVE WS-NEW-NAME TO WS-HIST-NEW-NAME
                       PERFORM HISTORY-WRITE-SECTION
                       IF WS-HIST-OK NOT = "Y"
                           MOVE WS-NEW-NAME TO MM-NAME
                           DELETE MATRIX-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           DISPLAY "Renombre cancelado: no se pudo "
                               "guardar la generacion anterior"
                           MOVE "99" TO WS-MASTER-STATUS
                       END-IF
                   END-IF
                   IF WS-MASTER-STATUS = "00"
                       MOVE WS-OLD-NAME TO MM-NAME
                       DELETE MATRIX-MASTER-FILE
                       IF WS-MASTER-STATUS = "00"
                           DISPLAY "Matriz " WS-OLD-NAME
                               " renombrada a " WS-NEW-NAME
                           MOVE WS-OLD-NAME TO WS-AUDIT-NAME
                           MOVE SPACES TO WS-AUDIT-NOTE
                           STRING "RENOMBRADA A " DELIMITED BY SIZE
                               WS-NEW-NAME DELIMITED BY SIZE
                               INTO WS-AUDIT-NOTE
                           END-STRING
                           PERFORM AUDIT-WRITE-NOTE-SECTION
                       END-IF
                   END-IF
                   CLOSE MATRIX-MASTER-FILE
           ELSE
               PERFORM OPEN-MASTER-IO-SECTION
               IF WS-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-REKEY-DRAFT
                   PERFORM REKEY-MATRIX-SECTION
                   MOVE "N" TO WS-REKEY-DRAFT
                   IF WS-MASTER-STATUS = "00"
                       DISPLAY "Matriz " WS-OLD-NAME " copiada a "
                           WS-NEW-NAME
                       MOVE WS-NEW-NAME TO WS-AUDIT-NAME
                       MOVE SPACES TO WS-AUDIT-NOTE
                       STRING "COPIADA DE " DELIMITED BY SIZE
                           WS-OLD-NAME DELIMITED BY SIZE
                           INTO WS-AUDIT-NOTE
                       END-STRING
                       PERFORM AUDIT-WRITE-NOTE-SECTION
                   END-IF
                   CLOSE MATRIX-MASTER-FILE
               END-IF
               INTO CSV-LINE
               WITH POINTER WS-CSV-POS
           END-STRING.
           IF MM-TITLE NOT = SPACES
               STRING "," DELIMITED BY SIZE
                   MM-TITLE DELIMITED BY "  "
                   INTO CSV-LINE
                   WITH POINTER WS-CSV-POS
               END-STRING
           END-IF.
           WRITE CSV-LINE.
           IF MM-ROW-LABELS = SPACES AND MM-COL-LABELS = SPACES
               MOVE "N" TO WS-LABEL-PRESENT
           ELSE
               MOVE "Y" TO WS-LABEL-PRESENT
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO WS-CSV-POS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > MM-M
                   STRING "," DELIMITED BY SIZE
                       MM-COL-LABEL(J) DELIMITED BY "  "
                       INTO CSV-LINE
                       WITH POINTER WS-CSV-POS
                   END-STRING
               END-PERFORM
               WRITE CSV-LINE
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MM-N
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO WS-CSV-POS
               IF WS-LABEL-PRESENT = "Y"
                   STRING MM-ROW-LABEL(I) DELIMITED BY "  "
                       "," DELIMITED BY SIZE
                       INTO CSV-LINE
                       WITH POINTER WS-CSV-POS
                   END-STRING
               END-IF
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > MM-M
                   MOVE MM-ELEM-COL(I, J) TO WS-CSV-VALUE-ED
                   PERFORM EXPORT-CSV-VALUE-SECTION
               ELSE
                   MOVE WS-HOLD-RECORD TO MM-RECORD
                   MOVE WS-NEW-NAME TO MM-NAME
                   IF WS-REKEY-DRAFT = "Y"
                       MOVE "B" TO MM-STATUS
                       MOVE SPACES TO MM-APPROVER
                       MOVE 0 TO MM-APPROVED-ON
                   END-IF
                   WRITE MM-RECORD
                       INVALID KEY
                           DISPLAY "Error: no se pudo grabar "
               END-IF
           END-IF.

       PENDING-REPORT-SECTION.

           OPEN INPUT MATRIX-PEND-FILE.
           IF WS-PEND-STATUS = "35"
               DISPLAY "No hay matrices pendientes de verificacion"
           ELSE
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "Error: no se pudo abrir archivo de "
                       "matrices pendientes (status " WS-PEND-STATUS
                       ")"
               ELSE
                   OPEN OUTPUT CATALOG-RPT-FILE
                   IF WS-RPT-STATUS NOT = "00"
                       DISPLAY "Error: no se pudo abrir archivo de "
                           "reporte (status " WS-RPT-STATUS ")"
                   ELSE
                       PERFORM PENDING-REPORT-BODY-SECTION
                       CLOSE CATALOG-RPT-FILE
                       DISPLAY "Reporte de matrices pendientes de "
                           "verificacion impreso en MATCATR"
                   END-IF
                   CLOSE MATRIX-PEND-FILE
               END-IF
           END-IF.

       PENDING-REPORT-BODY-SECTION.

           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD.
           MOVE WS-RPT-DATE TO WS-DD-DATE.
           PERFORM DATE-TO-DAYS-SECTION.
           MOVE WS-DD-SERIAL TO WS-TODAY-SERIAL.
           MOVE 0 TO WS-PEND-COUNT.

           MOVE SPACES TO RPT-LINE.
           STRING "MATRICES PENDIENTES DE VERIFICACION  FECHA "
               DELIMITED BY SIZE
               WS-RPT-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "NOMBRE    DIM    CARGADA   FECHA     DIGITO    VER. "
               TO RPT-LINE.
           MOVE "ULT-VERIF DIF  DIAS" TO RPT-LINE(53:19).
           WRITE RPT-LINE.

           MOVE "N" TO WS-PEND-EOF.
           MOVE LOW-VALUES TO PV-NAME.
           START MATRIX-PEND-FILE KEY NOT < PV-NAME
               INVALID KEY
                   MOVE "Y" TO WS-PEND-EOF
           END-START.
           PERFORM UNTIL WS-PEND-AT-EOF
               READ MATRIX-PEND-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-PEND-EOF
               END-READ
               IF WS-PEND-STATUS NOT = "00"
                   MOVE "Y" TO WS-PEND-EOF
               END-IF
               IF NOT WS-PEND-AT-EOF
                   PERFORM PENDING-REPORT-LINE-SECTION
               END-IF
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PEND-COUNT TO WS-MATRIX-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "MATRICES PENDIENTES: " DELIMITED BY SIZE
               WS-MATRIX-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       PENDING-REPORT-LINE-SECTION.

           ADD 1 TO WS-PEND-COUNT.
           MOVE PV-FIRST-DATE TO WS-DD-DATE.
           PERFORM DATE-TO-DAYS-SECTION.
           COMPUTE WS-DAYS-IDLE = WS-TODAY-SERIAL - WS-DD-SERIAL.
           IF WS-DAYS-IDLE < 0
               MOVE 0 TO WS-DAYS-IDLE
           END-IF.
           MOVE WS-DAYS-IDLE TO WS-PEND-DAYS-ED.
           MOVE PV-VERIFY-COUNT TO WS-PEND-VER-ED.
           MOVE PV-MISMATCHES TO WS-PEND-DIF-ED.
           MOVE SPACES TO RPT-LINE.
           STRING PV-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PV-N DELIMITED BY SIZE
               "X" DELIMITED BY SIZE
               PV-M DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PV-FIRST-OPERATOR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PV-FIRST-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PV-KEYED-BY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PEND-VER-ED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               PV-LAST-VERIFIER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PEND-DIF-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PEND-DAYS-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

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

       FROZEN-REFUSE-SECTION.

           DISPLAY "Error: la matriz " MM-NAME " esta congelada; "
               "no se puede " WS-REFUSED-ACTION.
           MOVE MM-NAME TO WS-AUDIT-NAME.
           MOVE SPACES TO WS-AUDIT-NOTE.
           STRING "CONGELADA: RECHAZADO " DELIMITED BY SIZE
               WS-REFUSED-ACTION DELIMITED BY SIZE
               INTO WS-AUDIT-NOTE
           END-STRING.
           PERFORM AUDIT-WRITE-NOTE-SECTION.
           MOVE "Y" TO WS-REFUSED.
           MOVE "99" TO WS-MASTER-STATUS.

       PREFIX-LENGTH-SECTION.

           MOVE 0 TO WS-PFX-LEN.
           MOVE "N" TO WS-PFX-MODE.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 8
               IF WS-PFX-NAME(L:1) = "*" AND WS-PFX-MODE = "N"
                   COMPUTE WS-PFX-LEN = L - 1
                   MOVE "Y" TO WS-PFX-MODE
               END-IF
           END-PERFORM.

       STATUS-CHANGE-SECTION.

           IF NOT WS-OPERATOR-SUPERVISOR
               DISPLAY "Error: solo un supervisor puede aprobar, "
                   "congelar o descongelar matrices"
           ELSE
               DISPLAY "Nombre de la matriz o prefijo terminado en "
                   "* (ej. VTA*):"
               ACCEPT WS-PFX-NAME
               PERFORM PREFIX-LENGTH-SECTION
               MOVE "S" TO WS-CONFIRM-ANSWER
               EVALUATE TRUE
                   WHEN WS-PFX-NAME = SPACES
                       DISPLAY "Error: nombre de matriz vacio"
                       MOVE "N" TO WS-CONFIRM-ANSWER
                   WHEN WS-PFX-NAME(1:1) = "*"
                       DISPLAY "Error: prefijo vacio; indique al "
                           "menos un caracter antes de *"
                       MOVE "N" TO WS-CONFIRM-ANSWER
                   WHEN WS-PFX-MODE = "Y"
                       DISPLAY "Se procesaran todas las matrices "
                           "con prefijo " WS-PFX-NAME(1:WS-PFX-LEN)
                           ". Confirma? (S/N)"
                       ACCEPT WS-CONFIRM-ANSWER
                       IF WS-CONFIRM-ANSWER NOT = "S"
                               AND WS-CONFIRM-ANSWER NOT = "s"
                           DISPLAY "Operacion cancelada"
                       END-IF
               END-EVALUATE
               IF WS-CONFIRM-ANSWER = "S" OR WS-CONFIRM-ANSWER = "s"
                   PERFORM OPEN-MASTER-IO-SECTION
                   IF WS-MASTER-STATUS = "00"
                       PERFORM STATUS-CHANGE-BODY-SECTION
                       CLOSE MATRIX-MASTER-FILE
                   END-IF
               END-IF
           END-IF.

       STATUS-CHANGE-BODY-SECTION.

           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-STATUS-CHANGED.
           MOVE 0 TO WS-STATUS-SKIPPED.
           IF WS-PFX-MODE = "Y"
               MOVE "N" TO WS-MASTER-EOF
               MOVE SPACES TO MM-NAME
               MOVE WS-PFX-NAME(1:WS-PFX-LEN) TO MM-NAME
               START MATRIX-MASTER-FILE KEY NOT < MM-NAME
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF
               END-START
               IF NOT WS-MASTER-AT-EOF
                   PERFORM READ-NEXT-MASTER-SECTION
               END-IF
               PERFORM UNTIL WS-MASTER-AT-EOF
                   IF MM-NAME(1:WS-PFX-LEN)
                           NOT = WS-PFX-NAME(1:WS-PFX-LEN)
                       MOVE "Y" TO WS-MASTER-EOF
                   ELSE
                       PERFORM STATUS-APPLY-SECTION
                       PERFORM READ-NEXT-MASTER-SECTION
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-PFX-NAME TO MM-NAME
               READ MATRIX-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Matriz no encontrada: " WS-PFX-NAME
               END-READ
               IF WS-MASTER-STATUS = "00"
                   PERFORM STATUS-APPLY-SECTION
               END-IF
           END-IF.
           MOVE WS-STATUS-CHANGED TO WS-MATRIX-COUNT-ED.
           DISPLAY "Matrices actualizadas: " WS-MATRIX-COUNT-ED.
           MOVE WS-STATUS-SKIPPED TO WS-MATRIX-COUNT-ED.
           DISPLAY "Matrices omitidas:     " WS-MATRIX-COUNT-ED.

       STATUS-APPLY-SECTION.

           MOVE "N" TO WS-STATUS-DONE.
           MOVE SPACES TO WS-STATUS-NOTE.
           MOVE SPACES TO WS-AUDIT-NOTE.
           EVALUATE TRUE
               WHEN WS-OPTION-APPROVE AND MM-DRAFT
                   MOVE "A" TO MM-STATUS
                   MOVE WS-OPERATOR-ID TO MM-APPROVER
                   MOVE WS-RPT-DATE TO MM-APPROVED-ON
                   MOVE "APROBADA" TO WS-AUDIT-NOTE
                   MOVE "Y" TO WS-STATUS-DONE
               WHEN WS-OPTION-APPROVE AND MM-APPROVED
                   MOVE "YA APROBADA" TO WS-STATUS-NOTE
               WHEN WS-OPTION-APPROVE
                   MOVE "CONGELADA" TO WS-STATUS-NOTE
               WHEN WS-OPTION-FREEZE AND MM-APPROVED
                   MOVE "C" TO MM-STATUS
                   MOVE "CONGELADA" TO WS-AUDIT-NOTE
                   MOVE "Y" TO WS-STATUS-DONE
               WHEN WS-OPTION-FREEZE AND MM-FROZEN
                   MOVE "YA CONGELADA" TO WS-STATUS-NOTE
               WHEN WS-OPTION-FREEZE
                   MOVE "BORRADOR SIN APROBAR" TO WS-STATUS-NOTE
               WHEN WS-OPTION-UNFREEZE AND MM-FROZEN
                   MOVE "A" TO MM-STATUS
                   MOVE "DESCONGELADA" TO WS-AUDIT-NOTE
                   MOVE "Y" TO WS-STATUS-DONE
               WHEN OTHER
                   MOVE "NO ESTA CONGELADA" TO WS-STATUS-NOTE
           END-EVALUATE.
           IF WS-STATUS-DONE = "Y"
               REWRITE MM-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-MASTER-STATUS = "00"
                   ADD 1 TO WS-STATUS-CHANGED
                   DISPLAY "Matriz " MM-NAME " " WS-AUDIT-NOTE
                   MOVE MM-NAME TO WS-AUDIT-NAME
                   PERFORM AUDIT-WRITE-NOTE-SECTION
               ELSE
                   ADD 1 TO WS-STATUS-SKIPPED
                   DISPLAY "Error: no se actualizo " MM-NAME
                       " (status " WS-MASTER-STATUS ")"
               END-IF
           ELSE
               ADD 1 TO WS-STATUS-SKIPPED
               DISPLAY "Matriz " MM-NAME " omitida: " WS-STATUS-NOTE
           END-IF.

       DRAFT-REPORT-SECTION.

           DISPLAY "Prefijo de las matrices (ej. VTA*; en blanco = "
               "todas):".
           ACCEPT WS-PFX-NAME.
           PERFORM PREFIX-LENGTH-SECTION.
           IF WS-PFX-MODE = "N"
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > 8
                   IF WS-PFX-NAME(L:1) NOT = SPACE
                       MOVE L TO WS-PFX-LEN
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM OPEN-MASTER-INPUT-SECTION.
           IF WS-MASTER-STATUS = "00"
               OPEN OUTPUT CATALOG-RPT-FILE
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY "Error: no se pudo abrir archivo de "
                       "reporte (status " WS-RPT-STATUS ")"
               ELSE
                   PERFORM DRAFT-REPORT-BODY-SECTION
                   CLOSE CATALOG-RPT-FILE
                   DISPLAY "Reporte de borradores impreso en MATCATR"
               END-IF
               CLOSE MATRIX-MASTER-FILE
           END-IF.

       DRAFT-REPORT-BODY-SECTION.

           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RPT-LINE.
           IF WS-PFX-LEN = 0
               STRING "MATRICES EN BORRADOR  PREFIJO (TODAS)  FECHA "
                   DELIMITED BY SIZE
                   WS-RPT-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               STRING "MATRICES EN BORRADOR  PREFIJO " DELIMITED BY SIZE
                   WS-PFX-NAME(1:WS-PFX-LEN) DELIMITED BY SIZE
                   "  FECHA " DELIMITED BY SIZE
                   WS-RPT-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM DIRECTORY-HEADING-SECTION.

           IF WS-PFX-LEN = 0
               PERFORM START-AT-FIRST-SECTION
           ELSE
               MOVE "N" TO WS-MASTER-EOF
               MOVE 0 TO WS-MATRIX-COUNT
               MOVE SPACES TO MM-NAME
               MOVE WS-PFX-NAME(1:WS-PFX-LEN) TO MM-NAME
               START MATRIX-MASTER-FILE KEY NOT < MM-NAME
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF
               END-START
           END-IF.
           IF NOT WS-MASTER-AT-EOF
               PERFORM READ-NEXT-MASTER-SECTION
           END-IF.
           PERFORM UNTIL WS-MASTER-AT-EOF
               IF WS-PFX-LEN > 0
                       AND MM-NAME(1:WS-PFX-LEN)
                           NOT = WS-PFX-NAME(1:WS-PFX-LEN)
                   MOVE "Y" TO WS-MASTER-EOF
               ELSE
                   IF MM-DRAFT
                       PERFORM DIRECTORY-LINE-SECTION
                       ADD 1 TO WS-MATRIX-COUNT
                   END-IF
                   PERFORM READ-NEXT-MASTER-SECTION
               END-IF
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MATRIX-COUNT TO WS-MATRIX-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "MATRICES EN BORRADOR: " DELIMITED BY SIZE
               WS-MATRIX-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       DATE-TO-DAYS-SECTION.

           COMPUTE WS-DD-M2 = DD-MONTH + 9.
           MOVE 1 TO WS-CSV-PTR.
           UNSTRING CSV-IN-LINE DELIMITED BY ","
               INTO WS-CSV-HDR-TEXT WS-CSV-HDR-N WS-CSV-HDR-M
                   WS-CSV-HDR-TITLE
               WITH POINTER WS-CSV-PTR
           END-UNSTRING.

                   MOVE 0 TO MM-ELEM-COL(I, J)
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO MM-LABELS.
           MOVE WS-CSV-HDR-TITLE TO MM-TITLE.
           MOVE SPACES TO MM-LINEAGE.
           MOVE 0 TO MM-SRC-OPERATION.
           MOVE 0 TO MM-SRC-COUNT.
           MOVE 0 TO MM-SRC-DATE.
           MOVE 0 TO MM-SRC-TIME.
           MOVE 0 TO MM-SRC-REQUEST.
           MOVE "N" TO WS-BULK-LABELED.
           MOVE "N" TO WS-BULK-LONG-LABEL.
           MOVE "N" TO WS-BULK-HAVE-LINE.
           READ BULK-CSV-FILE
               AT END MOVE "Y" TO WS-CSV-EOF
           END-READ.
           IF NOT WS-CSV-AT-EOF
               PERFORM BULK-CHECK-LABEL-ROW-SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-BULK-N OR WS-CSV-AT-EOF
               IF WS-BULK-HAVE-LINE = "Y"
                   MOVE "N" TO WS-BULK-HAVE-LINE
               ELSE
                   READ BULK-CSV-FILE
                       AT END MOVE "Y" TO WS-CSV-EOF
                   END-READ
               END-IF
               IF WS-CSV-AT-EOF
                   MOVE "Y" TO WS-BULK-REJECT
                   MOVE "FALTAN FILAS DE DATOS" TO WS-BULK-REASON
               ELSE
                   MOVE 1 TO WS-CSV-PTR
                   IF WS-BULK-LABELED = "Y"
                       MOVE SPACES TO WS-LABEL-INPUT
                       UNSTRING CSV-IN-LINE DELIMITED BY ","
                           INTO WS-LABEL-INPUT
                           WITH POINTER WS-CSV-PTR
                       END-UNSTRING
                       IF WS-LABEL-INPUT(13:18) NOT = SPACES
                           MOVE "Y" TO WS-BULK-LONG-LABEL
                       ELSE
                           IF WS-BULK-DIMS-OK = "Y"
                               MOVE WS-LABEL-INPUT TO MM-ROW-LABEL(I)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-BULK-M
                       MOVE SPACES TO WS-CSV-FIELD
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-BULK-LONG-LABEL = "Y" AND WS-BULK-REJECT NOT = "Y"
               MOVE "Y" TO WS-BULK-REJECT
               MOVE "ETIQUETA DEMASIADO LARGA" TO WS-BULK-REASON
           END-IF.
           IF WS-CELL-BAD > 0 AND WS-BULK-REJECT NOT = "Y"
               MOVE "Y" TO WS-BULK-REJECT
               MOVE WS-CELL-BAD TO WS-BULK-COUNT-ED
               END-STRING
           END-IF.

       BULK-CHECK-LABEL-ROW-SECTION.

           MOVE 1 TO WS-CSV-PTR.
           MOVE SPACES TO WS-CSV-FIELD.
           UNSTRING CSV-IN-LINE DELIMITED BY ","
               INTO WS-CSV-FIELD
               WITH POINTER WS-CSV-PTR
           END-UNSTRING.
           IF WS-CSV-FIELD = SPACES
               MOVE "Y" TO WS-BULK-LABELED
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BULK-M
                   MOVE SPACES TO WS-LABEL-INPUT
                   UNSTRING CSV-IN-LINE DELIMITED BY ","
                       INTO WS-LABEL-INPUT
                       WITH POINTER WS-CSV-PTR
                   END-UNSTRING
                   IF WS-LABEL-INPUT(13:18) NOT = SPACES
                       MOVE "Y" TO WS-BULK-LONG-LABEL
                   ELSE
                       IF WS-BULK-DIMS-OK = "Y"
                           MOVE WS-LABEL-INPUT TO MM-COL-LABEL(J)
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               MOVE "Y" TO WS-BULK-HAVE-LINE
           END-IF.

       BULK-FINISH-MATRIX-SECTION.

           IF WS-BULK-REJECT = "Y"
               MOVE WS-OPERATOR-ID TO MM-OWNER
               MOVE WS-RPT-DATE TO MM-CREATED
               MOVE WS-RPT-DATE TO MM-LAST-USED
               MOVE "B" TO MM-STATUS
               MOVE SPACES TO MM-APPROVER
               MOVE 0 TO MM-APPROVED-ON
               WRITE MM-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-BULK-REJECT
                   WRITE RPT-LINE
               ELSE
                   ADD 1 TO WS-BULK-OK
                   MOVE MM-NAME TO WS-AUDIT-NAME
                   MOVE "CARGA MASIVA" TO WS-AUDIT-NOTE
                   PERFORM AUDIT-WRITE-NOTE-SECTION
                   MOVE MM-N TO DL-N
                   MOVE MM-M TO DL-M
                   MOVE SPACES TO RPT-LINE
               END-IF
           END-IF.

       LABEL-MATRIX-SECTION.

           DISPLAY "Nombre de la matriz a rotular:".
           ACCEPT WS-OLD-NAME.
           PERFORM OPEN-MASTER-IO-SECTION.
           IF WS-MASTER-STATUS = "00"
               MOVE WS-OLD-NAME TO MM-NAME
               READ MATRIX-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Matriz no encontrada: " WS-OLD-NAME
               END-READ
               IF WS-MASTER-STATUS = "00"
                       AND NOT WS-OPERATOR-SUPERVISOR
                       AND MM-OWNER NOT = WS-OPERATOR-ID
                   DISPLAY "Error: solo el propietario ("
                       MM-OWNER ") o un supervisor puede rotular "
                       WS-OLD-NAME
                   MOVE "99" TO WS-MASTER-STATUS
               END-IF
               IF WS-MASTER-STATUS = "00" AND MM-FROZEN
                   MOVE "ROTULAR" TO WS-REFUSED-ACTION
                   PERFORM FROZEN-REFUSE-SECTION
               END-IF
               IF WS-MASTER-STATUS = "00"
                   PERFORM LABEL-MATRIX-BODY-SECTION
               END-IF
               CLOSE MATRIX-MASTER-FILE
           END-IF.

       LABEL-MATRIX-BODY-SECTION.

           DISPLAY "Enter = sin cambio, * = borrar el rotulo".
           DISPLAY "Titulo (actual: " MM-TITLE "):".
           MOVE MM-TITLE TO WS-LABEL-TEXT.
           MOVE 30 TO WS-LABEL-MAX.
           PERFORM LABEL-ACCEPT-SECTION.
           MOVE WS-LABEL-TEXT TO MM-TITLE.
           MOVE 12 TO WS-LABEL-MAX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MM-N
               DISPLAY "Rotulo de la fila " I " (actual: "
                   MM-ROW-LABEL(I) "):"
               MOVE MM-ROW-LABEL(I) TO WS-LABEL-TEXT
               PERFORM LABEL-ACCEPT-SECTION
               MOVE WS-LABEL-TEXT TO MM-ROW-LABEL(I)
           END-PERFORM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > MM-M
               DISPLAY "Rotulo de la columna " J " (actual: "
                   MM-COL-LABEL(J) "):"
               MOVE MM-COL-LABEL(J) TO WS-LABEL-TEXT
               PERFORM LABEL-ACCEPT-SECTION
               MOVE WS-LABEL-TEXT TO MM-COL-LABEL(J)
           END-PERFORM.
           DISPLAY "Grabar titulo y rotulos de " WS-OLD-NAME "? (S/N)".
           ACCEPT WS-CONFIRM-ANSWER.
           IF WS-CONFIRM-ANSWER = "S" OR WS-CONFIRM-ANSWER = "s"
               REWRITE MM-RECORD
                   INVALID KEY
                       DISPLAY "Error: no se pudo grabar " WS-OLD-NAME
               END-REWRITE
               IF WS-MASTER-STATUS = "00"
                   DISPLAY "Titulo y rotulos grabados: " WS-OLD-NAME
               END-IF
           ELSE
               DISPLAY "Cambio de rotulos cancelado"
           END-IF.

       LABEL-ACCEPT-SECTION.

           MOVE "Y" TO WS-LABEL-ERR.
           PERFORM UNTIL WS-LABEL-ERR NOT = "Y"
               MOVE SPACES TO WS-LABEL-INPUT
               ACCEPT WS-LABEL-INPUT
               MOVE 0 TO WS-LABEL-COMMAS
               INSPECT WS-LABEL-INPUT TALLYING WS-LABEL-COMMAS
                   FOR ALL ","
               EVALUATE TRUE
                   WHEN WS-LABEL-COMMAS > 0
                       DISPLAY "Error: el rotulo no puede contener "
                           "comas; ingrese de nuevo:"
                   WHEN WS-LABEL-MAX = 12
                           AND WS-LABEL-INPUT(13:18) NOT = SPACES
                       DISPLAY "Error: el rotulo excede 12 "
                           "caracteres; ingrese de nuevo:"
                   WHEN OTHER
                       MOVE "N" TO WS-LABEL-ERR
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-LABEL-INPUT = "*"
                   MOVE SPACES TO WS-LABEL-TEXT
               WHEN WS-LABEL-INPUT NOT = SPACES
                   MOVE WS-LABEL-INPUT TO WS-LABEL-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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

       HISTORY-READ-NEXT-SECTION.

           READ MATRIX-HIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.
           IF WS-HIST-STATUS NOT = "00" OR MH-NAME NOT = WS-OLD-NAME
               MOVE "Y" TO WS-HIST-EOF
           END-IF.

       HISTORY-LIST-SECTION.

           DISPLAY "Nombre de la matriz:".
           ACCEPT WS-OLD-NAME.
           OPEN INPUT MATRIX-HIST-FILE.
           IF WS-HIST-STATUS = "35"
               DISPLAY "No existe el historial de matrices"
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "Error: no se pudo abrir historial de "
                       "matrices (status " WS-HIST-STATUS ")"
               ELSE
                   MOVE 0 TO WS-HIST-COUNT
                   MOVE "N" TO WS-HIST-EOF
                   MOVE WS-OLD-NAME TO MH-NAME
                   MOVE 0 TO MH-GENERATION
                   START MATRIX-HIST-FILE KEY NOT < MH-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-HIST-EOF
                   END-START
                   IF WS-HIST-EOF NOT = "Y"
                       PERFORM HISTORY-READ-NEXT-SECTION
                   END-IF
                   PERFORM UNTIL WS-HIST-EOF = "Y"
                       MOVE MH-MATRIX TO GW-MATRIX
                       MOVE MH-GENERATION TO WS-GEN-ED
                       DISPLAY "Generacion " WS-GEN-ED " " MH-DATE
                           " " MH-TIME " " MH-OPERATOR " "
                           MH-ACTION " " MH-NEW-NAME " "
                           GW-N " X " GW-M
                       ADD 1 TO WS-HIST-COUNT
                       PERFORM HISTORY-READ-NEXT-SECTION
                   END-PERFORM
                   MOVE WS-HIST-COUNT TO WS-MATRIX-COUNT-ED
                   DISPLAY "Generaciones guardadas de " WS-OLD-NAME
                       ": " WS-MATRIX-COUNT-ED
                   CLOSE MATRIX-HIST-FILE
               END-IF
           END-IF.

       HISTORY-LOAD-GEN-SECTION.

           MOVE "N" TO WS-GEN-FOUND.
           IF WS-GEN-SEL = 0
               PERFORM OPEN-MASTER-INPUT-SECTION
               IF WS-MASTER-STATUS = "00"
                   MOVE WS-OLD-NAME TO MM-NAME
                   READ MATRIX-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-MASTER-STATUS = "00"
                       MOVE 0 TO GW-GEN
                       MOVE MM-CREATED TO GW-DATE
                       MOVE 0 TO GW-TIME
                       MOVE MM-OWNER TO GW-OPERATOR
                       MOVE "ACTUAL" TO GW-ACTION
                       MOVE SPACES TO GW-NEW-NAME
                       MOVE MM-RECORD TO GW-MATRIX
                       MOVE "Y" TO WS-GEN-FOUND
                   END-IF
                   CLOSE MATRIX-MASTER-FILE
               END-IF
           ELSE
               OPEN INPUT MATRIX-HIST-FILE
               IF WS-HIST-STATUS = "00"
                   MOVE WS-OLD-NAME TO MH-NAME
                   MOVE WS-GEN-SEL TO MH-GENERATION
                   READ MATRIX-HIST-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-HIST-STATUS = "00"
                       MOVE MH-GENERATION TO GW-GEN
                       MOVE MH-DATE TO GW-DATE
                       MOVE MH-TIME TO GW-TIME
                       MOVE MH-OPERATOR TO GW-OPERATOR
                       MOVE MH-ACTION TO GW-ACTION
                       MOVE MH-NEW-NAME TO GW-NEW-NAME
                       MOVE MH-MATRIX TO GW-MATRIX
                       MOVE "Y" TO WS-GEN-FOUND
                   END-IF
                   CLOSE MATRIX-HIST-FILE
               ELSE
                   IF WS-HIST-STATUS NOT = "35"
                       DISPLAY "Error: no se pudo abrir historial de "
                           "matrices (status " WS-HIST-STATUS ")"
                   END-IF
               END-IF
           END-IF.
           IF WS-GEN-FOUND NOT = "Y"
               MOVE WS-GEN-SEL TO WS-GEN-ED
               DISPLAY "Generacion no encontrada: " WS-OLD-NAME " "
                   WS-GEN-ED
           END-IF.

       HISTORY-COMPARE-SECTION.

           DISPLAY "Nombre de la matriz:".
           ACCEPT WS-OLD-NAME.
           DISPLAY "Generacion A (0 = actual):".
           ACCEPT WS-GEN-SEL-A.
           DISPLAY "Generacion B (0 = actual):".
           ACCEPT WS-GEN-SEL-B.
           IF WS-GEN-SEL-A NOT NUMERIC OR WS-GEN-SEL-B NOT NUMERIC
               DISPLAY "Error: generacion invalida"
           ELSE
               MOVE WS-GEN-SEL-A TO WS-GEN-SEL
               PERFORM HISTORY-LOAD-GEN-SECTION
               IF WS-GEN-FOUND = "Y"
                   MOVE WS-GEN-WORK TO WS-GEN-A
                   MOVE WS-GEN-SEL-B TO WS-GEN-SEL
                   PERFORM HISTORY-LOAD-GEN-SECTION
               END-IF
               IF WS-GEN-FOUND = "Y"
                   MOVE WS-GEN-WORK TO WS-GEN-B
                   OPEN OUTPUT CATALOG-RPT-FILE
                   IF WS-RPT-STATUS NOT = "00"
                       DISPLAY "Error: no se pudo abrir archivo de "
                           "reporte (status " WS-RPT-STATUS ")"
                   ELSE
                       PERFORM HISTORY-COMPARE-BODY-SECTION
                       CLOSE CATALOG-RPT-FILE
                       DISPLAY "Comparacion de generaciones impresa "
                           "en MATCATR"
                   END-IF
               END-IF
           END-IF.

       HISTORY-COMPARE-BODY-SECTION.

           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RPT-LINE.
           STRING "COMPARACION DE GENERACIONES DE " DELIMITED BY SIZE
               WS-OLD-NAME DELIMITED BY SIZE
               "  FECHA " DELIMITED BY SIZE
               WS-RPT-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GEN-A TO WS-GEN-WORK.
           MOVE "GENERACION A: " TO RPT-LINE.
           PERFORM HISTORY-GEN-LINE-SECTION.
           MOVE WS-GEN-B TO WS-GEN-WORK.
           MOVE "GENERACION B: " TO RPT-LINE.
           PERFORM HISTORY-GEN-LINE-SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CELDA       GENERACION A  GENERACION B  DIFERENCIA"
               TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE GA-N TO WS-GEN-MAX-N.
           IF GB-N > WS-GEN-MAX-N
               MOVE GB-N TO WS-GEN-MAX-N
           END-IF.
           MOVE GA-M TO WS-GEN-MAX-M.
           IF GB-M > WS-GEN-MAX-M
               MOVE GB-M TO WS-GEN-MAX-M
           END-IF.
           MOVE 0 TO WS-GEN-DIFF-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GEN-MAX-N
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GEN-MAX-M
                   PERFORM HISTORY-COMPARE-CELL-SECTION
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF GA-N NOT = GB-N OR GA-M NOT = GB-M
               MOVE SPACES TO RPT-LINE
               STRING "DIMENSIONES DISTINTAS: A=" DELIMITED BY SIZE
                   GA-N DELIMITED BY SIZE
                   "X" DELIMITED BY SIZE
                   GA-M DELIMITED BY SIZE
                   " B=" DELIMITED BY SIZE
                   GB-N DELIMITED BY SIZE
                   "X" DELIMITED BY SIZE
                   GB-M DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           MOVE WS-GEN-DIFF-COUNT TO WS-BULK-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "CELDAS DIFERENTES: " DELIMITED BY SIZE
               WS-BULK-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       HISTORY-GEN-LINE-SECTION.

           MOVE 15 TO WS-CSV-POS.
           IF GW-GEN = 0
               STRING "ACTUAL" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-CSV-POS
               END-STRING
           ELSE
               MOVE GW-GEN TO WS-GEN-ED
               STRING WS-GEN-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-CSV-POS
               END-STRING
           END-IF.
           STRING "  FECHA " DELIMITED BY SIZE
               GW-DATE DELIMITED BY SIZE
               "  HORA " DELIMITED BY SIZE
               GW-TIME DELIMITED BY SIZE
               "  OPERADOR " DELIMITED BY SIZE
               GW-OPERATOR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GW-ACTION DELIMITED BY SIZE
               "  DIM " DELIMITED BY SIZE
               GW-N DELIMITED BY SIZE
               " X " DELIMITED BY SIZE
               GW-M DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-CSV-POS
           END-STRING.
           WRITE RPT-LINE.

       HISTORY-COMPARE-CELL-SECTION.

           MOVE I TO WS-GEN-I-ED.
           MOVE J TO WS-GEN-J-ED.
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-CSV-POS.
           STRING "CELDA [" DELIMITED BY SIZE
               WS-GEN-I-ED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GEN-J-ED DELIMITED BY SIZE
               "]     " DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-CSV-POS
           END-STRING.
           IF I > GA-N OR J > GA-M
               STRING "      ---" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-CSV-POS
               END-STRING
           ELSE
               MOVE GA-ELEM-COL(I, J) TO WS-GEN-CELL-A-ED
               STRING "  " DELIMITED BY SIZE
                   WS-GEN-CELL-A-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-CSV-POS
               END-STRING
           END-IF.
           IF I > GB-N OR J > GB-M
               STRING "           ---" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-CSV-POS
               END-STRING
           ELSE
               MOVE GB-ELEM-COL(I, J) TO WS-GEN-CELL-B-ED
               STRING "       " DELIMITED BY SIZE
                   WS-GEN-CELL-B-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-CSV-POS
               END-STRING
           END-IF.
           IF I > GA-N OR J > GA-M OR I > GB-N OR J > GB-M
               ADD 1 TO WS-GEN-DIFF-COUNT
               STRING "               *" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-CSV-POS
               END-STRING
           ELSE
               COMPUTE WS-GEN-DIFF =
                   GB-ELEM-COL(I, J) - GA-ELEM-COL(I, J)
               MOVE WS-GEN-DIFF TO WS-GEN-DIFF-ED
               STRING "     " DELIMITED BY SIZE
                   WS-GEN-DIFF-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-CSV-POS
               END-STRING
               IF WS-GEN-DIFF NOT = 0
                   ADD 1 TO WS-GEN-DIFF-COUNT
                   STRING "  *" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-CSV-POS
                   END-STRING
               END-IF
           END-IF.
           WRITE RPT-LINE.

       HISTORY-RESTORE-SECTION.

           IF NOT WS-OPERATOR-SUPERVISOR
               DISPLAY "Error: solo un supervisor puede restaurar "
                   "una generacion"
           ELSE
               DISPLAY "Nombre de la matriz a restaurar:"
               ACCEPT WS-OLD-NAME
               DISPLAY "Generacion a restaurar:"
               ACCEPT WS-GEN-SEL
               IF WS-GEN-SEL NOT NUMERIC OR WS-GEN-SEL = 0
                   DISPLAY "Error: generacion invalida"
               ELSE
                   PERFORM HISTORY-LOAD-GEN-SECTION
                   IF WS-GEN-FOUND = "Y"
                       PERFORM HISTORY-RESTORE-BODY-SECTION
                   END-IF
               END-IF
           END-IF.

       HISTORY-RESTORE-BODY-SECTION.

           MOVE "N" TO WS-REFUSED.
           MOVE WS-GEN-SEL TO WS-GEN-ED.
           DISPLAY "Restaurar generacion " WS-GEN-ED " de "
               WS-OLD-NAME " (" GW-N " X " GW-M ", " GW-DATE
               ")? (S/N)".
           ACCEPT WS-CONFIRM-ANSWER.
           IF WS-CONFIRM-ANSWER NOT = "S"
                   AND WS-CONFIRM-ANSWER NOT = "s"
               DISPLAY "Restauracion cancelada"
           ELSE
               MOVE "N" TO WS-GEN-RESTORED
               OPEN I-O MATRIX-MASTER-FILE
               IF WS-MASTER-STATUS = "35"
                   OPEN OUTPUT MATRIX-MASTER-FILE
                   IF WS-MASTER-STATUS = "00"
                       CLOSE MATRIX-MASTER-FILE
                       OPEN I-O MATRIX-MASTER-FILE
                   END-IF
               END-IF
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "Error: no se pudo abrir archivo maestro "
                       "de matrices (status " WS-MASTER-STATUS ")"
               ELSE
                   ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
                   MOVE WS-OLD-NAME TO MM-NAME
                   READ MATRIX-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-MASTER-STATUS = "00" AND MM-FROZEN
                       MOVE "RESTAURAR" TO WS-REFUSED-ACTION
                       PERFORM FROZEN-REFUSE-SECTION
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-MASTER-STATUS = "99"
                           CONTINUE
                       WHEN WS-MASTER-STATUS = "00"
                           MOVE "REEMPLAZADA" TO WS-HIST-ACTION
                           MOVE SPACES TO WS-HIST-NEW-NAME
                           PERFORM HISTORY-WRITE-SECTION
                           IF WS-HIST-OK = "Y"
                               MOVE GW-MATRIX TO MM-RECORD
                               MOVE WS-OLD-NAME TO MM-NAME
                               MOVE WS-RPT-DATE TO MM-LAST-USED
                               MOVE "B" TO MM-STATUS
                               MOVE SPACES TO MM-APPROVER
                               MOVE 0 TO MM-APPROVED-ON
                               REWRITE MM-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                               IF WS-MASTER-STATUS = "00"
                                   MOVE "Y" TO WS-GEN-RESTORED
                               END-IF
                           END-IF
                       WHEN OTHER
                           MOVE GW-MATRIX TO MM-RECORD
                           MOVE WS-OLD-NAME TO MM-NAME
                           MOVE WS-RPT-DATE TO MM-LAST-USED
                           MOVE "B" TO MM-STATUS
                           MOVE SPACES TO MM-APPROVER
                           MOVE 0 TO MM-APPROVED-ON
                           WRITE MM-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           IF WS-MASTER-STATUS = "00"
                               MOVE "Y" TO WS-GEN-RESTORED
                           END-IF
                   END-EVALUATE
                   CLOSE MATRIX-MASTER-FILE
                   EVALUATE TRUE
                       WHEN WS-GEN-RESTORED = "Y"
                           DISPLAY "Generacion " WS-GEN-ED
                               " restaurada como actual de " WS-OLD-NAME
                           MOVE WS-OLD-NAME TO WS-AUDIT-NAME
                           MOVE SPACES TO WS-AUDIT-NOTE
                           STRING "RESTAURADA GENERACION "
                               DELIMITED BY SIZE
                               WS-GEN-ED DELIMITED BY SIZE
                               INTO WS-AUDIT-NOTE
                           END-STRING
                           PERFORM AUDIT-WRITE-NOTE-SECTION
                       WHEN WS-REFUSED NOT = "Y"
                           DISPLAY "Error: no se restauro la "
                               "generacion " WS-GEN-ED " de "
                               WS-OLD-NAME
                   END-EVALUATE
               END-IF
           END-IF.

       CSV-PARSE-VALUE-SECTION.

           MOVE "N" TO WS-CSV-ERR.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-NAME
               FILE STATUS IS WS-MASTER-STATUS.
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

       DATA DIVISION.
       FILE SECTION.

       FD  MATRIX-CSV-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSV-LINE                          PIC X(400).

       FD  MATRIX-CSVIN-FILE
           LABEL RECORDS ARE STANDARD.
              10 CKPT-ELEM-1-COL OCCURS 25 TIMES PIC S9(3)V99.
           05 CKPT-ELEM-2 OCCURS 25 TIMES.
              10 CKPT-ELEM-2-COL OCCURS 25 TIMES PIC S9(3)V99.
           05 CKPT-LOADED-M1       PIC X.
           05 CKPT-LOADED-M2       PIC X.

       FD  MATRIX-RSTR-FILE
           LABEL RECORDS ARE STANDARD.
           05 OPR-ID                PIC X(8).
           05 OPR-NAME              PIC X(20).
           05 OPR-LEVEL             PIC 9.
           05 OPR-STATUS            PIC X.
               88 OPR-INACTIVE              VALUE "I".
           05 OPR-EFF-FROM          PIC 9(8).
           05 OPR-EFF-TO            PIC 9(8).
           05 FILLER                PIC X(34).

       FD  MATRIX-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
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

       WORKING-STORAGE SECTION.

           88 WS-INTERACTIVE-MODE   VALUE 1.
           88 WS-BATCH-MODE         VALUE 2.
           88 WS-UNATTENDED-MODE    VALUE 3.
           88 WS-VERIFY-MODE        VALUE 4.

       77 WS-REQ-STATUS   PIC XX VALUE "00".
       77 WS-REQ-EOF      PIC X VALUE "N".
           88 WS-OPERATION-COMPARE   VALUE 6.
           88 WS-OPERATION-INVERT    VALUE 7.
           88 WS-OPERATION-CONSOL    VALUE 8.
           88 WS-OPERATION-ANALYZE   VALUE 9.

       77 K               PIC 99 VALUE 0.

          05 WS-RESID-ROW OCCURS 25 TIMES PIC S9(9)V9(6) COMP-3.

       77 WS-RPT-POS       PIC 9(4) VALUE 1.
       77 WS-RPT-LABELED   PIC X VALUE "N".
       77 WS-RPT-ELEM-ED    PIC -ZZ9.99.
       77 WS-ROW-TOTAL      PIC S9(5)V99 VALUE 0.
       77 WS-ROW-TOTAL-ED   PIC -ZZZZ9.99.
       01 WS-COL-TOTALS.
          05 WS-COL-TOTAL OCCURS 25 TIMES PIC S9(5)V99 VALUE 0.

       77 WS-AN-RANK        PIC 99 VALUE 0.
       77 WS-AN-PIVOT-ROW   PIC 99 VALUE 0.
       77 WS-AN-COL         PIC 99 VALUE 0.
       77 WS-AN-EPS         PIC SV9(6) COMP-3 VALUE 0.000100.
       77 WS-AN-TRACE       PIC S9(5)V99 VALUE 0.
       77 WS-AN-NORM-1      PIC 9(5)V99 VALUE 0.
       77 WS-AN-NORM-INF    PIC 9(5)V99 VALUE 0.
       77 WS-AN-NORM-ED     PIC ZZZZ9.99.
       77 WS-AN-SUM-SQ      PIC 9(9)V9(4) COMP-3 VALUE 0.
       77 WS-AN-ROOT        PIC 9(9)V9(4) COMP-3 VALUE 0.
       77 WS-AN-ROOT-PREV   PIC 9(9)V9(4) COMP-3 VALUE 0.
       77 WS-AN-ROOT-ED     PIC ZZZZ9.9(4).
       77 WS-AN-ITER        PIC 99 VALUE 0.
       77 WS-AN-CELL-ABS    PIC S9(3)V99 VALUE 0.
       77 WS-AN-ZERO-ROWS   PIC 99 VALUE 0.
       77 WS-AN-ZERO-COLS   PIC 99 VALUE 0.
       77 WS-AN-RANK-ED     PIC Z9.
       77 WS-AN-FLAG        PIC X VALUE "N".
       77 WS-AN-FLAG-LABEL  PIC X(22) VALUE SPACES.
       77 WS-AN-FLAG-TEXT   PIC X(9) VALUE SPACES.
       77 WS-AN-SQUARE      PIC X VALUE "N".
           88 WS-AN-IS-SQUARE       VALUE "Y".
       77 WS-AN-ZERO        PIC X VALUE "N".
       77 WS-AN-SYMMETRIC   PIC X VALUE "N".
       77 WS-AN-DIAGONAL    PIC X VALUE "N".
       77 WS-AN-UPPER       PIC X VALUE "N".
       77 WS-AN-LOWER       PIC X VALUE "N".
       77 WS-AN-IDENTITY    PIC X VALUE "N".

       01 WS-AN-ROW-NORMS.
          05 WS-AN-ROW-SUM OCCURS 25 TIMES PIC 9(5)V99 VALUE 0.

       01 WS-AN-COL-NORMS.
          05 WS-AN-COL-SUM OCCURS 25 TIMES PIC 9(5)V99 VALUE 0.

       77 WS-CKPT-I         PIC 99 VALUE 0.
       77 WS-CKPT-J         PIC 99 VALUE 0.
       77 WS-CKPT-STATUS    PIC XX VALUE "00".
           88 WS-OPR-AT-EOF         VALUE "Y".
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
       77 WS-LOAD-ANSWER    PIC X VALUE SPACE.
       77 WS-MATRIX-NAME    PIC X(8) VALUE SPACES.
       77 WS-LOADED-M1      PIC X VALUE "N".
       77 WS-LOADED-M2      PIC X VALUE "N".

       77 WS-HIST-STATUS    PIC XX VALUE "00".
       77 WS-HIST-EOF       PIC X VALUE "N".
       77 WS-HIST-OK        PIC X VALUE "N".
       77 WS-HIST-GEN       PIC 9(3) VALUE 0.
       77 WS-HIST-ACTION    PIC X(11) VALUE SPACES.
       77 WS-HIST-NEW-NAME  PIC X(8) VALUE SPACES.
       77 WS-HIST-MAX-GEN   PIC 9(3) VALUE 999.

       77 WS-PEND-STATUS    PIC XX VALUE "00".
       77 WS-PEND-SOURCE    PIC X(2) VALUE SPACES.
       77 WS-PEND-RESULT    PIC X VALUE "N".
           88 WS-PEND-WRITTEN       VALUE "Y".
           88 WS-PEND-FAILED        VALUE "E".
       77 WS-HAND-KEYED     PIC X VALUE "N".
       77 WS-AUDIT-NOTE     PIC X(37) VALUE SPACES.
       77 WS-SAVE-OWNER     PIC X(8) VALUE SPACES.
       77 WS-SAVE-REFUSED   PIC X VALUE "N".
       77 WS-VER-DIFFS      PIC 9(3) VALUE 0.
       77 WS-VER-DIFFS-ED   PIC ZZ9.
       77 WS-VER-VALUE-A-ED PIC -ZZ9.99.
       77 WS-VER-VALUE-B-ED PIC -ZZ9.99.

       01 WS-HOLD-RECORD                     PIC X(3926).

       01 WS-RESULT-LINEAGE.
          05 RL-SRC-OPERATION      PIC 9 VALUE 0.
          05 RL-SRC-COUNT          PIC 99 VALUE 0.
          05 RL-SRC-PREFIX         PIC X(8) VALUE SPACES.
          05 RL-SRC-NAME OCCURS 10 TIMES PIC X(8) VALUE SPACES.
          05 RL-SRC-DATE           PIC 9(8) VALUE 0.
          05 RL-SRC-TIME           PIC 9(8) VALUE 0.
          05 RL-SRC-OPERATOR       PIC X(8) VALUE SPACES.
          05 RL-SRC-REQUEST        PIC 9(3) VALUE 0.
       77 WS-SRC-MAX        PIC 99 VALUE 10.

       01 WS-REQ-REQUEST.
          05 RQ-OPERATOR-ID        PIC X(8).
          05 RQ-OPERATION          PIC 9.
             10 COL-3 OCCURS 25 TIMES.
                15 ELEM-3 PIC S9(3)V99 VALUE 0.

       01 LABELS-1.
          05 TITLE-1               PIC X(30) VALUE SPACES.
          05 ROW-LABELS-1.
             10 ROW-LABEL-1 OCCURS 25 TIMES PIC X(12) VALUE SPACES.
          05 COL-LABELS-1.
             10 COL-LABEL-1 OCCURS 25 TIMES PIC X(12) VALUE SPACES.

       01 LABELS-2.
          05 TITLE-2               PIC X(30) VALUE SPACES.
          05 ROW-LABELS-2.
             10 ROW-LABEL-2 OCCURS 25 TIMES PIC X(12) VALUE SPACES.
          05 COL-LABELS-2.
             10 COL-LABEL-2 OCCURS 25 TIMES PIC X(12) VALUE SPACES.

       01 LABELS-3.
          05 TITLE-3               PIC X(30) VALUE SPACES.
          05 ROW-LABELS-3.
             10 ROW-LABEL-3 OCCURS 25 TIMES PIC X(12) VALUE SPACES.
          05 COL-LABELS-3.
             10 COL-LABEL-3 OCCURS 25 TIMES PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.

           PERFORM LOAD-OPERATOR-FILE-SECTION.
           PERFORM SIGN-ON-SECTION.

           DISPLAY "Modo de ejecucion: (1) Interactivo (2) Batch "
               "(4) Verificar matriz pendiente"
           ACCEPT WS-RUN-MODE.

           IF WS-VERIFY-MODE
               PERFORM AUDIT-OPEN-SECTION
               IF WS-AUDIT-STATUS = "00"
                   PERFORM VERIFY-ENTRY-SECTION
                   PERFORM AUDIT-CLOSE-SECTION
               END-IF
               PERFORM WRITE-RUN-SUMMARY-SECTION
               STOP RUN
           END-IF.

           PERFORM UNTIL (WS-OPERATION > 0 AND WS-OPERATION NOT > 7)
                   OR WS-OPERATION-ANALYZE
               DISPLAY "Operacion: (1) Suma (2) Resta (3) "
                   "Multiplicacion (4) Transpuesta de M1 (5) "
                   "Resolver sistema A.X=B (6) Comparar M1 y M2 "
                   "(7) Invertir M1 (9) Analizar M1"
               ACCEPT WS-OPERATION
               IF WS-OPERATION = 0 OR WS-OPERATION = 8
                   DISPLAY "Error: operacion debe ser 1-7 o 9"
               END-IF
           END-PERFORM.


           PERFORM AUDIT-CLOSE-SECTION.

           IF WS-HAND-KEYED = "Y"
               DISPLAY "Las matrices ingresadas quedan pendientes de "
                   "verificacion por otro operador (modo 4); no se "
                   "ejecuta la operacion"
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
                   MOVE "PENDIENTE DE VERIFICACION" TO WS-FINAL-STATUS
               END-IF
               PERFORM WRITE-RUN-SUMMARY-SECTION
               STOP RUN
           END-IF.

           PERFORM PERFORM-OPERATION-SECTION.

           IF WS-FALLBACK-USED
               PERFORM AUDIT-WRITE-FALLBACK-NOTE-SECTION
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPERATION-ANALYZE
                   PERFORM DISPLAY-ANALYSIS-SECTION
               WHEN WS-BATCH-MODE
                   IF (WS-OPERATION-SOLVE OR WS-OPERATION-INVERT)
                           AND WS-SOLVE-STATUS > 0
                       DISPLAY "No se generan MATOUT ni MATCSV: la "
                           "operacion no produjo resultado"
                   ELSE
                       PERFORM BATCH-OUTPUT-SECTION
                       PERFORM EXPORT-CSV-SECTION
                   END-IF
               WHEN OTHER
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
                       PERFORM VARYING J FROM 1 BY 1
                               UNTIL J > WS-OUT-COLS
                           MOVE ELEM-3(I, J) TO WS-RPT-ELEM-ED
                           DISPLAY "M3[" I "," J "] = " WS-RPT-ELEM-ED
                       END-PERFORM
                   END-PERFORM
                   COMPUTE WS-ELEMS-WRITTEN = N * WS-OUT-COLS
                   DISPLAY "Exportar M3 a CSV? (S/N)"
                   ACCEPT WS-CSV-ANSWER
                   IF WS-CSV-ANSWER = "S" OR WS-CSV-ANSWER = "s"
                       PERFORM EXPORT-CSV-SECTION
                   END-IF
           END-EVALUATE.

           PERFORM WRITE-REPORT-SECTION.

           IF WS-OPERATION-COMPARE
               PERFORM SET-COMPARE-STATUS-SECTION
           END-IF.
           IF WS-OPERATION-ANALYZE
               PERFORM SET-ANALYSIS-STATUS-SECTION
           END-IF.
           PERFORM WRITE-RUN-SUMMARY-SECTION.

           STOP RUN.
               END-STRING
           END-IF.

       SET-ANALYSIS-STATUS-SECTION.

           MOVE WS-AN-RANK TO WS-AN-RANK-ED.
           MOVE SPACES TO WS-FINAL-STATUS.
           IF WS-AN-IS-SQUARE AND WS-AN-RANK < N
               STRING "ANALISIS: MATRIZ SINGULAR, RANGO "
                   DELIMITED BY SIZE
                   WS-AN-RANK-ED DELIMITED BY SIZE
                   INTO WS-FINAL-STATUS
               END-STRING
           ELSE
               STRING "ANALISIS: RANGO " DELIMITED BY SIZE
                   WS-AN-RANK-ED DELIMITED BY SIZE
                   INTO WS-FINAL-STATUS
               END-STRING
           END-IF.

       DISPLAY-ANALYSIS-SECTION.

           MOVE WS-AN-RANK TO WS-AN-RANK-ED.
           DISPLAY "Rango de M1: " WS-AN-RANK-ED.
           IF WS-AN-IS-SQUARE
               IF WS-DET-OVERFLOW = "Y"
                   DISPLAY "Determinante de M1: fuera de rango"
               ELSE
                   COMPUTE WS-DETERMINANT-ED ROUNDED = WS-DETERMINANT
                   DISPLAY "Determinante de M1: " WS-DETERMINANT-ED
               END-IF
               MOVE WS-AN-TRACE TO WS-ROW-TOTAL-ED
               DISPLAY "Traza de M1: " WS-ROW-TOTAL-ED
               IF WS-AN-RANK < N
                   DISPLAY "M1 es singular: no tiene inversa ni "
                       "solucion unica"
               END-IF
           ELSE
               DISPLAY "M1 no es cuadrada: sin determinante ni traza"
           END-IF.
           IF WS-AN-ZERO-ROWS > 0 OR WS-AN-ZERO-COLS > 0
               DISPLAY "Aviso: M1 tiene filas o columnas en cero"
           END-IF.
           DISPLAY "Detalle del analisis en el reporte MATRPT".

       WRITE-RUN-SUMMARY-SECTION.

           IF WS-RUN-RC = 0 AND WS-OVERFLOW-COUNT > 0
                   END-IF
               WHEN WS-OPERATION-CONSOL
                   CONTINUE
               WHEN WS-OPERATION-ANALYZE
                   PERFORM ANALYZE-MATRIX-1
               WHEN OTHER
                   PERFORM ADD-MATRICES
           END-EVALUATE.
           PERFORM SET-RESULT-LABELS-SECTION.

       SET-RESULT-LABELS-SECTION.

           MOVE SPACES TO LABELS-3.
           EVALUATE TRUE
               WHEN WS-FALLBACK-USED
                   MOVE LABELS-1 TO LABELS-3
               WHEN WS-OPERATION-MULTIPLY
                   MOVE TITLE-1 TO TITLE-3
                   MOVE ROW-LABELS-1 TO ROW-LABELS-3
                   MOVE COL-LABELS-2 TO COL-LABELS-3
               WHEN WS-OPERATION-TRANSPOSE OR WS-OPERATION-INVERT
                   MOVE TITLE-1 TO TITLE-3
                   MOVE COL-LABELS-1 TO ROW-LABELS-3
                   MOVE ROW-LABELS-1 TO COL-LABELS-3
               WHEN WS-OPERATION-SOLVE
                   MOVE TITLE-1 TO TITLE-3
                   MOVE COL-LABELS-1 TO ROW-LABELS-3
                   MOVE COL-LABEL-2(1) TO COL-LABEL-3(1)
               WHEN WS-OPERATION-ANALYZE
                   MOVE TITLE-1 TO TITLE-3
                   MOVE ROW-LABELS-1 TO ROW-LABELS-3
                   MOVE COL-LABELS-1 TO COL-LABELS-3
               WHEN OTHER
                   MOVE LABELS-1 TO LABELS-3
           END-EVALUATE.

       LOAD-OPERATOR-FILE-SECTION.

               PERFORM WRITE-RUN-SUMMARY-SECTION
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
           MOVE ZEROS TO MATRIX-1.
           MOVE ZEROS TO MATRIX-2.
           MOVE ZEROS TO MATRIX-3.
           MOVE SPACES TO LABELS-1.
           MOVE SPACES TO LABELS-2.
           MOVE SPACES TO LABELS-3.
           MOVE SPACES TO WS-RESULT-LINEAGE.
           MOVE 0 TO RL-SRC-COUNT.
           ACCEPT RL-SRC-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-SRC-TIME FROM TIME.
           MOVE RQ-OPERATOR-ID TO RL-SRC-OPERATOR.
           MOVE WS-REQ-COUNT TO RL-SRC-REQUEST.

           PERFORM VALIDATE-OPERATOR-SECTION.
           IF NOT WS-SIGNON-OK

           IF NOT WS-REQ-IN-ERROR
               IF RQ-OPERATION NOT NUMERIC OR RQ-OPERATION = 0
                   MOVE "OPERACION INVALIDA (DEBE SER 1-9)"
                       TO WS-REQ-ERROR-MSG
                   MOVE "Y" TO WS-REQ-ERROR-FLAG
                   MOVE 10 TO WS-RUN-RC
               ELSE
                   MOVE RQ-OPERATION TO WS-OPERATION
                   MOVE RQ-OPERATION TO RL-SRC-OPERATION
               END-IF
           END-IF.

           IF NOT WS-REQ-IN-ERROR AND NOT WS-OPERATION-CONSOL
               MOVE RQ-MATRIX-1 TO WS-MATRIX-NAME
               PERFORM LOAD-MATRIX-1-SECTION
               IF WS-LOADED-M1 = "Y"
                   MOVE 1 TO RL-SRC-COUNT
                   MOVE RQ-MATRIX-1 TO RL-SRC-NAME(1)
               END-IF
               IF WS-LOADED-M1 NOT = "Y"
                   STRING "MATRIZ M1 NO ENCONTRADA: " DELIMITED BY SIZE
                       RQ-MATRIX-1 DELIMITED BY SIZE
               MOVE 10 TO WS-RUN-RC
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPERATION-SOLVE
                   MOVE 1 TO WS-M2-COLS
               WHEN WS-OPERATION-ANALYZE
                   MOVE 0 TO WS-M2-COLS
               WHEN OTHER
                   MOVE M TO WS-M2-COLS
           END-EVALUATE.

           IF NOT WS-REQ-IN-ERROR AND NOT WS-OPERATION-TRANSPOSE
                   AND NOT WS-OPERATION-INVERT
                   AND NOT WS-OPERATION-CONSOL
                   AND NOT WS-OPERATION-ANALYZE
               MOVE RQ-MATRIX-2 TO WS-MATRIX-NAME
               PERFORM LOAD-MATRIX-2-SECTION
               IF WS-LOADED-M2 = "Y"
                   MOVE 2 TO RL-SRC-COUNT
                   MOVE RQ-MATRIX-2 TO RL-SRC-NAME(2)
               END-IF
               IF WS-LOADED-M2 NOT = "Y"
                   STRING "MATRIZ M2 NO CARGADA: " DELIMITED BY SIZE
                       RQ-MATRIX-2 DELIMITED BY SIZE
               IF WS-OPERATION-COMPARE
                   PERFORM SET-COMPARE-STATUS-SECTION
               END-IF
               IF WS-OPERATION-ANALYZE
                   PERFORM SET-ANALYSIS-STATUS-SECTION
               END-IF
               PERFORM REQUEST-REPORT-SECTION
               IF WS-OPERATION-ANALYZE AND RQ-RESULT-NAME NOT = SPACES
                   MOVE SPACES TO RPT-LINE
                   STRING "AVISO: EL ANALISIS NO PRODUCE MATRIZ; NO "
                       DELIMITED BY SIZE
                       "SE GUARDA " DELIMITED BY SIZE
                       RQ-RESULT-NAME DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF
               IF ((WS-OPERATION-SOLVE OR WS-OPERATION-INVERT)
                       AND WS-SOLVE-STATUS > 0)
                       OR WS-OPERATION-ANALYZE
                   CONTINUE
               ELSE
                   PERFORM REQUEST-OUTPUT-SECTION
                   MOVE I TO WS-ROWS-M1-DONE
                   PERFORM CHECKPOINT-SAVE-SECTION
               END-PERFORM
           END-IF.

           IF WS-LOADED-M1 NOT = "Y"
               MOVE "M1" TO WS-PEND-SOURCE
               PERFORM PEND-NAME-SECTION
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPERATION-SOLVE
                   MOVE 1 TO WS-M2-COLS
               WHEN WS-OPERATION-ANALYZE
                   MOVE 0 TO WS-M2-COLS
               WHEN OTHER
                   MOVE M TO WS-M2-COLS
           END-EVALUATE.

           IF WS-RESTORED-FLAG NOT = "Y" AND NOT WS-OPERATION-ANALYZE
               IF WS-OPERATION-SOLVE
                   DISPLAY "Cargar vector B desde matriz guardada? "
                       "(S/N)"
               END-IF
           END-IF.

           IF WS-ROWS-M2-DONE < N AND NOT WS-OPERATION-ANALYZE
               IF WS-OPERATION-SOLVE
                   DISPLAY "Ingrese los elementos del vector B "
                       "(en M2, columna 1):"
                   MOVE I TO WS-ROWS-M2-DONE
                   PERFORM CHECKPOINT-SAVE-SECTION
               END-PERFORM
           END-IF.

           IF WS-LOADED-M2 NOT = "Y" AND NOT WS-OPERATION-ANALYZE
               MOVE "M2" TO WS-PEND-SOURCE
               PERFORM PEND-NAME-SECTION
           END-IF.

           PERFORM CHECKPOINT-CLEAR-SECTION.

       PEND-NAME-SECTION.

           MOVE "Y" TO WS-HAND-KEYED.
           MOVE "N" TO WS-PEND-RESULT.
           PERFORM UNTIL WS-PEND-WRITTEN OR WS-PEND-FAILED
               DISPLAY "Nombre para " WS-PEND-SOURCE
                   " (queda pendiente de verificacion):"
               ACCEPT WS-MATRIX-NAME
               IF WS-MATRIX-NAME = SPACES
                   DISPLAY "Error: el nombre es obligatorio"
               ELSE
                   PERFORM PEND-WRITE-SECTION
               END-IF
           END-PERFORM.

       PEND-WRITE-SECTION.

           OPEN I-O MATRIX-PEND-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT MATRIX-PEND-FILE
               IF WS-PEND-STATUS = "00"
                   CLOSE MATRIX-PEND-FILE
                   OPEN I-O MATRIX-PEND-FILE
               END-IF
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de matrices "
                   "pendientes (status " WS-PEND-STATUS ")"
               MOVE "E" TO WS-PEND-RESULT
               IF WS-RUN-RC = 0
                   MOVE 12 TO WS-RUN-RC
                   MOVE "ERROR ARCHIVO DE PENDIENTES"
                       TO WS-FINAL-STATUS
               END-IF
           ELSE
               MOVE WS-MATRIX-NAME TO PV-NAME
               READ MATRIX-PEND-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PEND-STATUS = "00"
                       AND PV-FIRST-OPERATOR NOT = WS-OPERATOR-ID
                   DISPLAY "Error: " WS-MATRIX-NAME " ya esta "
                       "pendiente, cargada por " PV-FIRST-OPERATOR
                       "; elija otro nombre"
               ELSE
                   PERFORM PEND-FILL-SECTION
                   IF WS-PEND-STATUS = "00"
                       REWRITE PV-RECORD
                   ELSE
                       WRITE PV-RECORD
                   END-IF
                   IF WS-PEND-STATUS = "00"
                       MOVE "Y" TO WS-PEND-RESULT
                       MOVE "PENDIENTE" TO WS-SAVE-ACTION
                       PERFORM AUDIT-WRITE-SAVE-NOTE-SECTION
                       DISPLAY WS-PEND-SOURCE " queda pendiente como "
                           WS-MATRIX-NAME
                       PERFORM PEND-CHECK-MASTER-SECTION
                   ELSE
                       DISPLAY "Error: no se pudo grabar "
                           WS-MATRIX-NAME " en pendientes (status "
                           WS-PEND-STATUS ")"
                       MOVE "E" TO WS-PEND-RESULT
                       IF WS-RUN-RC = 0
                           MOVE 12 TO WS-RUN-RC
                           MOVE "ERROR ARCHIVO DE PENDIENTES"
                               TO WS-FINAL-STATUS
                       END-IF
                   END-IF
               END-IF
               CLOSE MATRIX-PEND-FILE
           END-IF.

       PEND-FILL-SECTION.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-MATRIX-NAME TO PV-NAME.
           MOVE N TO PV-N.
           MOVE WS-OPERATOR-ID TO PV-FIRST-OPERATOR.
           MOVE WS-AUDIT-DATE TO PV-FIRST-DATE.
           MOVE WS-AUDIT-TIME TO PV-FIRST-TIME.
           MOVE WS-OPERATOR-ID TO PV-KEYED-BY.
           MOVE 0 TO PV-VERIFY-COUNT.
           MOVE SPACES TO PV-LAST-VERIFIER.
           MOVE 0 TO PV-LAST-DATE.
           MOVE 0 TO PV-MISMATCHES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MAX-DIM
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MAX-DIM
                   MOVE 0 TO PV-ELEM-COL(I, J)
               END-PERFORM
           END-PERFORM.
           IF WS-PEND-SOURCE = "M1"
               MOVE M TO PV-M
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
                       MOVE ELEM-1(I, J) TO PV-ELEM-COL(I, J)
                   END-PERFORM
               END-PERFORM
           ELSE
               MOVE WS-M2-COLS TO PV-M
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-M2-COLS
                       MOVE ELEM-2(I, J) TO PV-ELEM-COL(I, J)
                   END-PERFORM
               END-PERFORM
           END-IF.

       PEND-CHECK-MASTER-SECTION.

           OPEN INPUT MATRIX-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE WS-MATRIX-NAME TO MM-NAME
               READ MATRIX-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MASTER-STATUS = "00"
                   IF MM-FROZEN
                       DISPLAY "Aviso: " WS-MATRIX-NAME " esta "
                           "congelada en el maestro; no podra "
                           "guardarse mientras siga congelada"
                   ELSE
                       DISPLAY "Aviso: ya existe " WS-MATRIX-NAME
                           " en el maestro; al verificarla solo un "
                           "supervisor podra reemplazarla"
                   END-IF
               END-IF
               CLOSE MATRIX-MASTER-FILE
           END-IF.

       VERIFY-ENTRY-SECTION.

           DISPLAY "Nombre de la matriz pendiente a verificar:".
           ACCEPT WS-MATRIX-NAME.
           OPEN I-O MATRIX-PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de matrices "
                   "pendientes (status " WS-PEND-STATUS ")"
               MOVE 12 TO WS-RUN-RC
               MOVE "ERROR ARCHIVO DE PENDIENTES" TO WS-FINAL-STATUS
           ELSE
               MOVE WS-MATRIX-NAME TO PV-NAME
               READ MATRIX-PEND-FILE
                   INVALID KEY
                       DISPLAY "Error: no hay matriz pendiente "
                           WS-MATRIX-NAME
                       MOVE 8 TO WS-RUN-RC
                       MOVE "MATRIZ PENDIENTE NO ENCONTRADA"
                           TO WS-FINAL-STATUS
               END-READ
               IF WS-PEND-STATUS = "00"
                   IF PV-KEYED-BY = WS-OPERATOR-ID
                       DISPLAY "Error: " WS-MATRIX-NAME " fue cargada "
                           "por " PV-KEYED-BY "; debe verificarla "
                           "otro operador"
                       MOVE 8 TO WS-RUN-RC
                       MOVE "VERIFICADOR IGUAL AL DIGITADOR"
                           TO WS-FINAL-STATUS
                   ELSE
                       PERFORM VERIFY-KEY-SECTION
                       PERFORM VERIFY-COMPARE-SECTION
                       PERFORM VERIFY-FINISH-SECTION
                   END-IF
               END-IF
               CLOSE MATRIX-PEND-FILE
           END-IF.

       VERIFY-KEY-SECTION.

           MOVE PV-N TO N.
           MOVE PV-M TO M.
           MOVE M TO WS-OUT-COLS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
                   MOVE PV-ELEM-COL(I, J) TO ELEM-1(I, J)
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-AUDIT-NOTE.
           STRING "VERIFICA CARGA DE " DELIMITED BY SIZE
               PV-KEYED-BY DELIMITED BY SIZE
               INTO WS-AUDIT-NOTE
           END-STRING.
           PERFORM AUDIT-WRITE-NOTE-SECTION.
           DISPLAY "Verificacion de " WS-MATRIX-NAME " (" N "x" M
               "), cargada por " PV-KEYED-BY.
           DISPLAY "Ingrese nuevamente los elementos:".
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
                   DISPLAY "Elemento [" I "," J "] de "
                       WS-MATRIX-NAME ":"
                   ACCEPT WS-NUM-ED
                   MOVE WS-NUM-ED TO NUM
                   MOVE NUM TO ELEM-2(I, J)
                   ADD 1 TO WS-ELEMS-READ
                   MOVE "VER" TO WS-AUDIT-MATRIX-NAME
                   MOVE I TO WS-AUDIT-I-ED
                   MOVE J TO WS-AUDIT-J-ED
                   MOVE NUM TO WS-AUDIT-VALUE-ED
                   PERFORM AUDIT-WRITE-RECORD-SECTION
               END-PERFORM
           END-PERFORM.

       VERIFY-COMPARE-SECTION.

           MOVE 0 TO WS-VER-DIFFS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
                   IF ELEM-1(I, J) NOT = ELEM-2(I, J)
                       ADD 1 TO WS-VER-DIFFS
                       MOVE I TO WS-AUDIT-I-ED
                       MOVE J TO WS-AUDIT-J-ED
                       MOVE ELEM-1(I, J) TO WS-VER-VALUE-A-ED
                       MOVE ELEM-2(I, J) TO WS-VER-VALUE-B-ED
                       PERFORM AUDIT-WRITE-DIFF-SECTION
                       DISPLAY "Diferencia en [" I "," J "]: "
                           "primera carga " WS-VER-VALUE-A-ED
                           ", verificacion " WS-VER-VALUE-B-ED
                       DISPLAY "Valor correcto para [" I "," J "]:"
                       ACCEPT WS-NUM-ED
                       MOVE WS-NUM-ED TO NUM
                       MOVE NUM TO ELEM-1(I, J)
                       MOVE "COR" TO WS-AUDIT-MATRIX-NAME
                       MOVE NUM TO WS-AUDIT-VALUE-ED
                       PERFORM AUDIT-WRITE-RECORD-SECTION
                   END-IF
               END-PERFORM
           END-PERFORM.

       VERIFY-FINISH-SECTION.

           IF WS-VER-DIFFS = 0
               MOVE PV-FIRST-OPERATOR TO WS-SAVE-OWNER
               MOVE SPACES TO LABELS-1
               MOVE SPACES TO WS-SAVE-ACTION
               PERFORM SAVE-MATRIX-1-SECTION
               MOVE SPACES TO WS-SAVE-OWNER
               IF WS-SAVE-ACTION NOT = SPACES
                   DELETE MATRIX-PEND-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE SPACES TO WS-AUDIT-NOTE
                   STRING "VERIFICADA, CARGA DE " DELIMITED BY SIZE
                       PV-KEYED-BY DELIMITED BY SIZE
                       INTO WS-AUDIT-NOTE
                   END-STRING
                   PERFORM AUDIT-WRITE-NOTE-SECTION
                   DISPLAY "Verificacion correcta: " WS-MATRIX-NAME
                       " " WS-SAVE-ACTION " en el maestro"
               ELSE
                   DISPLAY "La verificacion coincide pero "
                       WS-MATRIX-NAME " no se guardo; sigue pendiente"
               END-IF
           ELSE
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
                       MOVE ELEM-1(I, J) TO PV-ELEM-COL(I, J)
                   END-PERFORM
               END-PERFORM
               MOVE WS-OPERATOR-ID TO PV-KEYED-BY
               ADD 1 TO PV-VERIFY-COUNT
               MOVE WS-OPERATOR-ID TO PV-LAST-VERIFIER
               MOVE WS-AUDIT-DATE TO PV-LAST-DATE
               MOVE WS-VER-DIFFS TO PV-MISMATCHES
               REWRITE PV-RECORD
                   INVALID KEY
                       DISPLAY "Error: no se pudo actualizar "
                           WS-MATRIX-NAME " en pendientes"
               END-REWRITE
               MOVE WS-VER-DIFFS TO WS-VER-DIFFS-ED
               MOVE SPACES TO WS-AUDIT-NOTE
               STRING "CON " DELIMITED BY SIZE
                   WS-VER-DIFFS-ED DELIMITED BY SIZE
                   " DIFERENCIAS, PENDIENTE" DELIMITED BY SIZE
                   INTO WS-AUDIT-NOTE
               END-STRING
               PERFORM AUDIT-WRITE-NOTE-SECTION
               DISPLAY WS-VER-DIFFS-ED " diferencias corregidas; "
                   WS-MATRIX-NAME " queda pendiente de una nueva "
                   "verificacion por otro operador"
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
                   MOVE "VERIFICACION CON DIFERENCIAS"
                       TO WS-FINAL-STATUS
               END-IF
           END-IF.

       CHECKPOINT-RESTORE-SECTION.

           OPEN INPUT MATRIX-CKPT-FILE.
                           MOVE CKPT-M TO M
                           MOVE CKPT-ROWS-M1-DONE TO WS-ROWS-M1-DONE
                           MOVE CKPT-ROWS-M2-DONE TO WS-ROWS-M2-DONE
                           MOVE CKPT-LOADED-M1 TO WS-LOADED-M1
                           MOVE CKPT-LOADED-M2 TO WS-LOADED-M2
                           COMPUTE WS-START-ROW-M1
                               = WS-ROWS-M1-DONE + 1
                           COMPUTE WS-START-ROW-M2
               MOVE M TO CKPT-M
               MOVE WS-ROWS-M1-DONE TO CKPT-ROWS-M1-DONE
               MOVE WS-ROWS-M2-DONE TO CKPT-ROWS-M2-DONE
               MOVE WS-LOADED-M1 TO CKPT-LOADED-M1
               MOVE WS-LOADED-M2 TO CKPT-LOADED-M2
               PERFORM VARYING WS-CKPT-I FROM 1 BY 1
                       UNTIL WS-CKPT-I > N
                   PERFORM VARYING WS-CKPT-J FROM 1 BY 1
                           ADD 1 TO WS-ELEMS-READ
                       END-PERFORM
                   END-PERFORM
                   MOVE MM-LABELS TO LABELS-1
                   MOVE N TO WS-ROWS-M1-DONE
                   MOVE "Y" TO WS-LOADED-M1
                   PERFORM MARK-MATRIX-USED-SECTION
                               ADD 1 TO WS-ELEMS-READ
                           END-PERFORM
                       END-PERFORM
                       MOVE MM-LABELS TO LABELS-2
                       MOVE N TO WS-ROWS-M2-DONE
                       MOVE "Y" TO WS-LOADED-M2
                       PERFORM MARK-MATRIX-USED-SECTION
               MOVE 10 TO WS-RUN-RC
           ELSE
               IF WS-CONSOL-PFX-LEN > 0
                   MOVE RQ-MATRIX-1 TO RL-SRC-PREFIX
                   PERFORM CONSOLIDATE-PREFIX-SECTION
               ELSE
                   PERFORM CONSOLIDATE-LIST-SECTION
           IF WS-CONSOL-COUNT = 0
               MOVE MM-N TO N
               MOVE MM-M TO M
               MOVE MM-LABELS TO LABELS-1
           END-IF.
           IF MM-N NOT = N OR MM-M NOT = M
               MOVE SPACES TO WS-REQ-ERROR-MSG
               MOVE 10 TO WS-RUN-RC
           ELSE
               ADD 1 TO WS-CONSOL-COUNT
               MOVE WS-CONSOL-COUNT TO RL-SRC-COUNT
               IF WS-CONSOL-COUNT NOT > WS-SRC-MAX
                   MOVE MM-NAME TO RL-SRC-NAME(WS-CONSOL-COUNT)
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
                       COMPUTE ELEM-3(I, J) =
                   MOVE ELEM-1(I, J) TO MM-ELEM-COL(I, J)
               END-PERFORM
           END-PERFORM.
           MOVE LABELS-1 TO MM-LABELS.
           MOVE SPACES TO MM-LINEAGE.
           MOVE 0 TO MM-SRC-OPERATION.
           MOVE 0 TO MM-SRC-COUNT.
           MOVE 0 TO MM-SRC-DATE.
           MOVE 0 TO MM-SRC-TIME.
           MOVE 0 TO MM-SRC-REQUEST.
           PERFORM SAVE-MATRIX-MASTER-RECORD-SECTION.

       SAVE-RESULT-SECTION.
                   MOVE ELEM-3(I, J) TO MM-ELEM-COL(I, J)
               END-PERFORM
           END-PERFORM.
           MOVE LABELS-3 TO MM-LABELS.
           MOVE WS-RESULT-LINEAGE TO MM-LINEAGE.
           PERFORM SAVE-MATRIX-MASTER-RECORD-SECTION.

       SAVE-MATRIX-MASTER-RECORD-SECTION.
           END-IF.
           IF WS-MASTER-STATUS = "00"
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               IF WS-SAVE-OWNER = SPACES
                   MOVE WS-OPERATOR-ID TO MM-OWNER
               ELSE
                   MOVE WS-SAVE-OWNER TO MM-OWNER
               END-IF
               MOVE WS-AUDIT-DATE TO MM-CREATED
               MOVE WS-AUDIT-DATE TO MM-LAST-USED
               MOVE "B" TO MM-STATUS
               MOVE SPACES TO MM-APPROVER
               MOVE 0 TO MM-APPROVED-ON
               MOVE "GUARDADA" TO WS-SAVE-ACTION
               MOVE "N" TO WS-SAVE-REFUSED
               WRITE MM-RECORD
                   INVALID KEY
                       PERFORM SAVE-EXISTING-MATRIX-SECTION
               END-WRITE
               CLOSE MATRIX-MASTER-FILE
               IF WS-SAVE-ACTION NOT = SPACES
                   PERFORM AUDIT-WRITE-SAVE-NOTE-SECTION
               END-IF
               IF WS-SAVE-REFUSED = "Y"
                   MOVE "CONGELADA: RECHAZADO GUARDAR"
                       TO WS-AUDIT-NOTE
                   PERFORM AUDIT-WRITE-NOTE-SECTION
               END-IF
           ELSE
               DISPLAY "Error: no se pudo abrir archivo maestro de "
                   "matrices (status " WS-MASTER-STATUS ")"
               END-IF
           END-IF.

       SAVE-EXISTING-MATRIX-SECTION.

           MOVE MM-RECORD TO WS-HOLD-RECORD.
           READ MATRIX-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS = "00" AND MM-FROZEN
                   DISPLAY "Error: la matriz " WS-MATRIX-NAME
                       " esta congelada; no se guardo."
                   MOVE SPACES TO WS-SAVE-ACTION
                   MOVE "Y" TO WS-SAVE-REFUSED
                   IF WS-RUN-RC = 0
                       MOVE 12 TO WS-RUN-RC
                       MOVE "MATRIZ CONGELADA: NO SE GUARDO"
                           TO WS-FINAL-STATUS
                   END-IF
               WHEN WS-OPERATOR-SUPERVISOR
                   MOVE WS-HOLD-RECORD TO MM-RECORD
                   PERFORM REPLACE-MATRIX-RECORD-SECTION
               WHEN OTHER
                   DISPLAY "Error: ya existe la matriz "
                       WS-MATRIX-NAME "; solo un supervisor "
                       "puede reemplazarla. No se guardo."
                   MOVE SPACES TO WS-SAVE-ACTION
                   IF WS-RUN-RC = 0
                       MOVE 12 TO WS-RUN-RC
                       MOVE "MATRIZ NO GUARDADA: YA EXISTE"
                           TO WS-FINAL-STATUS
                   END-IF
           END-EVALUATE.
           MOVE WS-HOLD-RECORD TO MM-RECORD.

       REPLACE-MATRIX-RECORD-SECTION.

           MOVE MM-RECORD TO WS-HOLD-RECORD.
           READ MATRIX-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "N" TO WS-HIST-OK.
           IF WS-MASTER-STATUS = "00"
               MOVE "REEMPLAZADA" TO WS-HIST-ACTION
               MOVE SPACES TO WS-HIST-NEW-NAME
               PERFORM HISTORY-WRITE-SECTION
           END-IF.
           MOVE WS-HOLD-RECORD TO MM-RECORD.
           IF WS-HIST-OK = "Y"
               REWRITE MM-RECORD
               MOVE "REEMPLAZADA" TO WS-SAVE-ACTION
           ELSE
               DISPLAY "Error: no se pudo guardar la generacion "
                   "anterior de " WS-MATRIX-NAME "; no se reemplazo."
               MOVE SPACES TO WS-SAVE-ACTION
               IF WS-RUN-RC = 0
                   MOVE 12 TO WS-RUN-RC
                   MOVE "MATRIZ NO GUARDADA: SIN HISTORIA"
                       TO WS-FINAL-STATUS
               END-IF
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
                   ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-AUDIT-TIME FROM TIME
                   MOVE MM-NAME TO MH-NAME
                   COMPUTE MH-GENERATION = WS-HIST-GEN + 1
                   MOVE WS-AUDIT-DATE TO MH-DATE
                   MOVE WS-AUDIT-TIME TO MH-TIME
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

       AUDIT-WRITE-SAVE-NOTE-SECTION.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               " MATRIZ " DELIMITED BY SIZE
               WS-MATRIX-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SAVE-ACTION DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING.
           WRITE AUDIT-LINE.

       AUDIT-WRITE-NOTE-SECTION.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               " MATRIZ " DELIMITED BY SIZE
               WS-MATRIX-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-NOTE DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING.
           WRITE AUDIT-LINE.

       AUDIT-WRITE-DIFF-SECTION.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
               " MATRIZ " DELIMITED BY SIZE
               WS-MATRIX-NAME DELIMITED BY SIZE
               " DIFIERE I=" DELIMITED BY SIZE
               WS-AUDIT-I-ED DELIMITED BY SIZE
               " J=" DELIMITED BY SIZE
               WS-AUDIT-J-ED DELIMITED BY SIZE
               " A=" DELIMITED BY SIZE
               WS-VER-VALUE-A-ED DELIMITED BY SIZE
               " B=" DELIMITED BY SIZE
               WS-VER-VALUE-B-ED DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING.
           WRITE AUDIT-LINE.

       AUDIT-OPEN-SECTION.

           OPEN EXTEND MATRIX-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MATRIX-AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir bitacora de auditoria "
                   "(status " WS-AUDIT-STATUS ")"
               IF WS-RUN-RC = 0
                   MOVE 12 TO WS-RUN-RC
                               PERFORM WRITE-EDIT-ERROR-SECTION
                           END-IF
                       ELSE
                           IF WS-OPERATION-ANALYZE
                               MOVE 0 TO WS-M2-COLS
                           ELSE
                               MOVE M TO WS-M2-COLS
                           END-IF
                           IF WS-OPERATION-INVERT AND M NOT = N
                               MOVE 10 TO WS-EDIT-RC
                               MOVE SPACES TO WS-EDIT-MSG
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPERATION-SOLVE
                   MOVE 1 TO WS-M2-COLS
               WHEN WS-OPERATION-ANALYZE
                   MOVE 0 TO WS-M2-COLS
               WHEN OTHER
                   MOVE M TO WS-M2-COLS
           END-EVALUATE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N OR WS-AT-EOF
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > M OR WS-AT-EOF
               END-IF
           END-PERFORM.

       ANALYZE-MATRIX-1.

           MOVE "N" TO WS-AN-SQUARE.
           IF M = N
               MOVE "Y" TO WS-AN-SQUARE
           END-IF.
           MOVE 0 TO WS-AN-RANK.
           MOVE 1 TO WS-DETERMINANT.
           MOVE "N" TO WS-DET-OVERFLOW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
                   MOVE ELEM-1(I, J) TO WS-GS-COL(I, J)
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-AN-COL FROM 1 BY 1
                   UNTIL WS-AN-COL > M OR WS-AN-RANK = N
               COMPUTE K = WS-AN-RANK + 1
               PERFORM ANALYZE-PIVOT-ROW-SECTION
               IF WS-GS-MAX < WS-AN-EPS
                   MOVE 0 TO WS-DETERMINANT
               ELSE
                   IF WS-AN-PIVOT-ROW NOT = K
                       PERFORM ANALYZE-SWAP-ROW-SECTION
                       COMPUTE WS-DETERMINANT = 0 - WS-DETERMINANT
                   END-IF
                   COMPUTE WS-DETERMINANT =
                       WS-DETERMINANT * WS-GS-COL(K, WS-AN-COL)
                       ON SIZE ERROR
                           MOVE "Y" TO WS-DET-OVERFLOW
                   END-COMPUTE
                   PERFORM ANALYZE-ELIMINATE-SECTION
                   MOVE K TO WS-AN-RANK
               END-IF
           END-PERFORM.
           IF WS-AN-RANK < N
               MOVE 0 TO WS-DETERMINANT
               MOVE "N" TO WS-DET-OVERFLOW
           END-IF.

           PERFORM ANALYZE-NORMS-SECTION.
           PERFORM ANALYZE-STRUCTURE-SECTION.

       ANALYZE-PIVOT-ROW-SECTION.

           MOVE 0 TO WS-GS-MAX.
           MOVE K TO WS-AN-PIVOT-ROW.
           PERFORM VARYING I FROM K BY 1 UNTIL I > N
               MOVE WS-GS-COL(I, WS-AN-COL) TO WS-GS-ABS
               IF WS-GS-ABS < 0
                   COMPUTE WS-GS-ABS = 0 - WS-GS-ABS
               END-IF
               IF WS-GS-ABS > WS-GS-MAX
                   MOVE WS-GS-ABS TO WS-GS-MAX
                   MOVE I TO WS-AN-PIVOT-ROW
               END-IF
           END-PERFORM.

       ANALYZE-SWAP-ROW-SECTION.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
               MOVE WS-GS-COL(K, J) TO WS-GS-TEMP
               MOVE WS-GS-COL(WS-AN-PIVOT-ROW, J) TO WS-GS-COL(K, J)
               MOVE WS-GS-TEMP TO WS-GS-COL(WS-AN-PIVOT-ROW, J)
           END-PERFORM.

       ANALYZE-ELIMINATE-SECTION.

           PERFORM VARYING I FROM K BY 1 UNTIL I > N
               IF I > K
                   COMPUTE WS-GS-FACTOR ROUNDED =
                       WS-GS-COL(I, WS-AN-COL) / WS-GS-COL(K, WS-AN-COL)
                   PERFORM VARYING J FROM WS-AN-COL BY 1 UNTIL J > M
                       COMPUTE WS-GS-COL(I, J) ROUNDED = WS-GS-COL(I, J)
                           - WS-GS-FACTOR * WS-GS-COL(K, J)
                           ON SIZE ERROR
                               MOVE 0 TO WS-GS-COL(I, J)
                               DISPLAY "Aviso: desbordamiento en la "
                                   "eliminacion, fila " I
                       END-COMPUTE
                   END-PERFORM
               END-IF
           END-PERFORM.

       ANALYZE-NORMS-SECTION.

           MOVE 0 TO WS-AN-TRACE.
           MOVE 0 TO WS-AN-NORM-1.
           MOVE 0 TO WS-AN-NORM-INF.
           MOVE 0 TO WS-AN-SUM-SQ.
           MOVE 0 TO WS-AN-ZERO-ROWS.
           MOVE 0 TO WS-AN-ZERO-COLS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
               MOVE 0 TO WS-AN-COL-SUM(J)
           END-PERFORM.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               MOVE 0 TO WS-AN-ROW-SUM(I)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
                   MOVE ELEM-1(I, J) TO WS-AN-CELL-ABS
                   IF WS-AN-CELL-ABS < 0
                       COMPUTE WS-AN-CELL-ABS = 0 - WS-AN-CELL-ABS
                   END-IF
                   ADD WS-AN-CELL-ABS TO WS-AN-ROW-SUM(I)
                   ADD WS-AN-CELL-ABS TO WS-AN-COL-SUM(J)
                   COMPUTE WS-AN-SUM-SQ = WS-AN-SUM-SQ
                       + ELEM-1(I, J) * ELEM-1(I, J)
                   IF I = J
                       ADD ELEM-1(I, J) TO WS-AN-TRACE
                   END-IF
               END-PERFORM
               IF WS-AN-ROW-SUM(I) > WS-AN-NORM-INF
                   MOVE WS-AN-ROW-SUM(I) TO WS-AN-NORM-INF
               END-IF
               IF WS-AN-ROW-SUM(I) = 0
                   ADD 1 TO WS-AN-ZERO-ROWS
               END-IF
           END-PERFORM.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
               IF WS-AN-COL-SUM(J) > WS-AN-NORM-1
                   MOVE WS-AN-COL-SUM(J) TO WS-AN-NORM-1
               END-IF
               IF WS-AN-COL-SUM(J) = 0
                   ADD 1 TO WS-AN-ZERO-COLS
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-AN-ROOT.
           IF WS-AN-SUM-SQ > 0
               IF WS-AN-SUM-SQ > 1
                   MOVE WS-AN-SUM-SQ TO WS-AN-ROOT
               ELSE
                   MOVE 1 TO WS-AN-ROOT
               END-IF
               MOVE 0 TO WS-AN-ROOT-PREV
               PERFORM VARYING WS-AN-ITER FROM 1 BY 1
                       UNTIL WS-AN-ITER > 60
                       OR WS-AN-ROOT = WS-AN-ROOT-PREV
                   MOVE WS-AN-ROOT TO WS-AN-ROOT-PREV
                   COMPUTE WS-AN-ROOT ROUNDED =
                       (WS-AN-ROOT + WS-AN-SUM-SQ / WS-AN-ROOT) / 2
               END-PERFORM
           END-IF.

       ANALYZE-STRUCTURE-SECTION.

           MOVE "Y" TO WS-AN-ZERO.
           IF WS-AN-IS-SQUARE
               MOVE "Y" TO WS-AN-SYMMETRIC
               MOVE "Y" TO WS-AN-DIAGONAL
               MOVE "Y" TO WS-AN-UPPER
               MOVE "Y" TO WS-AN-LOWER
               MOVE "Y" TO WS-AN-IDENTITY
           ELSE
               MOVE "X" TO WS-AN-SYMMETRIC
               MOVE "X" TO WS-AN-DIAGONAL
               MOVE "X" TO WS-AN-UPPER
               MOVE "X" TO WS-AN-LOWER
               MOVE "X" TO WS-AN-IDENTITY
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
                   IF ELEM-1(I, J) NOT = 0
                       MOVE "N" TO WS-AN-ZERO
                   END-IF
                   IF WS-AN-IS-SQUARE
                       IF ELEM-1(I, J) NOT = ELEM-1(J, I)
                           MOVE "N" TO WS-AN-SYMMETRIC
                       END-IF
                       IF I NOT = J AND ELEM-1(I, J) NOT = 0
                           MOVE "N" TO WS-AN-DIAGONAL
                           MOVE "N" TO WS-AN-IDENTITY
                           IF I > J
                               MOVE "N" TO WS-AN-UPPER
                           ELSE
                               MOVE "N" TO WS-AN-LOWER
                           END-IF
                       END-IF
                       IF I = J AND ELEM-1(I, J) NOT = 1
                           MOVE "N" TO WS-AN-IDENTITY
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       EXPORT-CSV-SECTION.

           OPEN OUTPUT MATRIX-CSV-FILE.
               INTO CSV-LINE
               WITH POINTER WS-CSV-POS
           END-STRING.
           IF TITLE-3 NOT = SPACES
               STRING "," DELIMITED BY SIZE
                   TITLE-3 DELIMITED BY "  "
                   INTO CSV-LINE
                   WITH POINTER WS-CSV-POS
               END-STRING
           END-IF.
           WRITE CSV-LINE.
           IF ROW-LABELS-3 = SPACES AND COL-LABELS-3 = SPACES
               MOVE "N" TO WS-RPT-LABELED
           ELSE
               MOVE "Y" TO WS-RPT-LABELED
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO WS-CSV-POS
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-OUT-COLS
                   STRING "," DELIMITED BY SIZE
                       COL-LABEL-3(J) DELIMITED BY "  "
                       INTO CSV-LINE
                       WITH POINTER WS-CSV-POS
                   END-STRING
               END-PERFORM
               WRITE CSV-LINE
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO WS-CSV-POS
               IF WS-RPT-LABELED = "Y"
                   STRING ROW-LABEL-3(I) DELIMITED BY "  "
                       "," DELIMITED BY SIZE
                       INTO CSV-LINE
                       WITH POINTER WS-CSV-POS
                   END-STRING
               END-IF
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-OUT-COLS
                   MOVE ELEM-3(I, J) TO WS-CSV-VALUE-ED
           IF WS-EDIT-ERRORS = 0
               MOVE "M1" TO WS-EDIT-MATRIX
               PERFORM CSV-READ-MATRIX-1-SECTION
               IF NOT WS-OPERATION-ANALYZE
                   MOVE "M2" TO WS-CSV-HDR-NAME
                   PERFORM CSV-READ-HEADER-SECTION
                   IF WS-EDIT-ERRORS = 0
                       MOVE "M2" TO WS-EDIT-MATRIX
                       PERFORM CSV-READ-MATRIX-2-SECTION
                   END-IF
               END-IF
           END-IF.

                           PERFORM WRITE-EDIT-ERROR-SECTION
                       END-IF
                   ELSE
                       IF WS-OPERATION-ANALYZE
                           MOVE 0 TO WS-M2-COLS
                       ELSE
                           MOVE M TO WS-M2-COLS
                       END-IF
                       IF WS-OPERATION-INVERT AND M NOT = N
                           MOVE SPACES TO WS-EDIT-MSG
                           STRING "PARA INVERTIR, M1 DEBE SER "
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           IF WS-OPERATION-ANALYZE
               MOVE "ANALISIS DE M1" TO RPT-LINE
           ELSE
               MOVE "REPORTE DE MATRIZ RESULTADO (M3)" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           IF TITLE-3 NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "TITULO: " DELIMITED BY SIZE
                   TITLE-3 DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           IF WS-FALLBACK-USED
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: " DELIMITED BY SIZE
                   PERFORM WRITE-SOLVE-SOLUTION-SECTION
               WHEN WS-OPERATION-INVERT AND NOT WS-SOLVE-OK
                   CONTINUE
               WHEN WS-OPERATION-ANALYZE
                   PERFORM WRITE-ANALYSIS-BODY-SECTION
               WHEN OTHER
                   PERFORM WRITE-REPORT-CELLS-SECTION
           END-EVALUATE.
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-RPT-POS.
           STRING "CELDA [" DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-RPT-POS
           END-STRING.
           IF ROW-LABEL-3(I) = SPACES
               STRING WS-EXPECT-I-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
           ELSE
               STRING ROW-LABEL-3(I) DELIMITED BY "  "
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
           END-IF.
           STRING "," DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-RPT-POS
           END-STRING.
           IF COL-LABEL-3(J) = SPACES
               STRING WS-EXPECT-J-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
           ELSE
               STRING COL-LABEL-3(J) DELIMITED BY "  "
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
           END-IF.
           STRING "]  M1=" DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-RPT-POS
           END-STRING.
               MOVE I TO WS-EXPECT-I-ED
               MOVE WS-GS-X(I) TO WS-X-ED
               MOVE SPACES TO RPT-LINE
               MOVE 1 TO WS-RPT-POS
               IF ROW-LABEL-3(I) = SPACES
                   STRING "X[" DELIMITED BY SIZE
                       WS-EXPECT-I-ED DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               ELSE
                   STRING "X[" DELIMITED BY SIZE
                       ROW-LABEL-3(I) DELIMITED BY "  "
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
               STRING "] = " DELIMITED BY SIZE
                   WS-X-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
               WRITE RPT-LINE
           END-PERFORM.
               END-IF
               MOVE SPACES TO RPT-LINE
               MOVE 1 TO WS-RPT-POS
               IF ROW-LABEL-1(I) = SPACES
                   STRING "FILA [" DELIMITED BY SIZE
                       WS-EXPECT-I-ED DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               ELSE
                   STRING "FILA [" DELIMITED BY SIZE
                       ROW-LABEL-1(I) DELIMITED BY "  "
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
               STRING "] RESIDUO = " DELIMITED BY SIZE
                   WS-RESID-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
           END-EVALUATE.
           WRITE RPT-LINE.

       WRITE-ANALYSIS-BODY-SECTION.

           MOVE N TO WS-EXPECT-I-ED.
           MOVE M TO WS-EXPECT-J-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "DIMENSIONES: " DELIMITED BY SIZE
               WS-EXPECT-I-ED DELIMITED BY SIZE
               " FILAS X " DELIMITED BY SIZE
               WS-EXPECT-J-ED DELIMITED BY SIZE
               " COLUMNAS" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           IF NOT WS-AN-IS-SQUARE
               MOVE "DETERMINANTE: NO APLICA (M1 NO ES CUADRADA)"
                   TO RPT-LINE
           ELSE
               IF WS-DET-OVERFLOW = "Y"
                   MOVE "DETERMINANTE: FUERA DE RANGO" TO RPT-LINE
               ELSE
                   COMPUTE WS-DETERMINANT-ED ROUNDED = WS-DETERMINANT
                   STRING "DETERMINANTE: " DELIMITED BY SIZE
                       WS-DETERMINANT-ED DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               END-IF
           END-IF.
           WRITE RPT-LINE.

           MOVE WS-AN-RANK TO WS-AN-RANK-ED.
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-RPT-POS.
           STRING "RANGO: " DELIMITED BY SIZE
               WS-AN-RANK-ED DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-RPT-POS
           END-STRING.
           IF WS-AN-IS-SQUARE
               IF WS-AN-RANK < N
                   STRING "  MATRIZ SINGULAR; NO TIENE INVERSA NI "
                       DELIMITED BY SIZE
                       "SOLUCION UNICA" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               ELSE
                   STRING "  MATRIZ NO SINGULAR" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
           END-IF.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           IF WS-AN-IS-SQUARE
               MOVE WS-AN-TRACE TO WS-ROW-TOTAL-ED
               STRING "TRAZA: " DELIMITED BY SIZE
                   WS-ROW-TOTAL-ED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               MOVE "TRAZA: NO APLICA (M1 NO ES CUADRADA)" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-AN-NORM-1 TO WS-AN-NORM-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "NORMA 1 (MAXIMA SUMA DE COLUMNA):      "
               DELIMITED BY SIZE
               WS-AN-NORM-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-AN-NORM-INF TO WS-AN-NORM-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "NORMA INFINITO (MAXIMA SUMA DE FILA):  "
               DELIMITED BY SIZE
               WS-AN-NORM-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-AN-ROOT TO WS-AN-ROOT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "NORMA DE FROBENIUS:                    "
               DELIMITED BY SIZE
               WS-AN-ROOT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SUMA DE VALORES ABSOLUTOS POR FILA:" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               MOVE I TO WS-EXPECT-I-ED
               MOVE WS-AN-ROW-SUM(I) TO WS-AN-NORM-ED
               MOVE SPACES TO RPT-LINE
               MOVE 1 TO WS-RPT-POS
               IF ROW-LABEL-3(I) = SPACES
                   STRING "FILA [" DELIMITED BY SIZE
                       WS-EXPECT-I-ED DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               ELSE
                   STRING "FILA " DELIMITED BY SIZE
                       ROW-LABEL-3(I) DELIMITED BY "  "
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
               STRING " = " DELIMITED BY SIZE
                   WS-AN-NORM-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
               IF WS-AN-ROW-SUM(I) = 0
                   STRING "  *** FILA EN CERO" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
               WRITE RPT-LINE
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SUMA DE VALORES ABSOLUTOS POR COLUMNA:" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > M
               MOVE J TO WS-EXPECT-J-ED
               MOVE WS-AN-COL-SUM(J) TO WS-AN-NORM-ED
               MOVE SPACES TO RPT-LINE
               MOVE 1 TO WS-RPT-POS
               IF COL-LABEL-3(J) = SPACES
                   STRING "COLUMNA [" DELIMITED BY SIZE
                       WS-EXPECT-J-ED DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               ELSE
                   STRING "COLUMNA " DELIMITED BY SIZE
                       COL-LABEL-3(J) DELIMITED BY "  "
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
               STRING " = " DELIMITED BY SIZE
                   WS-AN-NORM-ED DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
               IF WS-AN-COL-SUM(J) = 0
                   STRING "  *** COLUMNA EN CERO" DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
               WRITE RPT-LINE
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ESTRUCTURA:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SIMETRICA" TO WS-AN-FLAG-LABEL.
           MOVE WS-AN-SYMMETRIC TO WS-AN-FLAG.
           PERFORM WRITE-ANALYSIS-FLAG-SECTION.
           MOVE "DIAGONAL" TO WS-AN-FLAG-LABEL.
           MOVE WS-AN-DIAGONAL TO WS-AN-FLAG.
           PERFORM WRITE-ANALYSIS-FLAG-SECTION.
           MOVE "TRIANGULAR SUPERIOR" TO WS-AN-FLAG-LABEL.
           MOVE WS-AN-UPPER TO WS-AN-FLAG.
           PERFORM WRITE-ANALYSIS-FLAG-SECTION.
           MOVE "TRIANGULAR INFERIOR" TO WS-AN-FLAG-LABEL.
           MOVE WS-AN-LOWER TO WS-AN-FLAG.
           PERFORM WRITE-ANALYSIS-FLAG-SECTION.
           MOVE "IDENTIDAD" TO WS-AN-FLAG-LABEL.
           MOVE WS-AN-IDENTITY TO WS-AN-FLAG.
           PERFORM WRITE-ANALYSIS-FLAG-SECTION.
           MOVE "TODA EN CERO" TO WS-AN-FLAG-LABEL.
           MOVE WS-AN-ZERO TO WS-AN-FLAG.
           PERFORM WRITE-ANALYSIS-FLAG-SECTION.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-AN-ZERO-ROWS TO WS-EXPECT-I-ED.
           MOVE WS-AN-ZERO-COLS TO WS-EXPECT-J-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "FILAS EN CERO: " DELIMITED BY SIZE
               WS-EXPECT-I-ED DELIMITED BY SIZE
               "   COLUMNAS EN CERO: " DELIMITED BY SIZE
               WS-EXPECT-J-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       WRITE-ANALYSIS-FLAG-SECTION.

           EVALUATE WS-AN-FLAG
               WHEN "Y"
                   MOVE "SI" TO WS-AN-FLAG-TEXT
               WHEN "X"
                   MOVE "NO APLICA" TO WS-AN-FLAG-TEXT
               WHEN OTHER
                   MOVE "NO" TO WS-AN-FLAG-TEXT
           END-EVALUATE.
           MOVE SPACES TO RPT-LINE.
           STRING "  " DELIMITED BY SIZE
               WS-AN-FLAG-LABEL DELIMITED BY SIZE
               WS-AN-FLAG-TEXT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       WRITE-REPORT-CELLS-SECTION.

           IF ROW-LABELS-3 = SPACES AND COL-LABELS-3 = SPACES
               MOVE "N" TO WS-RPT-LABELED
           ELSE
               MOVE "Y" TO WS-RPT-LABELED
               MOVE "COLUMNAS:" TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OUT-COLS
                   MOVE SPACES TO RPT-LINE
                   STRING "  C" DELIMITED BY SIZE
                       J DELIMITED BY SIZE
                       " = " DELIMITED BY SIZE
                       COL-LABEL-3(J) DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-PERFORM
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE 14 TO WS-RPT-POS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OUT-COLS
                   STRING "    C" DELIMITED BY SIZE
                       J DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-PERFORM
               WRITE RPT-LINE
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               MOVE SPACES TO RPT-LINE
               MOVE 0 TO WS-ROW-TOTAL
               MOVE 1 TO WS-RPT-POS
               IF WS-RPT-LABELED = "Y"
                   STRING ROW-LABEL-3(I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OUT-COLS
                   MOVE ELEM-3(I, J) TO WS-RPT-ELEM-ED
                   STRING WS-RPT-ELEM-ED DELIMITED BY SIZE

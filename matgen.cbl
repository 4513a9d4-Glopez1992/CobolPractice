       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIX-LIB-FILE ASSIGN TO "MATLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.
           SELECT MATRIX-REQ-FILE ASSIGN TO "MATREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT MATRIX-RSTR-FILE ASSIGN TO "MATRSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTR-STATUS.
           SELECT MATRIX-MASTER-FILE ASSIGN TO "MATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GEN-RPT-FILE ASSIGN TO "MATGENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MATRIX-LIB-FILE
           LABEL RECORDS ARE STANDARD.
       01  LB-RECORD.
           05 LB-ID                 PIC X(8).
           05 LB-DESCRIPTION        PIC X(20).
           05 LB-FREQUENCY          PIC X.
               88 LB-DAILY                  VALUE "D".
               88 LB-WEEKLY                 VALUE "S".
               88 LB-MONTH-END              VALUE "M".
               88 LB-DAY-OF-MONTH           VALUE "F".
           05 LB-DAY                PIC 99.
           05 LB-OPERATOR           PIC X(8).
           05 LB-STATUS             PIC X.
               88 LB-INACTIVE               VALUE "I".
           05 LB-OPERATION          PIC 9.
           05 LB-MATRIX-1           PIC X(8).
           05 LB-MATRIX-2           PIC X(8).
           05 LB-TOLERANCE          PIC X(6).
           05 LB-RESULT-NAME        PIC X(8).
           05 LB-EXTRA-NAMES.
              10 LB-EXTRA-NAME OCCURS 5 TIMES PIC X(8).
           05 FILLER                PIC X(9).

       FD  MATRIX-REQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  MATRIX-REQ-RECORD                 PIC X(80).

       FD  MATRIX-RSTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  RSTR-RECORD.
           05 RSTR-COUNT            PIC 9(3).
           05 FILLER                PIC X(17).

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

       FD  GEN-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                          PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-LIB-STATUS     PIC XX VALUE "00".
       77 WS-REQ-STATUS     PIC XX VALUE "00".
       77 WS-RSTR-STATUS    PIC XX VALUE "00".
       77 WS-MASTER-STATUS  PIC XX VALUE "00".
       77 WS-RPT-STATUS     PIC XX VALUE "00".

       77 WS-LIB-EOF        PIC X VALUE "N".
           88 WS-LIB-AT-EOF         VALUE "Y".
       77 WS-MASTER-OPEN    PIC X VALUE "N".
       77 WS-MASTER-EOF     PIC X VALUE "N".

       77 WS-RUN-DATE-IN    PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE       PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY           PIC 9(4).
          05 WS-RUN-MM             PIC 99.
          05 WS-RUN-DD             PIC 99.
       01 WS-RUN-YEAR-R REDEFINES WS-RUN-DATE.
          05 FILLER                PIC 99.
          05 WS-RUN-YY             PIC 99.
          05 FILLER                PIC 9(4).
       77 WS-PREV-YY        PIC 99 VALUE 0.
       77 WS-PREV-MM        PIC 99 VALUE 0.
       77 WS-PREV-YYYY      PIC 9(4) VALUE 0.
       77 WS-MONTH-DAYS     PIC 99 VALUE 0.
       77 WS-LEAP-REM-4     PIC 9(3) VALUE 0.
       77 WS-LEAP-REM-100   PIC 9(3) VALUE 0.
       77 WS-LEAP-REM-400   PIC 9(3) VALUE 0.
       77 WS-DATE-QUOT      PIC 9(6) VALUE 0.
       77 WS-WEEKDAY        PIC 9 VALUE 0.

       01 WS-DD-DATE             PIC 9(8).
       01 WS-DD-SPLIT REDEFINES WS-DD-DATE.
          05 DD-YEAR                PIC 9(4).
          05 DD-MONTH               PIC 99.
          05 DD-DAY                 PIC 99.
       77 WS-DD-M2          PIC 99 VALUE 0.
       77 WS-DD-Y2          PIC 9(4) VALUE 0.
       77 WS-DD-T1          PIC 9(4) VALUE 0.
       77 WS-DD-T2          PIC 99 VALUE 0.
       77 WS-DD-T3          PIC 99 VALUE 0.
       77 WS-DD-T4          PIC 9(4) VALUE 0.
       77 WS-DD-SERIAL      PIC 9(7) VALUE 0.
       77 WS-IS-MONTH-END   PIC X VALUE "N".

       01 WS-DAY-NAMES.
          05 FILLER PIC X(9) VALUE "LUNES".
          05 FILLER PIC X(9) VALUE "MARTES".
          05 FILLER PIC X(9) VALUE "MIERCOLES".
          05 FILLER PIC X(9) VALUE "JUEVES".
          05 FILLER PIC X(9) VALUE "VIERNES".
          05 FILLER PIC X(9) VALUE "SABADO".
          05 FILLER PIC X(9) VALUE "DOMINGO".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
          05 WS-DAY-NAME OCCURS 7 TIMES PIC X(9).

       01 WS-MONTH-DAY-COUNTS PIC X(24)
              VALUE "312831303130313130313031".
       01 WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-COUNTS.
          05 WS-MONTH-DAY OCCURS 12 TIMES PIC 99.

       77 WS-LIB-COUNT      PIC 9(3) VALUE 0.
       77 WS-REQ-COUNT      PIC 9(3) VALUE 0.
       77 WS-COUNT-SCHED    PIC 9(3) VALUE 0.
       77 WS-COUNT-SKIP     PIC 9(3) VALUE 0.
       77 WS-COUNT-NOTBUILT PIC 9(3) VALUE 0.
       77 WS-COUNT-ED       PIC ZZ9.
       77 WS-REQ-COUNT-ED   PIC ZZ9.
       77 WS-RPT-POS        PIC 9(4) VALUE 1.
       77 WS-MAX-RC         PIC 99 VALUE 0.

       77 WS-ENTRY-RESULT   PIC X VALUE SPACE.
           88 WS-ENTRY-SCHEDULED    VALUE "P".
           88 WS-ENTRY-SKIPPED      VALUE "O".
           88 WS-ENTRY-NOT-BUILT    VALUE "N".
       77 WS-ENTRY-MSG      PIC X(100) VALUE SPACES.
       77 WS-FREQ-TEXT      PIC X(22) VALUE SPACES.
       77 WS-DAY-ED         PIC Z9.

       77 WS-PAT-NAME       PIC X(8) VALUE SPACES.
       01 WS-PAT-WORK       PIC X(12) VALUE SPACES.
       77 WS-EXP-NAME       PIC X(8) VALUE SPACES.
       77 WS-EXP-POS        PIC 99 VALUE 1.
       77 WS-EXP-ERR        PIC X VALUE "N".
       77 WS-EXP-ANY-ERR    PIC X VALUE "N".
       77 WS-PERIOD-YYMM    PIC X(4) VALUE SPACES.
       77 WS-PERIOD-PYMM    PIC X(4) VALUE SPACES.
       77 WS-PERIOD-YY      PIC X(2) VALUE SPACES.
       77 WS-PERIOD-MM      PIC X(2) VALUE SPACES.
       77 WS-PERIOD-DD      PIC X(2) VALUE SPACES.
       77 K                 PIC 99 VALUE 0.
       77 L                 PIC 99 VALUE 0.
       77 G                 PIC 9(3) VALUE 0.

       01 WS-REQ-REQUEST.
          05 RQ-OPERATOR-ID        PIC X(8).
          05 RQ-OPERATION          PIC 9.
          05 RQ-MATRIX-1           PIC X(8).
          05 RQ-MATRIX-2           PIC X(8).
          05 RQ-TOLERANCE          PIC X(6).
          05 RQ-RESULT-NAME        PIC X(8).
          05 RQ-EXTRA-NAMES.
             10 RQ-EXTRA-NAME OCCURS 5 TIMES PIC X(8).
          05 FILLER                PIC X(1).

       77 WS-LOOK-NAME      PIC X(8) VALUE SPACES.
       77 WS-LOOK-FOUND     PIC X VALUE "N".
       77 WS-MISSING-COUNT  PIC 99 VALUE 0.
       77 WS-CONSOL-PFX-LEN PIC 9 VALUE 0.
       77 WS-CONSOL-COUNT   PIC 99 VALUE 0.

       77 WS-SAVED-COUNT    PIC 9(3) VALUE 0.
       77 WS-SAVED-MAX      PIC 9(3) VALUE 200.
       01 WS-SAVED-TABLE.
          05 WS-SAVED-ENTRY OCCURS 200 TIMES.
             10 SVD-NAME            PIC X(8).

       PROCEDURE DIVISION.
       MAIN-SECTION.

           DISPLAY "Fecha de proceso (AAAAMMDD, blanco = hoy):".
           ACCEPT WS-RUN-DATE-IN.
           IF WS-RUN-DATE-IN = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-RUN-DATE-IN NOT NUMERIC
                   DISPLAY "Error: fecha de proceso invalida: "
                       WS-RUN-DATE-IN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RUN-DATE-IN TO WS-RUN-DATE
           END-IF.
           PERFORM SET-CALENDAR-SECTION.
           IF WS-MONTH-DAYS = 0 OR WS-RUN-DD = 0
                   OR WS-RUN-DD > WS-MONTH-DAYS
               DISPLAY "Error: fecha de proceso invalida: " WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MATRIX-RSTR-FILE.
           IF WS-RSTR-STATUS = "00"
               READ MATRIX-RSTR-FILE
                   AT END CONTINUE
               END-READ
               IF WS-RSTR-STATUS = "00" AND RSTR-COUNT NUMERIC
                       AND RSTR-COUNT > 0
                   DISPLAY "Error: hay un reinicio pendiente de la "
                       "corrida anterior (MATRSTR); no se regenera "
                       "MATREQ"
                   CLOSE MATRIX-RSTR-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE MATRIX-RSTR-FILE
           END-IF.

           OPEN INPUT MATRIX-LIB-FILE.
           IF WS-LIB-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir la biblioteca de "
                   "solicitudes (status " WS-LIB-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MATRIX-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               IF WS-MASTER-STATUS NOT = "35"
                   DISPLAY "Error: no se pudo abrir archivo maestro de "
                       "matrices (status " WS-MASTER-STATUS ")"
                   CLOSE MATRIX-LIB-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT MATRIX-REQ-FILE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de solicitudes "
                   "(status " WS-REQ-STATUS ")"
               CLOSE MATRIX-LIB-FILE
               IF WS-MASTER-OPEN = "Y"
                   CLOSE MATRIX-MASTER-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GEN-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de reporte "
                   "(status " WS-RPT-STATUS ")"
               CLOSE MATRIX-LIB-FILE
               CLOSE MATRIX-REQ-FILE
               IF WS-MASTER-OPEN = "Y"
                   CLOSE MATRIX-MASTER-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-HEADER-SECTION.

           READ MATRIX-LIB-FILE
               AT END MOVE "Y" TO WS-LIB-EOF
           END-READ.
           PERFORM UNTIL WS-LIB-AT-EOF
               IF LB-ID NOT = SPACES AND LB-ID(1:1) NOT = "*"
                   ADD 1 TO WS-LIB-COUNT
                   PERFORM PROCESS-ENTRY-SECTION
               END-IF
               READ MATRIX-LIB-FILE
                   AT END MOVE "Y" TO WS-LIB-EOF
               END-READ
           END-PERFORM.

           PERFORM WRITE-SUMMARY-SECTION.

           CLOSE MATRIX-LIB-FILE.
           CLOSE MATRIX-REQ-FILE.
           CLOSE GEN-RPT-FILE.
           IF WS-MASTER-OPEN = "Y"
               CLOSE MATRIX-MASTER-FILE
           END-IF.

           MOVE WS-REQ-COUNT TO WS-COUNT-ED.
           DISPLAY "MATREQ generado con " WS-COUNT-ED
               " solicitudes (ver MATGENR)".
           MOVE WS-MAX-RC TO RETURN-CODE.
           STOP RUN.

       SET-CALENDAR-SECTION.

           MOVE 0 TO WS-MONTH-DAYS.
           IF WS-RUN-MM > 0 AND WS-RUN-MM < 13
               MOVE WS-MONTH-DAY(WS-RUN-MM) TO WS-MONTH-DAYS
               IF WS-RUN-MM = 2
                   DIVIDE WS-RUN-YYYY BY 4 GIVING WS-DATE-QUOT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-RUN-YYYY BY 100 GIVING WS-DATE-QUOT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-RUN-YYYY BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-400 = 0
                           OR (WS-LEAP-REM-4 = 0
                               AND WS-LEAP-REM-100 NOT = 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.
           IF WS-MONTH-DAYS > 0
               PERFORM SET-WEEKDAY-SECTION
           END-IF.

       SET-WEEKDAY-SECTION.

           IF WS-RUN-DD = WS-MONTH-DAYS
               MOVE "Y" TO WS-IS-MONTH-END
           ELSE
               MOVE "N" TO WS-IS-MONTH-END
           END-IF.

           MOVE WS-RUN-DATE TO WS-DD-DATE.
           PERFORM DATE-TO-DAYS-SECTION.
           ADD 2 TO WS-DD-SERIAL.
           DIVIDE WS-DD-SERIAL BY 7 GIVING WS-DATE-QUOT
               REMAINDER WS-WEEKDAY.
           ADD 1 TO WS-WEEKDAY.

           MOVE WS-RUN-YY TO WS-PERIOD-YY.
           MOVE WS-RUN-MM TO WS-PERIOD-MM.
           MOVE WS-RUN-DD TO WS-PERIOD-DD.
           STRING WS-PERIOD-YY DELIMITED BY SIZE
               WS-PERIOD-MM DELIMITED BY SIZE
               INTO WS-PERIOD-YYMM
           END-STRING.
           MOVE WS-RUN-YYYY TO WS-PREV-YYYY.
           IF WS-RUN-MM = 1
               MOVE 12 TO WS-PREV-MM
               SUBTRACT 1 FROM WS-PREV-YYYY
           ELSE
               COMPUTE WS-PREV-MM = WS-RUN-MM - 1
           END-IF.
           DIVIDE WS-PREV-YYYY BY 100 GIVING WS-DATE-QUOT
               REMAINDER WS-PREV-YY.
           STRING WS-PREV-YY DELIMITED BY SIZE
               WS-PREV-MM DELIMITED BY SIZE
               INTO WS-PERIOD-PYMM
           END-STRING.

       DATE-TO-DAYS-SECTION.

           COMPUTE WS-DD-M2 = DD-MONTH + 9.
           IF WS-DD-M2 > 11
               SUBTRACT 12 FROM WS-DD-M2
           END-IF.
           IF WS-DD-M2 > 9
               COMPUTE WS-DD-Y2 = DD-YEAR - 1
           ELSE
               MOVE DD-YEAR TO WS-DD-Y2
           END-IF.
           DIVIDE WS-DD-Y2 BY 4 GIVING WS-DD-T1.
           DIVIDE WS-DD-Y2 BY 100 GIVING WS-DD-T2.
           DIVIDE WS-DD-Y2 BY 400 GIVING WS-DD-T3.
           COMPUTE WS-DD-T4 = (WS-DD-M2 * 306 + 5) / 10.
           COMPUTE WS-DD-SERIAL = 365 * WS-DD-Y2 + WS-DD-T1
               - WS-DD-T2 + WS-DD-T3 + WS-DD-T4 + DD-DAY - 1.

       WRITE-HEADER-SECTION.

           MOVE SPACES TO RPT-LINE.
           MOVE "GENERACION DE SOLICITUDES PERMANENTES (MATLIB)"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-RPT-POS.
           STRING "FECHA DE PROCESO " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DAY-NAME(WS-WEEKDAY) DELIMITED BY SPACE
               "  PERIODO " DELIMITED BY SIZE
               WS-PERIOD-YYMM DELIMITED BY SIZE
               "  PERIODO ANTERIOR " DELIMITED BY SIZE
               WS-PERIOD-PYMM DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-RPT-POS
           END-STRING.
           IF WS-IS-MONTH-END = "Y"
               STRING "  (FIN DE MES)" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
           END-IF.
           WRITE RPT-LINE.
           IF WS-MASTER-OPEN NOT = "Y"
               MOVE SPACES TO RPT-LINE
               MOVE "AVISO: NO EXISTE EL MAESTRO DE MATRICES"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       PROCESS-ENTRY-SECTION.

           MOVE "P" TO WS-ENTRY-RESULT.
           MOVE SPACES TO WS-ENTRY-MSG.
           PERFORM FREQUENCY-TEXT-SECTION.

           MOVE SPACES TO RPT-LINE.
           STRING "ENTRADA " DELIMITED BY SIZE
               LB-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LB-DESCRIPTION DELIMITED BY SIZE
               " PROPIETARIO " DELIMITED BY SIZE
               LB-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FREQ-TEXT DELIMITED BY SIZE
               " OPERACION " DELIMITED BY SIZE
               LB-OPERATION DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

           EVALUATE TRUE
               WHEN LB-INACTIVE
                   MOVE "O" TO WS-ENTRY-RESULT
                   MOVE "ENTRADA INACTIVA" TO WS-ENTRY-MSG
               WHEN NOT LB-DAILY AND NOT LB-WEEKLY
                       AND NOT LB-MONTH-END AND NOT LB-DAY-OF-MONTH
                   MOVE "N" TO WS-ENTRY-RESULT
                   MOVE "FRECUENCIA INVALIDA (DEBE SER D, S, M O F)"
                       TO WS-ENTRY-MSG
               WHEN LB-WEEKLY AND (LB-DAY NOT NUMERIC OR LB-DAY = 0
                       OR LB-DAY > 7)
                   MOVE "N" TO WS-ENTRY-RESULT
                   MOVE "DIA DE LA SEMANA INVALIDO (DEBE SER 1-7)"
                       TO WS-ENTRY-MSG
               WHEN LB-DAY-OF-MONTH AND (LB-DAY NOT NUMERIC
                       OR LB-DAY = 0 OR LB-DAY > 31)
                   MOVE "N" TO WS-ENTRY-RESULT
                   MOVE "DIA DEL MES INVALIDO (DEBE SER 1-31)"
                       TO WS-ENTRY-MSG
               WHEN LB-OPERATOR = SPACES
                   MOVE "N" TO WS-ENTRY-RESULT
                   MOVE "FALTA EL OPERADOR PROPIETARIO"
                       TO WS-ENTRY-MSG
               WHEN LB-OPERATION NOT NUMERIC OR LB-OPERATION = 0
                   MOVE "N" TO WS-ENTRY-RESULT
                   MOVE "OPERACION INVALIDA (DEBE SER 1-9)"
                       TO WS-ENTRY-MSG
               WHEN OTHER
                   PERFORM CHECK-SCHEDULE-SECTION
           END-EVALUATE.

           IF WS-ENTRY-SCHEDULED
               PERFORM BUILD-REQUEST-SECTION
           END-IF.
           IF WS-ENTRY-SCHEDULED
               PERFORM CHECK-REQUIRED-SECTION
           END-IF.
           IF WS-ENTRY-SCHEDULED
               PERFORM WRITE-REQUEST-SECTION
           END-IF.

           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-RPT-POS.
           EVALUATE TRUE
               WHEN WS-ENTRY-SCHEDULED
                   ADD 1 TO WS-COUNT-SCHED
                   MOVE WS-REQ-COUNT TO WS-REQ-COUNT-ED
                   STRING "  PROGRAMADA COMO SOLICITUD "
                       DELIMITED BY SIZE
                       WS-REQ-COUNT-ED DELIMITED BY SIZE
                       ": M1=" DELIMITED BY SIZE
                       RQ-MATRIX-1 DELIMITED BY SIZE
                       " M2=" DELIMITED BY SIZE
                       RQ-MATRIX-2 DELIMITED BY SIZE
                       " RESULTADO=" DELIMITED BY SIZE
                       RQ-RESULT-NAME DELIMITED BY SIZE
                       INTO RPT-LINE
                       WITH POINTER WS-RPT-POS
                   END-STRING
                   IF RQ-EXTRA-NAMES NOT = SPACES
                       STRING " ADICIONALES=" DELIMITED BY SIZE
                           INTO RPT-LINE
                           WITH POINTER WS-RPT-POS
                       END-STRING
                       PERFORM VARYING L FROM 1 BY 1 UNTIL L > 5
                           IF RQ-EXTRA-NAME(L) NOT = SPACES
                               STRING RQ-EXTRA-NAME(L)
                                   DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   INTO RPT-LINE
                                   WITH POINTER WS-RPT-POS
                               END-STRING
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN WS-ENTRY-SKIPPED
                   ADD 1 TO WS-COUNT-SKIP
                   STRING "  OMITIDA: " DELIMITED BY SIZE
                       WS-ENTRY-MSG DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-COUNT-NOTBUILT
                   IF WS-MAX-RC < 4
                       MOVE 4 TO WS-MAX-RC
                   END-IF
                   STRING "  NO GENERADA: " DELIMITED BY SIZE
                       WS-ENTRY-MSG DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       FREQUENCY-TEXT-SECTION.

           MOVE SPACES TO WS-FREQ-TEXT.
           EVALUATE TRUE
               WHEN LB-DAILY
                   MOVE "DIARIA" TO WS-FREQ-TEXT
               WHEN LB-WEEKLY AND LB-DAY NUMERIC AND LB-DAY > 0
                       AND LB-DAY < 8
                   STRING "SEMANAL " DELIMITED BY SIZE
                       WS-DAY-NAME(LB-DAY) DELIMITED BY SIZE
                       INTO WS-FREQ-TEXT
                   END-STRING
               WHEN LB-WEEKLY
                   MOVE "SEMANAL" TO WS-FREQ-TEXT
               WHEN LB-MONTH-END
                   MOVE "FIN DE MES" TO WS-FREQ-TEXT
               WHEN LB-DAY-OF-MONTH AND LB-DAY NUMERIC
                   MOVE LB-DAY TO WS-DAY-ED
                   STRING "MENSUAL DIA " DELIMITED BY SIZE
                       WS-DAY-ED DELIMITED BY SIZE
                       INTO WS-FREQ-TEXT
                   END-STRING
               WHEN LB-DAY-OF-MONTH
                   MOVE "MENSUAL" TO WS-FREQ-TEXT
               WHEN OTHER
                   MOVE "FRECUENCIA ?" TO WS-FREQ-TEXT
           END-EVALUATE.

       CHECK-SCHEDULE-SECTION.

           EVALUATE TRUE
               WHEN LB-DAILY
                   CONTINUE
               WHEN LB-WEEKLY
                   IF LB-DAY NOT = WS-WEEKDAY
                       MOVE "O" TO WS-ENTRY-RESULT
                       STRING "SOLO LOS " DELIMITED BY SIZE
                           WS-DAY-NAME(LB-DAY) DELIMITED BY SPACE
                           INTO WS-ENTRY-MSG
                       END-STRING
                   END-IF
               WHEN LB-MONTH-END
                   IF WS-IS-MONTH-END NOT = "Y"
                       MOVE "O" TO WS-ENTRY-RESULT
                       MOVE "SOLO EL ULTIMO DIA DEL MES" TO WS-ENTRY-MSG
                   END-IF
               WHEN LB-DAY-OF-MONTH
                   IF LB-DAY NOT = WS-RUN-DD
                           AND NOT (LB-DAY > WS-MONTH-DAYS
                               AND WS-IS-MONTH-END = "Y")
                       MOVE "O" TO WS-ENTRY-RESULT
                       MOVE LB-DAY TO WS-DAY-ED
                       STRING "SOLO EL DIA " DELIMITED BY SIZE
                           WS-DAY-ED DELIMITED BY SIZE
                           " DEL MES" DELIMITED BY SIZE
                           INTO WS-ENTRY-MSG
                       END-STRING
                   END-IF
           END-EVALUATE.

       BUILD-REQUEST-SECTION.

           MOVE SPACES TO WS-REQ-REQUEST.
           MOVE "N" TO WS-EXP-ANY-ERR.
           MOVE LB-OPERATOR TO RQ-OPERATOR-ID.
           MOVE LB-OPERATION TO RQ-OPERATION.
           MOVE LB-TOLERANCE TO RQ-TOLERANCE.
           MOVE LB-MATRIX-1 TO WS-PAT-NAME.
           PERFORM EXPAND-NAME-SECTION.
           MOVE WS-EXP-NAME TO RQ-MATRIX-1.
           MOVE LB-MATRIX-2 TO WS-PAT-NAME.
           PERFORM EXPAND-NAME-SECTION.
           MOVE WS-EXP-NAME TO RQ-MATRIX-2.
           MOVE LB-RESULT-NAME TO WS-PAT-NAME.
           PERFORM EXPAND-NAME-SECTION.
           MOVE WS-EXP-NAME TO RQ-RESULT-NAME.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 5
               MOVE LB-EXTRA-NAME(L) TO WS-PAT-NAME
               PERFORM EXPAND-NAME-SECTION
               MOVE WS-EXP-NAME TO RQ-EXTRA-NAME(L)
           END-PERFORM.
           IF WS-EXP-ANY-ERR = "Y"
               MOVE "N" TO WS-ENTRY-RESULT
               MOVE SPACES TO WS-ENTRY-MSG
               MOVE 1 TO WS-RPT-POS
               STRING "CLAVE DE PERIODO DESCONOCIDA EN UN NOMBRE "
                   DELIMITED BY SIZE
                   "(USAR &YYMM, &PYMM, &YY, &MM O &DD)"
                   DELIMITED BY SIZE
                   INTO WS-ENTRY-MSG
                   WITH POINTER WS-RPT-POS
               END-STRING
           END-IF.

       EXPAND-NAME-SECTION.

           MOVE SPACES TO WS-EXP-NAME.
           MOVE SPACES TO WS-PAT-WORK.
           MOVE WS-PAT-NAME TO WS-PAT-WORK.
           MOVE "N" TO WS-EXP-ERR.
           MOVE 1 TO WS-EXP-POS.
           MOVE 1 TO K.
           PERFORM UNTIL K > 8
               EVALUATE TRUE
                   WHEN WS-PAT-WORK(K:1) NOT = "&"
                       STRING WS-PAT-WORK(K:1) DELIMITED BY SIZE
                           INTO WS-EXP-NAME
                           WITH POINTER WS-EXP-POS
                       END-STRING
                       ADD 1 TO K
                   WHEN WS-PAT-WORK(K:5) = "&YYMM"
                       STRING WS-PERIOD-YYMM DELIMITED BY SIZE
                           INTO WS-EXP-NAME
                           WITH POINTER WS-EXP-POS
                       END-STRING
                       ADD 5 TO K
                   WHEN WS-PAT-WORK(K:5) = "&PYMM"
                       STRING WS-PERIOD-PYMM DELIMITED BY SIZE
                           INTO WS-EXP-NAME
                           WITH POINTER WS-EXP-POS
                       END-STRING
                       ADD 5 TO K
                   WHEN WS-PAT-WORK(K:3) = "&YY"
                       STRING WS-PERIOD-YY DELIMITED BY SIZE
                           INTO WS-EXP-NAME
                           WITH POINTER WS-EXP-POS
                       END-STRING
                       ADD 3 TO K
                   WHEN WS-PAT-WORK(K:3) = "&MM"
                       STRING WS-PERIOD-MM DELIMITED BY SIZE
                           INTO WS-EXP-NAME
                           WITH POINTER WS-EXP-POS
                       END-STRING
                       ADD 3 TO K
                   WHEN WS-PAT-WORK(K:3) = "&DD"
                       STRING WS-PERIOD-DD DELIMITED BY SIZE
                           INTO WS-EXP-NAME
                           WITH POINTER WS-EXP-POS
                       END-STRING
                       ADD 3 TO K
                   WHEN OTHER
                       MOVE "Y" TO WS-EXP-ERR
                       ADD 1 TO K
               END-EVALUATE
           END-PERFORM.
           IF WS-EXP-ERR = "Y"
               MOVE "Y" TO WS-EXP-ANY-ERR
           END-IF.

       CHECK-REQUIRED-SECTION.

           MOVE 0 TO WS-MISSING-COUNT.
           MOVE SPACES TO WS-ENTRY-MSG.
           MOVE 1 TO WS-RPT-POS.
           EVALUATE TRUE
               WHEN RQ-OPERATION = 8
                   PERFORM CHECK-CONSOL-SECTION
               WHEN RQ-OPERATION = 4 OR RQ-OPERATION = 7
                       OR RQ-OPERATION = 9
                   MOVE RQ-MATRIX-1 TO WS-LOOK-NAME
                   PERFORM CHECK-ONE-REQUIRED-SECTION
               WHEN OTHER
                   MOVE RQ-MATRIX-1 TO WS-LOOK-NAME
                   PERFORM CHECK-ONE-REQUIRED-SECTION
                   MOVE RQ-MATRIX-2 TO WS-LOOK-NAME
                   PERFORM CHECK-ONE-REQUIRED-SECTION
           END-EVALUATE.
           IF WS-MISSING-COUNT > 0
               MOVE "N" TO WS-ENTRY-RESULT
           END-IF.

       CHECK-CONSOL-SECTION.

           MOVE 0 TO WS-CONSOL-PFX-LEN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
               IF RQ-MATRIX-1(K:1) = "*" AND WS-CONSOL-PFX-LEN = 0
                   COMPUTE WS-CONSOL-PFX-LEN = K - 1
               END-IF
           END-PERFORM.
           IF WS-CONSOL-PFX-LEN = 0
               MOVE RQ-MATRIX-1 TO WS-LOOK-NAME
               PERFORM CHECK-ONE-REQUIRED-SECTION
               MOVE RQ-MATRIX-2 TO WS-LOOK-NAME
               PERFORM CHECK-ONE-REQUIRED-SECTION
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > 5
                   IF RQ-EXTRA-NAME(L) NOT = SPACES
                       MOVE RQ-EXTRA-NAME(L) TO WS-LOOK-NAME
                       PERFORM CHECK-ONE-REQUIRED-SECTION
                   END-IF
               END-PERFORM
           ELSE
               PERFORM COUNT-PREFIX-SECTION
               IF WS-CONSOL-COUNT < 2
                   ADD 1 TO WS-MISSING-COUNT
                   STRING "MENOS DE 2 MATRICES CON PREFIJO "
                       DELIMITED BY SIZE
                       RQ-MATRIX-1 DELIMITED BY SPACE
                       " EN MATMAST" DELIMITED BY SIZE
                       INTO WS-ENTRY-MSG
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
           END-IF.

       COUNT-PREFIX-SECTION.

           MOVE 0 TO WS-CONSOL-COUNT.
           IF WS-MASTER-OPEN = "Y"
               MOVE "N" TO WS-MASTER-EOF
               MOVE SPACES TO MM-NAME
               MOVE RQ-MATRIX-1(1:WS-CONSOL-PFX-LEN) TO MM-NAME
               START MATRIX-MASTER-FILE KEY NOT < MM-NAME
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF
               END-START
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ MATRIX-MASTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-MASTER-EOF
                   END-READ
                   IF WS-MASTER-STATUS NOT = "00"
                       MOVE "Y" TO WS-MASTER-EOF
                   END-IF
                   IF WS-MASTER-EOF NOT = "Y"
                       IF MM-NAME(1:WS-CONSOL-PFX-LEN) =
                               RQ-MATRIX-1(1:WS-CONSOL-PFX-LEN)
                           ADD 1 TO WS-CONSOL-COUNT
                       ELSE
                           MOVE "Y" TO WS-MASTER-EOF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-SAVED-COUNT
               IF SVD-NAME(G)(1:WS-CONSOL-PFX-LEN) =
                       RQ-MATRIX-1(1:WS-CONSOL-PFX-LEN)
                   MOVE SVD-NAME(G) TO WS-LOOK-NAME
                   PERFORM READ-MASTER-SECTION
                   IF WS-LOOK-FOUND NOT = "Y"
                       ADD 1 TO WS-CONSOL-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ONE-REQUIRED-SECTION.

           MOVE "N" TO WS-LOOK-FOUND.
           IF WS-LOOK-NAME NOT = SPACES
               PERFORM VARYING G FROM 1 BY 1
                       UNTIL G > WS-SAVED-COUNT OR WS-LOOK-FOUND = "Y"
                   IF SVD-NAME(G) = WS-LOOK-NAME
                       MOVE "Y" TO WS-LOOK-FOUND
                   END-IF
               END-PERFORM
               IF WS-LOOK-FOUND NOT = "Y"
                   PERFORM READ-MASTER-SECTION
               END-IF
           END-IF.
           IF WS-LOOK-FOUND NOT = "Y"
               ADD 1 TO WS-MISSING-COUNT
               IF WS-MISSING-COUNT = 1
                   STRING "FALTA EN MATMAST:" DELIMITED BY SIZE
                       INTO WS-ENTRY-MSG
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
               IF WS-LOOK-NAME = SPACES
                   STRING " (NOMBRE EN BLANCO)" DELIMITED BY SIZE
                       INTO WS-ENTRY-MSG
                       WITH POINTER WS-RPT-POS
                   END-STRING
               ELSE
                   STRING " " DELIMITED BY SIZE
                       WS-LOOK-NAME DELIMITED BY SPACE
                       INTO WS-ENTRY-MSG
                       WITH POINTER WS-RPT-POS
                   END-STRING
               END-IF
           END-IF.

       READ-MASTER-SECTION.

           MOVE "N" TO WS-LOOK-FOUND.
           IF WS-MASTER-OPEN = "Y"
               MOVE WS-LOOK-NAME TO MM-NAME
               READ MATRIX-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-LOOK-FOUND
               END-IF
           END-IF.

       WRITE-REQUEST-SECTION.

           MOVE WS-REQ-REQUEST TO MATRIX-REQ-RECORD.
           WRITE MATRIX-REQ-RECORD.
           IF WS-REQ-STATUS NOT = "00"
               MOVE "N" TO WS-ENTRY-RESULT
               MOVE SPACES TO WS-ENTRY-MSG
               STRING "ERROR AL GRABAR MATREQ (STATUS "
                   DELIMITED BY SIZE
                   WS-REQ-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-ENTRY-MSG
               END-STRING
               MOVE 12 TO WS-MAX-RC
           ELSE
               ADD 1 TO WS-REQ-COUNT
               IF RQ-RESULT-NAME NOT = SPACES
                       AND WS-SAVED-COUNT < WS-SAVED-MAX
                   ADD 1 TO WS-SAVED-COUNT
                   MOVE RQ-RESULT-NAME TO SVD-NAME(WS-SAVED-COUNT)
               END-IF
           END-IF.

       WRITE-SUMMARY-SECTION.

           MOVE SPACES TO RPT-LINE.
           MOVE "RESUMEN DE LA GENERACION" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIB-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ENTRADAS EN LA BIBLIOTECA: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-COUNT-SCHED TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "PROGRAMADAS:                " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-COUNT-SKIP TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "OMITIDAS:                   " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-COUNT-NOTBUILT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "NO GENERADAS:               " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-REQ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "SOLICITUDES GRABADAS EN MATREQ: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CODIGO DE RETORNO:          " DELIMITED BY SIZE
               WS-MAX-RC DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-COUNT-NOTBUILT > 0
               MOVE "REVISAR LAS ENTRADAS NO GENERADAS ANTES DE CORRER"
                   TO RPT-LINE
           ELSE
               MOVE "MATREQ LISTO PARA LA DEPURACION PREVIA (MATEDIT)"
                   TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

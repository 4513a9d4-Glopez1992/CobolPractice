       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATEDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIX-REQ-FILE ASSIGN TO "MATREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT MATRIX-RSTR-FILE ASSIGN TO "MATRSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTR-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT MATRIX-MASTER-FILE ASSIGN TO "MATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MATRIX-PEND-FILE ASSIGN TO "MATPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-NAME
               FILE STATUS IS WS-PEND-STATUS.
           SELECT EDIT-RPT-FILE ASSIGN TO "MATEDTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MATRIX-REQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  MATRIX-REQ-RECORD                 PIC X(80).

       FD  MATRIX-RSTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  RSTR-RECORD.
           05 RSTR-COUNT            PIC 9(3).
           05 FILLER                PIC X(17).

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

       FD  EDIT-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                          PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-REQ-STATUS     PIC XX VALUE "00".
       77 WS-RSTR-STATUS    PIC XX VALUE "00".
       77 WS-OPR-STATUS     PIC XX VALUE "00".
       77 WS-MASTER-STATUS  PIC XX VALUE "00".
       77 WS-RPT-STATUS     PIC XX VALUE "00".
       77 WS-PEND-STATUS    PIC XX VALUE "00".

       77 WS-REQ-EOF        PIC X VALUE "N".
           88 WS-REQ-AT-EOF         VALUE "Y".
       77 WS-OPR-EOF        PIC X VALUE "N".
           88 WS-OPR-AT-EOF         VALUE "Y".
       77 WS-MASTER-OPEN    PIC X VALUE "N".
       77 WS-MASTER-EOF     PIC X VALUE "N".
       77 WS-PEND-OPEN      PIC X VALUE "N".
       77 WS-PEND-FOUND     PIC X VALUE "N".

       77 WS-REQ-COUNT      PIC 9(3) VALUE 0.
       77 WS-REQ-COUNT-ED   PIC ZZ9.
       77 WS-RESTART-FROM   PIC 9(3) VALUE 0.
       77 WS-RESTART-ED     PIC ZZ9.
       77 WS-COUNT-OK       PIC 9(3) VALUE 0.
       77 WS-COUNT-WARN     PIC 9(3) VALUE 0.
       77 WS-COUNT-REJECT   PIC 9(3) VALUE 0.
       77 WS-COUNT-SKIP     PIC 9(3) VALUE 0.
       77 WS-COUNT-ED       PIC ZZ9.

       77 WS-REQ-RC         PIC 99 VALUE 0.
       77 WS-MAX-RC         PIC 99 VALUE 0.
       77 WS-EDIT-RC        PIC 99 VALUE 0.
       77 WS-EDIT-LEVEL     PIC X(6) VALUE SPACES.
       77 WS-EDIT-MSG       PIC X(100) VALUE SPACES.
       77 WS-RPT-POS        PIC 9(4) VALUE 1.

       77 WS-OP-VALID       PIC X VALUE "N".
       77 WS-OPERATION      PIC 9 VALUE 0.
           88 WS-OPERATION-ADD       VALUE 1.
           88 WS-OPERATION-SUBTRACT  VALUE 2.
           88 WS-OPERATION-MULTIPLY  VALUE 3.
           88 WS-OPERATION-TRANSPOSE VALUE 4.
           88 WS-OPERATION-SOLVE     VALUE 5.
           88 WS-OPERATION-COMPARE   VALUE 6.
           88 WS-OPERATION-INVERT    VALUE 7.
           88 WS-OPERATION-CONSOL    VALUE 8.
           88 WS-OPERATION-ANALYZE   VALUE 9.

       77 WS-OPERATOR-ID    PIC X(8) VALUE SPACES.
       77 WS-OPERATOR-COUNT PIC 99 VALUE 0.
       77 WS-OPERATOR-MAX   PIC 99 VALUE 50.
       77 WS-OPR-TODAY      PIC 9(8) VALUE 0.
       77 WS-OPERATOR-LEVEL PIC 9 VALUE 0.
           88 WS-OPERATOR-SUPERVISOR VALUE 2.
       77 WS-OPERATOR-NAME  PIC X(20) VALUE SPACES.
       77 WS-SIGNON-FLAG    PIC X VALUE "N".
           88 WS-SIGNON-OK          VALUE "Y".
       77 WS-OPERATOR-STATUS PIC X VALUE SPACE.
           88 WS-OPERATOR-INACTIVE  VALUE "I".
       77 L                 PIC 99 VALUE 0.
       77 K                 PIC 99 VALUE 0.
       77 G                 PIC 9(3) VALUE 0.
       77 X                 PIC 9(3) VALUE 0.

       01 WS-OPERATOR-TABLE.
          05 WS-OPERATOR-ENTRY OCCURS 50 TIMES.
             10 OPT-ID              PIC X(8).
             10 OPT-NAME            PIC X(20).
             10 OPT-LEVEL           PIC 9.
             10 OPT-STATUS          PIC X.

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
       77 WS-LOOK-TAG       PIC X(6) VALUE SPACES.
       77 WS-LOOK-WHERE     PIC X VALUE "N".
           88 WS-LOOK-IN-MASTER      VALUE "M".
           88 WS-LOOK-IN-SAVED       VALUE "S".
           88 WS-LOOK-NOT-FOUND      VALUE "N".
       77 WS-LOOK-N         PIC 99 VALUE 0.
       77 WS-LOOK-M         PIC 99 VALUE 0.
       77 WS-LOOK-REQ       PIC 9(3) VALUE 0.
       77 WS-LOOK-REQ-ED    PIC ZZ9.
       77 WS-LOOK-OK        PIC X VALUE "N".
       77 WS-LOOK-IX        PIC 9(3) VALUE 0.

       77 WS-M1-FOUND       PIC X VALUE "N".
       77 WS-M1-N           PIC 99 VALUE 0.
       77 WS-M1-M           PIC 99 VALUE 0.
       77 WS-M2-FOUND       PIC X VALUE "N".
       77 WS-M2-N           PIC 99 VALUE 0.
       77 WS-M2-M           PIC 99 VALUE 0.
       77 WS-RES-N          PIC 99 VALUE 0.
       77 WS-RES-M          PIC 99 VALUE 0.

       77 WS-CONSOL-NAME    PIC X(8) VALUE SPACES.
       77 WS-CONSOL-COUNT   PIC 99 VALUE 0.
       77 WS-CONSOL-PFX-LEN PIC 9 VALUE 0.
       77 WS-CONSOL-LATEST  PIC X VALUE "N".

       77 WS-SAVED-COUNT    PIC 9(3) VALUE 0.
       77 WS-SAVED-MAX      PIC 9(3) VALUE 200.
       01 WS-SAVED-TABLE.
          05 WS-SAVED-ENTRY OCCURS 200 TIMES.
             10 SVD-NAME            PIC X(8).
             10 SVD-N               PIC 99.
             10 SVD-M               PIC 99.
             10 SVD-REQ             PIC 9(3).
             10 SVD-OK              PIC X.

       77 WS-CSV-P          PIC 9 VALUE 1.
       77 WS-CSV-ERR        PIC X VALUE "N".
       77 WS-CSV-SIGN       PIC X VALUE "+".
       77 WS-CSV-ENDED      PIC X VALUE "N".
       77 WS-CSV-DOT        PIC X VALUE "N".
       77 WS-CSV-ANY-DIGIT  PIC X VALUE "N".
       77 WS-CSV-INT        PIC 9(3) VALUE 0.
       77 WS-CSV-INT-CNT    PIC 99 VALUE 0.
       77 WS-CSV-DEC-CNT    PIC 99 VALUE 0.
       77 WS-CSV-DEC        PIC 9(6) VALUE 0.
       77 WS-CSV-MAX-DEC    PIC 9 VALUE 2.
       77 WS-CSV-NUM6       PIC S9(3)V9(6) VALUE 0.
       77 WS-CSV-C          PIC 99 VALUE 0.

       01 WS-CSV-FIELD.
          05 WS-CSV-CHAR OCCURS 16 TIMES PIC X.

       01 WS-CSV-DIGIT-PAIR.
          05 FILLER                PIC X VALUE "0".
          05 WS-CSV-DIGIT-CHAR     PIC X.
       01 WS-CSV-DIGIT-NUM REDEFINES WS-CSV-DIGIT-PAIR PIC 99.

       PROCEDURE DIVISION.
       MAIN-SECTION.

           OPEN INPUT MATRIX-REQ-FILE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de solicitudes "
                   "(status " WS-REQ-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-OPERATOR-FILE-SECTION.
           PERFORM RESTART-CHECK-SECTION.

           OPEN INPUT MATRIX-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               IF WS-MASTER-STATUS NOT = "35"
                   DISPLAY "Error: no se pudo abrir archivo maestro de "
                       "matrices (status " WS-MASTER-STATUS ")"
                   CLOSE MATRIX-REQ-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT MATRIX-PEND-FILE.
           IF WS-PEND-STATUS = "00"
               MOVE "Y" TO WS-PEND-OPEN
           END-IF.

           OPEN OUTPUT EDIT-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de reporte "
                   "(status " WS-RPT-STATUS ")"
               CLOSE MATRIX-REQ-FILE
               IF WS-MASTER-OPEN = "Y"
                   CLOSE MATRIX-MASTER-FILE
               END-IF
               IF WS-PEND-OPEN = "Y"
                   CLOSE MATRIX-PEND-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO RPT-LINE.
           MOVE "DEPURACION PREVIA DEL ARCHIVO DE SOLICITUDES (MATREQ)"
               TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-MASTER-OPEN NOT = "Y"
               MOVE SPACES TO RPT-LINE
               MOVE "AVISO: NO EXISTE EL MAESTRO DE MATRICES"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-RESTART-FROM > 0
               MOVE WS-RESTART-FROM TO WS-RESTART-ED
               MOVE SPACES TO RPT-LINE
               STRING "REINICIO PENDIENTE: SE OMITEN LAS SOLICITUDES 1-"
                   DELIMITED BY SIZE
                   WS-RESTART-ED DELIMITED BY SIZE
                   " YA PROCESADAS" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           READ MATRIX-REQ-FILE INTO WS-REQ-REQUEST
               AT END MOVE "Y" TO WS-REQ-EOF
           END-READ.
           IF WS-REQ-AT-EOF
               MOVE 8 TO WS-MAX-RC
               MOVE "ARCHIVO DE SOLICITUDES VACIO" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM UNTIL WS-REQ-AT-EOF
               ADD 1 TO WS-REQ-COUNT
               IF WS-REQ-COUNT > WS-RESTART-FROM
                   PERFORM EDIT-REQUEST-SECTION
               ELSE
                   ADD 1 TO WS-COUNT-SKIP
               END-IF
               READ MATRIX-REQ-FILE INTO WS-REQ-REQUEST
                   AT END MOVE "Y" TO WS-REQ-EOF
               END-READ
           END-PERFORM.

           PERFORM WRITE-SUMMARY-SECTION.

           CLOSE MATRIX-REQ-FILE.
           CLOSE EDIT-RPT-FILE.
           IF WS-MASTER-OPEN = "Y"
               CLOSE MATRIX-MASTER-FILE
           END-IF.
           IF WS-PEND-OPEN = "Y"
               CLOSE MATRIX-PEND-FILE
           END-IF.

           MOVE WS-COUNT-REJECT TO WS-COUNT-ED.
           DISPLAY "Depuracion de solicitudes terminada; rechazadas: "
               WS-COUNT-ED " (ver MATEDTR)".
           MOVE WS-MAX-RC TO RETURN-CODE.
           STOP RUN.

       LOAD-OPERATOR-FILE-SECTION.

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de operadores "
                   "(status " WS-OPR-STATUS ")"
               CLOSE MATRIX-REQ-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-OPR-TODAY FROM DATE YYYYMMDD.
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
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "Error: archivo de operadores vacio; no es "
                   "posible validar el acceso"
               CLOSE MATRIX-REQ-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       VALIDATE-OPERATOR-SECTION.

           MOVE "N" TO WS-SIGNON-FLAG.
           MOVE 0 TO WS-OPERATOR-LEVEL.
           MOVE SPACES TO WS-OPERATOR-NAME.
           MOVE SPACE TO WS-OPERATOR-STATUS.
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WS-OPERATOR-COUNT OR WS-SIGNON-OK
               IF OPT-ID(L) = WS-OPERATOR-ID
                       AND WS-OPERATOR-ID NOT = SPACES
                   MOVE "Y" TO WS-SIGNON-FLAG
                   MOVE OPT-LEVEL(L) TO WS-OPERATOR-LEVEL
                   MOVE OPT-NAME(L) TO WS-OPERATOR-NAME
                   MOVE OPT-STATUS(L) TO WS-OPERATOR-STATUS
               END-IF
           END-PERFORM.
           IF WS-OPERATOR-INACTIVE
               MOVE "N" TO WS-SIGNON-FLAG
           END-IF.

       RESTART-CHECK-SECTION.

           OPEN INPUT MATRIX-RSTR-FILE.
           IF WS-RSTR-STATUS = "00"
               READ MATRIX-RSTR-FILE
                   AT END CONTINUE
               END-READ
               IF WS-RSTR-STATUS = "00" AND RSTR-COUNT NUMERIC
                       AND RSTR-COUNT > 0
                   MOVE RSTR-COUNT TO WS-RESTART-FROM
               END-IF
               CLOSE MATRIX-RSTR-FILE
           END-IF.

       EDIT-REQUEST-SECTION.

           MOVE 0 TO WS-REQ-RC.
           MOVE "N" TO WS-OP-VALID.
           MOVE 0 TO WS-OPERATION.
           MOVE "N" TO WS-M1-FOUND.
           MOVE "N" TO WS-M2-FOUND.
           MOVE 0 TO WS-RES-N.
           MOVE 0 TO WS-RES-M.
           MOVE WS-REQ-COUNT TO WS-REQ-COUNT-ED.

           MOVE SPACES TO RPT-LINE.
           STRING "SOLICITUD " DELIMITED BY SIZE
               WS-REQ-COUNT-ED DELIMITED BY SIZE
               " OPERADOR " DELIMITED BY SIZE
               RQ-OPERATOR-ID DELIMITED BY SIZE
               " OPERACION " DELIMITED BY SIZE
               RQ-OPERATION DELIMITED BY SIZE
               " M1=" DELIMITED BY SIZE
               RQ-MATRIX-1 DELIMITED BY SIZE
               " M2=" DELIMITED BY SIZE
               RQ-MATRIX-2 DELIMITED BY SIZE
               " RESULTADO=" DELIMITED BY SIZE
               RQ-RESULT-NAME DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

           MOVE RQ-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM VALIDATE-OPERATOR-SECTION.
           IF NOT WS-SIGNON-OK
               MOVE SPACES TO WS-EDIT-MSG
               IF WS-OPERATOR-INACTIVE
                   STRING "OPERADOR INACTIVO O FUERA DE VIGENCIA: "
                       DELIMITED BY SIZE
                       RQ-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-EDIT-MSG
                   END-STRING
               ELSE
                   STRING "OPERADOR DESCONOCIDO EN OPRMAST: "
                       DELIMITED BY SIZE
                       RQ-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-EDIT-MSG
                   END-STRING
               END-IF
               MOVE 18 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-ERROR-SECTION
           END-IF.

           IF RQ-OPERATION NOT NUMERIC OR RQ-OPERATION = 0
               MOVE "OPERACION INVALIDA (DEBE SER 1-9)" TO WS-EDIT-MSG
               MOVE 10 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-ERROR-SECTION
           ELSE
               MOVE RQ-OPERATION TO WS-OPERATION
               MOVE "Y" TO WS-OP-VALID
           END-IF.

           IF WS-OP-VALID = "Y"
               IF (WS-OPERATION-COMPARE OR WS-OPERATION-SOLVE)
                       AND RQ-TOLERANCE NOT = SPACES
                   PERFORM EDIT-TOLERANCE-SECTION
               END-IF
               IF WS-OPERATION-CONSOL
                   PERFORM EDIT-CONSOL-SECTION
               ELSE
                   PERFORM EDIT-OPERANDS-SECTION
               END-IF
           END-IF.
           IF RQ-RESULT-NAME NOT = SPACES
               IF WS-OP-VALID = "Y" AND WS-OPERATION-ANALYZE
                   MOVE SPACES TO WS-EDIT-MSG
                   STRING "EL ANALISIS NO PRODUCE MATRIZ; RESULTADO "
                       DELIMITED BY SIZE
                       RQ-RESULT-NAME DELIMITED BY SIZE
                       " IGNORADO" DELIMITED BY SIZE
                       INTO WS-EDIT-MSG
                   END-STRING
                   MOVE 4 TO WS-EDIT-RC
                   PERFORM WRITE-EDIT-WARNING-SECTION
               ELSE
                   PERFORM EDIT-RESULT-SECTION
               END-IF
           END-IF.

           MOVE SPACES TO RPT-LINE.
           EVALUATE TRUE
               WHEN WS-REQ-RC = 0
                   ADD 1 TO WS-COUNT-OK
                   STRING "SOLICITUD " DELIMITED BY SIZE
                       WS-REQ-COUNT-ED DELIMITED BY SIZE
                       " ACEPTADA" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN WS-REQ-RC NOT > 4
                   ADD 1 TO WS-COUNT-WARN
                   STRING "SOLICITUD " DELIMITED BY SIZE
                       WS-REQ-COUNT-ED DELIMITED BY SIZE
                       " ACEPTADA CON AVISOS (RC=" DELIMITED BY SIZE
                       WS-REQ-RC DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-COUNT-REJECT
                   STRING "SOLICITUD " DELIMITED BY SIZE
                       WS-REQ-COUNT-ED DELIMITED BY SIZE
                       " RECHAZADA (RC=" DELIMITED BY SIZE
                       WS-REQ-RC DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-REQ-RC > WS-MAX-RC
               MOVE WS-REQ-RC TO WS-MAX-RC
           END-IF.

       EDIT-TOLERANCE-SECTION.

           IF WS-OPERATION-SOLVE
               MOVE 6 TO WS-CSV-MAX-DEC
           END-IF.
           MOVE SPACES TO WS-CSV-FIELD.
           MOVE RQ-TOLERANCE TO WS-CSV-FIELD.
           PERFORM CSV-PARSE-VALUE-SECTION.
           MOVE 2 TO WS-CSV-MAX-DEC.
           IF WS-CSV-ERR = "Y"
               MOVE SPACES TO WS-EDIT-MSG
               STRING "TOLERANCIA INVALIDA: " DELIMITED BY SIZE
                   RQ-TOLERANCE DELIMITED BY SIZE
                   INTO WS-EDIT-MSG
               END-STRING
               MOVE 10 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-ERROR-SECTION
           END-IF.

       EDIT-OPERANDS-SECTION.

           MOVE RQ-MATRIX-1 TO WS-LOOK-NAME.
           MOVE "M1" TO WS-LOOK-TAG.
           PERFORM CHECK-OPERAND-SECTION.
           IF NOT WS-LOOK-NOT-FOUND AND WS-LOOK-N > 0
               MOVE "Y" TO WS-M1-FOUND
               MOVE WS-LOOK-N TO WS-M1-N
               MOVE WS-LOOK-M TO WS-M1-M
           END-IF.

           IF NOT WS-OPERATION-TRANSPOSE AND NOT WS-OPERATION-INVERT
                   AND NOT WS-OPERATION-ANALYZE
               MOVE RQ-MATRIX-2 TO WS-LOOK-NAME
               MOVE "M2" TO WS-LOOK-TAG
               PERFORM CHECK-OPERAND-SECTION
               IF NOT WS-LOOK-NOT-FOUND AND WS-LOOK-N > 0
                   MOVE "Y" TO WS-M2-FOUND
                   MOVE WS-LOOK-N TO WS-M2-N
                   MOVE WS-LOOK-M TO WS-M2-M
               END-IF
           END-IF.

           IF RQ-EXTRA-NAMES NOT = SPACES
               MOVE "NOMBRES ADICIONALES IGNORADOS FUERA DE CONSOLIDAR"
                   TO WS-EDIT-MSG
               MOVE 4 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-WARNING-SECTION
           END-IF.

           IF WS-M1-FOUND = "Y"
               PERFORM EDIT-DIMENSIONS-SECTION
           END-IF.

       EDIT-DIMENSIONS-SECTION.

           MOVE WS-M1-N TO WS-RES-N.
           MOVE WS-M1-M TO WS-RES-M.
           EVALUATE TRUE
               WHEN WS-OPERATION-SOLVE
                   MOVE 1 TO WS-RES-M
                   IF WS-M1-N NOT = WS-M1-M
                       PERFORM EDIT-NOT-SQUARE-SECTION
                   END-IF
                   IF WS-M2-FOUND = "Y"
                       IF WS-M2-N NOT = WS-M1-N OR WS-M2-M NOT = 1
                           MOVE SPACES TO WS-EDIT-MSG
                           STRING "VECTOR B " DELIMITED BY SIZE
                               RQ-MATRIX-2 DELIMITED BY SIZE
                               " ES " DELIMITED BY SIZE
                               WS-M2-N DELIMITED BY SIZE
                               "X" DELIMITED BY SIZE
                               WS-M2-M DELIMITED BY SIZE
                               "; SE ESPERABA " DELIMITED BY SIZE
                               WS-M1-N DELIMITED BY SIZE
                               "X01" DELIMITED BY SIZE
                               INTO WS-EDIT-MSG
                           END-STRING
                           MOVE 10 TO WS-EDIT-RC
                           PERFORM WRITE-EDIT-ERROR-SECTION
                       END-IF
                   END-IF
               WHEN WS-OPERATION-INVERT
                   IF WS-M1-N NOT = WS-M1-M
                       PERFORM EDIT-NOT-SQUARE-SECTION
                   END-IF
               WHEN WS-OPERATION-ANALYZE
                   CONTINUE
               WHEN WS-OPERATION-TRANSPOSE
                   IF WS-M1-N NOT = WS-M1-M
                       MOVE SPACES TO WS-EDIT-MSG
                       STRING "M1 " DELIMITED BY SIZE
                           RQ-MATRIX-1 DELIMITED BY SIZE
                           " NO ES CUADRADA; SE SUMARA EN LUGAR DE "
                           DELIMITED BY SIZE
                           "TRANSPONER" DELIMITED BY SIZE
                           INTO WS-EDIT-MSG
                       END-STRING
                       MOVE 4 TO WS-EDIT-RC
                       PERFORM WRITE-EDIT-WARNING-SECTION
                   END-IF
               WHEN OTHER
                   IF WS-M2-FOUND = "Y"
                       IF WS-M2-N NOT = WS-M1-N
                               OR WS-M2-M NOT = WS-M1-M
                           MOVE SPACES TO WS-EDIT-MSG
                           STRING "M2 " DELIMITED BY SIZE
                               RQ-MATRIX-2 DELIMITED BY SIZE
                               " ES " DELIMITED BY SIZE
                               WS-M2-N DELIMITED BY SIZE
                               "X" DELIMITED BY SIZE
                               WS-M2-M DELIMITED BY SIZE
                               "; NO COINCIDE CON M1 " DELIMITED BY SIZE
                               RQ-MATRIX-1 DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               WS-M1-N DELIMITED BY SIZE
                               "X" DELIMITED BY SIZE
                               WS-M1-M DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO WS-EDIT-MSG
                           END-STRING
                           MOVE 10 TO WS-EDIT-RC
                           PERFORM WRITE-EDIT-ERROR-SECTION
                       END-IF
                   END-IF
                   IF WS-OPERATION-MULTIPLY AND WS-M1-N NOT = WS-M1-M
                       MOVE SPACES TO WS-EDIT-MSG
                       STRING "M1 " DELIMITED BY SIZE
                           RQ-MATRIX-1 DELIMITED BY SIZE
                           " NO ES CUADRADA; SE SUMARA EN LUGAR DE "
                           DELIMITED BY SIZE
                           "MULTIPLICAR" DELIMITED BY SIZE
                           INTO WS-EDIT-MSG
                       END-STRING
                       MOVE 4 TO WS-EDIT-RC
                       PERFORM WRITE-EDIT-WARNING-SECTION
                   END-IF
           END-EVALUATE.

       EDIT-NOT-SQUARE-SECTION.

           MOVE SPACES TO WS-EDIT-MSG.
           STRING "M1 " DELIMITED BY SIZE
               RQ-MATRIX-1 DELIMITED BY SIZE
               " ES " DELIMITED BY SIZE
               WS-M1-N DELIMITED BY SIZE
               "X" DELIMITED BY SIZE
               WS-M1-M DELIMITED BY SIZE
               "; LA OPERACION REQUIERE MATRIZ CUADRADA"
               DELIMITED BY SIZE
               INTO WS-EDIT-MSG
           END-STRING.
           MOVE 10 TO WS-EDIT-RC.
           PERFORM WRITE-EDIT-ERROR-SECTION.

       EDIT-CONSOL-SECTION.

           MOVE 0 TO WS-CONSOL-COUNT.
           MOVE 0 TO WS-CONSOL-PFX-LEN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
               IF RQ-MATRIX-1(K:1) = "*"
                       AND WS-CONSOL-PFX-LEN = 0
                   COMPUTE WS-CONSOL-PFX-LEN = K - 1
               END-IF
           END-PERFORM.
           IF RQ-MATRIX-1(1:1) = "*"
               MOVE "PREFIJO DE CONSOLIDACION VACIO" TO WS-EDIT-MSG
               MOVE 10 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-ERROR-SECTION
           ELSE
               IF WS-CONSOL-PFX-LEN > 0
                   PERFORM EDIT-CONSOL-PREFIX-SECTION
               ELSE
                   PERFORM EDIT-CONSOL-LIST-SECTION
               END-IF
               IF WS-CONSOL-COUNT < 2
                   MOVE "CONSOLIDACION NECESITA AL MENOS 2 MATRICES"
                       TO WS-EDIT-MSG
                   MOVE 12 TO WS-EDIT-RC
                   PERFORM WRITE-EDIT-ERROR-SECTION
               END-IF
           END-IF.

       EDIT-CONSOL-LIST-SECTION.

           MOVE RQ-MATRIX-1 TO WS-LOOK-NAME.
           MOVE "M1" TO WS-LOOK-TAG.
           PERFORM EDIT-CONSOL-ONE-NAME-SECTION.
           MOVE RQ-MATRIX-2 TO WS-LOOK-NAME.
           MOVE "M2" TO WS-LOOK-TAG.
           PERFORM EDIT-CONSOL-ONE-NAME-SECTION.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 5
               MOVE RQ-EXTRA-NAME(L) TO WS-LOOK-NAME
               MOVE "EXTRA" TO WS-LOOK-TAG
               PERFORM EDIT-CONSOL-ONE-NAME-SECTION
           END-PERFORM.

       EDIT-CONSOL-ONE-NAME-SECTION.

           IF WS-LOOK-NAME NOT = SPACES
               PERFORM CHECK-OPERAND-SECTION
               IF NOT WS-LOOK-NOT-FOUND
                   MOVE WS-LOOK-NAME TO WS-CONSOL-NAME
                   PERFORM EDIT-CONSOL-ACCUM-SECTION
               END-IF
           END-IF.

       EDIT-CONSOL-PREFIX-SECTION.

           MOVE "MATRIZ" TO WS-LOOK-TAG.
           IF WS-MASTER-OPEN = "Y"
               MOVE "N" TO WS-MASTER-EOF
               MOVE LOW-VALUES TO MM-NAME
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
                           MOVE MM-NAME TO WS-LOOK-NAME
                           PERFORM SEARCH-SAVED-SECTION
                           IF WS-LOOK-NOT-FOUND
                               MOVE "M" TO WS-LOOK-WHERE
                               MOVE MM-N TO WS-LOOK-N
                               MOVE MM-M TO WS-LOOK-M
                           ELSE
                               PERFORM NOTE-DEPENDENCY-SECTION
                           END-IF
                           MOVE MM-NAME TO WS-CONSOL-NAME
                           PERFORM EDIT-CONSOL-ACCUM-SECTION
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-SAVED-COUNT
               IF SVD-NAME(G)(1:WS-CONSOL-PFX-LEN) =
                       RQ-MATRIX-1(1:WS-CONSOL-PFX-LEN)
                   PERFORM CHECK-LATEST-SAVED-SECTION
                   IF WS-CONSOL-LATEST = "Y"
                       MOVE SVD-NAME(G) TO WS-LOOK-NAME
                       PERFORM READ-MASTER-SECTION
                       IF WS-LOOK-NOT-FOUND
                           MOVE "S" TO WS-LOOK-WHERE
                           MOVE SVD-N(G) TO WS-LOOK-N
                           MOVE SVD-M(G) TO WS-LOOK-M
                           MOVE SVD-REQ(G) TO WS-LOOK-REQ
                           MOVE SVD-OK(G) TO WS-LOOK-OK
                           PERFORM NOTE-DEPENDENCY-SECTION
                           MOVE SVD-NAME(G) TO WS-CONSOL-NAME
                           PERFORM EDIT-CONSOL-ACCUM-SECTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF RQ-RESULT-NAME(1:WS-CONSOL-PFX-LEN) =
                   RQ-MATRIX-1(1:WS-CONSOL-PFX-LEN)
               MOVE SPACES TO WS-EDIT-MSG
               STRING "EL RESULTADO " DELIMITED BY SIZE
                   RQ-RESULT-NAME DELIMITED BY SIZE
                   " CAE EN EL PREFIJO; SE SUMARA EN PROXIMAS "
                   DELIMITED BY SIZE
                   "CONSOLIDACIONES" DELIMITED BY SIZE
                   INTO WS-EDIT-MSG
               END-STRING
               MOVE 4 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-WARNING-SECTION
           END-IF.

       CHECK-LATEST-SAVED-SECTION.

           MOVE "Y" TO WS-CONSOL-LATEST.
           PERFORM VARYING X FROM G BY 1 UNTIL X > WS-SAVED-COUNT
               IF X > G AND SVD-NAME(X) = SVD-NAME(G)
                   MOVE "N" TO WS-CONSOL-LATEST
               END-IF
           END-PERFORM.

       EDIT-CONSOL-ACCUM-SECTION.

           IF WS-LOOK-N = 0
               ADD 1 TO WS-CONSOL-COUNT
           ELSE
               PERFORM EDIT-CONSOL-DIM-SECTION
           END-IF.

       EDIT-CONSOL-DIM-SECTION.

           IF WS-RES-N = 0
               MOVE WS-LOOK-N TO WS-RES-N
               MOVE WS-LOOK-M TO WS-RES-M
           END-IF.
           IF WS-LOOK-N NOT = WS-RES-N OR WS-LOOK-M NOT = WS-RES-M
               MOVE SPACES TO WS-EDIT-MSG
               STRING "DIMENSION DISTINTA EN CONSOLIDACION: "
                   DELIMITED BY SIZE
                   WS-CONSOL-NAME DELIMITED BY SIZE
                   " ES " DELIMITED BY SIZE
                   WS-LOOK-N DELIMITED BY SIZE
                   "X" DELIMITED BY SIZE
                   WS-LOOK-M DELIMITED BY SIZE
                   ", SE ESPERABA " DELIMITED BY SIZE
                   WS-RES-N DELIMITED BY SIZE
                   "X" DELIMITED BY SIZE
                   WS-RES-M DELIMITED BY SIZE
                   INTO WS-EDIT-MSG
               END-STRING
               MOVE 10 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-ERROR-SECTION
           ELSE
               ADD 1 TO WS-CONSOL-COUNT
           END-IF.

       EDIT-RESULT-SECTION.

           MOVE RQ-RESULT-NAME TO WS-LOOK-NAME.
           PERFORM LOOKUP-NAME-SECTION.
           IF WS-LOOK-IN-MASTER AND MM-FROZEN
               MOVE SPACES TO WS-EDIT-MSG
               STRING "RESULTADO " DELIMITED BY SIZE
                   RQ-RESULT-NAME DELIMITED BY SIZE
                   " ESTA CONGELADA EN EL MAESTRO; NO SE PUEDE "
                   DELIMITED BY SIZE
                   "REEMPLAZAR" DELIMITED BY SIZE
                   INTO WS-EDIT-MSG
               END-STRING
               MOVE 12 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-ERROR-SECTION
           END-IF.
           IF (WS-LOOK-IN-MASTER AND NOT MM-FROZEN) OR WS-LOOK-IN-SAVED
               IF WS-SIGNON-OK AND NOT WS-OPERATOR-SUPERVISOR
                   MOVE SPACES TO WS-EDIT-MSG
                   MOVE 1 TO WS-RPT-POS
                   STRING "RESULTADO " DELIMITED BY SIZE
                       RQ-RESULT-NAME DELIMITED BY SIZE
                       INTO WS-EDIT-MSG
                       WITH POINTER WS-RPT-POS
                   END-STRING
                   IF WS-LOOK-IN-SAVED
                       MOVE WS-LOOK-REQ TO WS-LOOK-REQ-ED
                       STRING " LO GUARDA ANTES LA SOLICITUD "
                           DELIMITED BY SIZE
                           WS-LOOK-REQ-ED DELIMITED BY SIZE
                           INTO WS-EDIT-MSG
                           WITH POINTER WS-RPT-POS
                       END-STRING
                   ELSE
                       STRING " YA EXISTE EN EL MAESTRO"
                           DELIMITED BY SIZE
                           INTO WS-EDIT-MSG
                           WITH POINTER WS-RPT-POS
                       END-STRING
                   END-IF
                   STRING "; SOLO UN SUPERVISOR PUEDE REEMPLAZARLO"
                       DELIMITED BY SIZE
                       INTO WS-EDIT-MSG
                       WITH POINTER WS-RPT-POS
                   END-STRING
                   MOVE 12 TO WS-EDIT-RC
                   PERFORM WRITE-EDIT-ERROR-SECTION
               ELSE
                   MOVE SPACES TO WS-EDIT-MSG
                   STRING "RESULTADO " DELIMITED BY SIZE
                       RQ-RESULT-NAME DELIMITED BY SIZE
                       " REEMPLAZARA UNA MATRIZ EXISTENTE"
                       DELIMITED BY SIZE
                       INTO WS-EDIT-MSG
                   END-STRING
                   MOVE 4 TO WS-EDIT-RC
                   PERFORM WRITE-EDIT-WARNING-SECTION
               END-IF
           END-IF.

           IF WS-SAVED-COUNT < WS-SAVED-MAX
               ADD 1 TO WS-SAVED-COUNT
               MOVE RQ-RESULT-NAME TO SVD-NAME(WS-SAVED-COUNT)
               MOVE WS-RES-N TO SVD-N(WS-SAVED-COUNT)
               MOVE WS-RES-M TO SVD-M(WS-SAVED-COUNT)
               MOVE WS-REQ-COUNT TO SVD-REQ(WS-SAVED-COUNT)
               IF WS-REQ-RC > 4
                   MOVE "N" TO SVD-OK(WS-SAVED-COUNT)
               ELSE
                   MOVE "Y" TO SVD-OK(WS-SAVED-COUNT)
               END-IF
           ELSE
               MOVE "TABLA DE RESULTADOS LLENA; DEPENDENCIA NO SEGUIDA"
                   TO WS-EDIT-MSG
               MOVE 4 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-WARNING-SECTION
           END-IF.

       CHECK-OPERAND-SECTION.

           IF WS-LOOK-NAME = SPACES
               MOVE "N" TO WS-LOOK-WHERE
               MOVE SPACES TO WS-EDIT-MSG
               STRING "FALTA EL NOMBRE DE " DELIMITED BY SIZE
                   WS-LOOK-TAG DELIMITED BY SPACE
                   INTO WS-EDIT-MSG
               END-STRING
               MOVE 12 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-ERROR-SECTION
           ELSE
               PERFORM LOOKUP-NAME-SECTION
               EVALUATE TRUE
                   WHEN WS-LOOK-NOT-FOUND
                       PERFORM READ-PENDING-SECTION
                       MOVE SPACES TO WS-EDIT-MSG
                       IF WS-PEND-FOUND = "Y"
                           STRING WS-LOOK-TAG DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               WS-LOOK-NAME DELIMITED BY SIZE
                               " PENDIENTE DE VERIFICACION (MATPEND)"
                               DELIMITED BY SIZE
                               INTO WS-EDIT-MSG
                           END-STRING
                       ELSE
                           STRING WS-LOOK-TAG DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               WS-LOOK-NAME DELIMITED BY SIZE
                               " NO ESTA CATALOGADA EN MATMAST"
                               DELIMITED BY SIZE
                               INTO WS-EDIT-MSG
                           END-STRING
                       END-IF
                       MOVE 12 TO WS-EDIT-RC
                       PERFORM WRITE-EDIT-ERROR-SECTION
                   WHEN WS-LOOK-IN-SAVED
                       PERFORM NOTE-DEPENDENCY-SECTION
               END-EVALUATE
           END-IF.

       NOTE-DEPENDENCY-SECTION.

           MOVE WS-LOOK-REQ TO WS-LOOK-REQ-ED.
           MOVE SPACES TO WS-EDIT-MSG.
           IF WS-LOOK-OK = "Y"
               STRING WS-LOOK-TAG DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-LOOK-NAME DELIMITED BY SIZE
                   " SOLO ES VALIDA DESPUES DE GUARDARLA LA SOLICITUD "
                   DELIMITED BY SIZE
                   WS-LOOK-REQ-ED DELIMITED BY SIZE
                   INTO WS-EDIT-MSG
               END-STRING
               MOVE 4 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-WARNING-SECTION
           ELSE
               STRING WS-LOOK-TAG DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-LOOK-NAME DELIMITED BY SIZE
                   " DEPENDE DE LA SOLICITUD " DELIMITED BY SIZE
                   WS-LOOK-REQ-ED DELIMITED BY SIZE
                   ", QUE FUE RECHAZADA" DELIMITED BY SIZE
                   INTO WS-EDIT-MSG
               END-STRING
               MOVE 12 TO WS-EDIT-RC
               PERFORM WRITE-EDIT-ERROR-SECTION
           END-IF.

       LOOKUP-NAME-SECTION.

           PERFORM SEARCH-SAVED-SECTION.
           IF WS-LOOK-NOT-FOUND
               PERFORM READ-MASTER-SECTION
           END-IF.

       SEARCH-SAVED-SECTION.

           MOVE "N" TO WS-LOOK-WHERE.
           MOVE 0 TO WS-LOOK-IX.
           PERFORM VARYING G FROM WS-SAVED-COUNT BY -1
                   UNTIL G = 0 OR WS-LOOK-IX > 0
               IF SVD-NAME(G) = WS-LOOK-NAME
                   MOVE G TO WS-LOOK-IX
               END-IF
           END-PERFORM.
           IF WS-LOOK-IX > 0
               MOVE "S" TO WS-LOOK-WHERE
               MOVE SVD-N(WS-LOOK-IX) TO WS-LOOK-N
               MOVE SVD-M(WS-LOOK-IX) TO WS-LOOK-M
               MOVE SVD-REQ(WS-LOOK-IX) TO WS-LOOK-REQ
               MOVE SVD-OK(WS-LOOK-IX) TO WS-LOOK-OK
           END-IF.

       READ-MASTER-SECTION.

           MOVE "N" TO WS-LOOK-WHERE.
           IF WS-MASTER-OPEN = "Y"
               MOVE WS-LOOK-NAME TO MM-NAME
               READ MATRIX-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MASTER-STATUS = "00"
                   MOVE "M" TO WS-LOOK-WHERE
                   MOVE MM-N TO WS-LOOK-N
                   MOVE MM-M TO WS-LOOK-M
               END-IF
           END-IF.

       READ-PENDING-SECTION.

           MOVE "N" TO WS-PEND-FOUND.
           IF WS-PEND-OPEN = "Y"
               MOVE WS-LOOK-NAME TO PV-NAME
               READ MATRIX-PEND-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PEND-STATUS = "00"
                   MOVE "Y" TO WS-PEND-FOUND
               END-IF
           END-IF.

       WRITE-EDIT-ERROR-SECTION.

           MOVE "ERROR" TO WS-EDIT-LEVEL.
           PERFORM WRITE-EDIT-LINE-SECTION.

       WRITE-EDIT-WARNING-SECTION.

           MOVE "AVISO" TO WS-EDIT-LEVEL.
           PERFORM WRITE-EDIT-LINE-SECTION.

       WRITE-EDIT-LINE-SECTION.

           IF WS-EDIT-RC > WS-REQ-RC
               MOVE WS-EDIT-RC TO WS-REQ-RC
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "SOLICITUD " DELIMITED BY SIZE
               WS-REQ-COUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-LEVEL DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               WS-EDIT-MSG DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       WRITE-SUMMARY-SECTION.

           MOVE SPACES TO RPT-LINE.
           MOVE "RESUMEN DE LA DEPURACION" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REQ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "SOLICITUDES LEIDAS:       " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-COUNT-SKIP TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "OMITIDAS POR REINICIO:    " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-COUNT-OK TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ACEPTADAS:                " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-COUNT-WARN TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ACEPTADAS CON AVISOS:     " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-COUNT-REJECT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "RECHAZADAS:               " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CODIGO DE RETORNO:        " DELIMITED BY SIZE
               WS-MAX-RC DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-MAX-RC > 4
               MOVE "RETENER LA CORRIDA DESATENDIDA; CORREGIR MATREQ"
                   TO RPT-LINE
           ELSE
               MOVE "LA CORRIDA DESATENDIDA PUEDE CONTINUAR"
                   TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

       CSV-PARSE-VALUE-SECTION.

           MOVE "N" TO WS-CSV-ERR.
           MOVE "+" TO WS-CSV-SIGN.
           MOVE "N" TO WS-CSV-DOT.
           MOVE "N" TO WS-CSV-ANY-DIGIT.
           MOVE "N" TO WS-CSV-ENDED.
           MOVE 0 TO WS-CSV-INT.
           MOVE 0 TO WS-CSV-INT-CNT.
           MOVE 0 TO WS-CSV-DEC.
           MOVE 0 TO WS-CSV-DEC-CNT.
           PERFORM VARYING WS-CSV-C FROM 1 BY 1
                   UNTIL WS-CSV-C > 16 OR WS-CSV-ERR = "Y"
               EVALUATE TRUE
                   WHEN WS-CSV-CHAR(WS-CSV-C) = SPACE
                       IF WS-CSV-ANY-DIGIT = "Y"
                           MOVE "Y" TO WS-CSV-ENDED
                       END-IF
                   WHEN WS-CSV-ENDED = "Y"
                       MOVE "Y" TO WS-CSV-ERR
                   WHEN WS-CSV-CHAR(WS-CSV-C) = "-"
                       IF WS-CSV-ANY-DIGIT = "Y"
                           MOVE "Y" TO WS-CSV-ERR
                       ELSE
                           MOVE "-" TO WS-CSV-SIGN
                       END-IF
                   WHEN WS-CSV-CHAR(WS-CSV-C) = "+"
                       IF WS-CSV-ANY-DIGIT = "Y"
                           MOVE "Y" TO WS-CSV-ERR
                       END-IF
                   WHEN WS-CSV-CHAR(WS-CSV-C) = "."
                       IF WS-CSV-DOT = "Y"
                           MOVE "Y" TO WS-CSV-ERR
                       ELSE
                           MOVE "Y" TO WS-CSV-DOT
                       END-IF
                   WHEN WS-CSV-CHAR(WS-CSV-C) NOT < "0"
                           AND WS-CSV-CHAR(WS-CSV-C) NOT > "9"
                       PERFORM CSV-PARSE-DIGIT-SECTION
                   WHEN OTHER
                       MOVE "Y" TO WS-CSV-ERR
               END-EVALUATE
           END-PERFORM.
           IF WS-CSV-ANY-DIGIT NOT = "Y"
               MOVE "Y" TO WS-CSV-ERR
           END-IF.
           IF WS-CSV-ERR NOT = "Y"
               PERFORM UNTIL WS-CSV-DEC-CNT NOT < 6
                   COMPUTE WS-CSV-DEC = WS-CSV-DEC * 10
                   ADD 1 TO WS-CSV-DEC-CNT
               END-PERFORM
               COMPUTE WS-CSV-NUM6 =
                   WS-CSV-INT + WS-CSV-DEC / 1000000
               IF WS-CSV-SIGN = "-"
                   COMPUTE WS-CSV-NUM6 = 0 - WS-CSV-NUM6
               END-IF
           END-IF.

       CSV-PARSE-DIGIT-SECTION.

           MOVE "Y" TO WS-CSV-ANY-DIGIT.
           MOVE WS-CSV-CHAR(WS-CSV-C) TO WS-CSV-DIGIT-CHAR.
           IF WS-CSV-DOT = "Y"
               IF WS-CSV-DEC-CNT < WS-CSV-MAX-DEC
                   ADD 1 TO WS-CSV-DEC-CNT
                   COMPUTE WS-CSV-DEC =
                       WS-CSV-DEC * 10 + WS-CSV-DIGIT-NUM
               ELSE
                   MOVE "Y" TO WS-CSV-ERR
               END-IF
           ELSE
               IF WS-CSV-INT-CNT < 3
                   ADD 1 TO WS-CSV-INT-CNT
                   COMPUTE WS-CSV-INT =
                       WS-CSV-INT * 10 + WS-CSV-DIGIT-NUM
               ELSE
                   MOVE "Y" TO WS-CSV-ERR
               END-IF
           END-IF.

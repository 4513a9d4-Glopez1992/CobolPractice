       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATLIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIX-MASTER-FILE ASSIGN TO "MATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MATRIX-HIST-FILE ASSIGN TO "MATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LINEAGE-RPT-FILE ASSIGN TO "MATLINR"
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

       FD  LINEAGE-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                          PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-MASTER-STATUS  PIC XX VALUE "00".
       77 WS-HIST-STATUS    PIC XX VALUE "00".
       77 WS-RPT-STATUS     PIC XX VALUE "00".
       77 WS-MASTER-EOF     PIC X VALUE "N".
           88 WS-MASTER-AT-EOF      VALUE "Y".
       77 WS-HIST-EOF       PIC X VALUE "N".
       77 WS-HIST-OPEN      PIC X VALUE "N".

       77 WS-TARGET         PIC X(8) VALUE SPACES.
       77 WS-RPT-DATE       PIC 9(8) VALUE 0.
       77 WS-RPT-POS        PIC 9(4) VALUE 1.
       77 WS-COUNT-ED       PIC ZZZ9.
       77 WS-LEVEL-ED       PIC Z9.
       77 WS-REQUEST-ED     PIC ZZ9.
       77 WS-SRC-COUNT-ED   PIC Z9.
       77 G                 PIC 9(3) VALUE 0.
       77 K                 PIC 99 VALUE 0.
       77 L                 PIC 99 VALUE 0.

       77 WS-TRACE-MAX      PIC 9(3) VALUE 200.
       77 WS-TRACE-COUNT    PIC 9(3) VALUE 0.
       77 WS-TRACE-IX       PIC 9(3) VALUE 0.
       77 WS-TRACE-LOST     PIC 9(4) VALUE 0.
       77 WS-TRACE-FOUND    PIC X VALUE "N".
       77 WS-NODE-NAME      PIC X(8) VALUE SPACES.
       77 WS-NODE-PARENT    PIC X(8) VALUE SPACES.
       77 WS-NODE-LEVEL     PIC 99 VALUE 0.
       77 WS-NODE-RELATION  PIC X(13) VALUE SPACES.
       77 WS-NODE-EXISTS    PIC X VALUE "N".

       01 WS-TRACE-TABLE.
          05 WS-TRACE-ENTRY OCCURS 200 TIMES.
             10 TR-NAME             PIC X(8).
             10 TR-PARENT           PIC X(8).
             10 TR-LEVEL            PIC 99.

       77 WS-PFX-LEN        PIC 9 VALUE 0.
       77 WS-USES-NAME      PIC X VALUE "N".
       77 WS-CHECK-NAME     PIC X(8) VALUE SPACES.

       77 WS-DERIVED-MAX    PIC 9(3) VALUE 500.
       77 WS-DERIVED-COUNT  PIC 9(3) VALUE 0.
       77 WS-DERIVED-LOST   PIC 9(4) VALUE 0.
       77 WS-DERIVED-IX     PIC 9(3) VALUE 0.
       77 WS-STALE-COUNT    PIC 9(4) VALUE 0.
       77 WS-STALE-FLAGS    PIC 9(4) VALUE 0.
       77 WS-STALE-THIS     PIC X VALUE "N".
       77 WS-REPL-FOUND     PIC X VALUE "N".
       77 WS-REPL-DATE      PIC 9(8) VALUE 0.
       77 WS-REPL-TIME      PIC 9(8) VALUE 0.
       77 WS-FLAG-TEXT      PIC X(40) VALUE SPACES.
       77 WS-FLAG-DATE      PIC 9(8) VALUE 0.

       01 WS-DERIVED-TABLE.
          05 WS-DERIVED-ENTRY OCCURS 500 TIMES.
             10 DV-NAME             PIC X(8).
             10 DV-OPERATION        PIC 9.
             10 DV-COUNT            PIC 99.
             10 DV-PREFIX           PIC X(8).
             10 DV-SRC-NAME OCCURS 10 TIMES PIC X(8).
             10 DV-DATE             PIC 9(8).
             10 DV-TIME             PIC 9(8).

       01 WS-OP-NAMES.
          05 FILLER PIC X(14) VALUE "SUMA".
          05 FILLER PIC X(14) VALUE "RESTA".
          05 FILLER PIC X(14) VALUE "MULTIPLICACION".
          05 FILLER PIC X(14) VALUE "TRANSPUESTA".
          05 FILLER PIC X(14) VALUE "RESOLVER".
          05 FILLER PIC X(14) VALUE "COMPARAR".
          05 FILLER PIC X(14) VALUE "INVERTIR".
          05 FILLER PIC X(14) VALUE "CONSOLIDAR".
          05 FILLER PIC X(14) VALUE "ANALIZAR".
       01 WS-OP-NAME-TABLE REDEFINES WS-OP-NAMES.
          05 WS-OP-NAME OCCURS 9 TIMES PIC X(14).

       PROCEDURE DIVISION.
       MAIN-SECTION.

           DISPLAY "Matriz a rastrear (blanco = solo revisar fuentes "
               "modificadas):".
           ACCEPT WS-TARGET.

           OPEN INPUT MATRIX-MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "No existe el maestro de matrices; "
                   "catalogo vacio"
               STOP RUN
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo maestro "
                   "de matrices (status " WS-MASTER-STATUS ")"
               STOP RUN
           END-IF.

           OPEN INPUT MATRIX-HIST-FILE.
           IF WS-HIST-STATUS = "00"
               MOVE "Y" TO WS-HIST-OPEN
           ELSE
               IF WS-HIST-STATUS NOT = "35"
                   DISPLAY "Error: no se pudo abrir historial de "
                       "matrices (status " WS-HIST-STATUS ")"
               END-IF
           END-IF.

           OPEN OUTPUT LINEAGE-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de reporte "
                   "(status " WS-RPT-STATUS ")"
               CLOSE MATRIX-MASTER-FILE
               STOP RUN
           END-IF.

           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RPT-LINE.
           STRING "LINAJE DE MATRICES DERIVADAS  FECHA "
               DELIMITED BY SIZE
               WS-RPT-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-TARGET NOT = SPACES
               PERFORM TRACE-BACKWARD-SECTION
               PERFORM TRACE-FORWARD-SECTION
           END-IF.
           PERFORM STALE-COLLECT-SECTION.
           PERFORM STALE-CHECK-SECTION.

           CLOSE LINEAGE-RPT-FILE.
           IF WS-HIST-OPEN = "Y"
               CLOSE MATRIX-HIST-FILE
           END-IF.
           CLOSE MATRIX-MASTER-FILE.
           DISPLAY "Reporte de linaje impreso en MATLINR".
           IF WS-STALE-COUNT > 0
               MOVE WS-STALE-COUNT TO WS-COUNT-ED
               DISPLAY "Aviso: " WS-COUNT-ED " resultados con fuentes "
                   "modificadas; recalcular"
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       TRACE-BACKWARD-SECTION.

           MOVE SPACES TO RPT-LINE.
           STRING "ORIGEN DE " DELIMITED BY SIZE
               WS-TARGET DELIMITED BY SIZE
               " (HACIA SUS FUENTES)" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE 0 TO WS-TRACE-LOST.
           MOVE 1 TO WS-TRACE-COUNT.
           MOVE WS-TARGET TO TR-NAME(1).
           MOVE SPACES TO TR-PARENT(1).
           MOVE 0 TO TR-LEVEL(1).
           MOVE "FUENTE DE" TO WS-NODE-RELATION.
           PERFORM VARYING WS-TRACE-IX FROM 1 BY 1
                   UNTIL WS-TRACE-IX > WS-TRACE-COUNT
               PERFORM TRACE-BACK-ONE-SECTION
           END-PERFORM.
           PERFORM TRACE-END-SECTION.

       TRACE-BACK-ONE-SECTION.

           MOVE TR-NAME(WS-TRACE-IX) TO WS-NODE-NAME.
           MOVE TR-PARENT(WS-TRACE-IX) TO WS-NODE-PARENT.
           MOVE TR-LEVEL(WS-TRACE-IX) TO WS-NODE-LEVEL.
           MOVE WS-NODE-NAME TO MM-NAME.
           READ MATRIX-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-NODE-EXISTS
           ELSE
               MOVE "N" TO WS-NODE-EXISTS
           END-IF.
           PERFORM WRITE-NODE-SECTION.
           IF WS-NODE-EXISTS = "Y" AND MM-SRC-OPERATION NUMERIC
                   AND MM-SRC-OPERATION > 0
               MOVE MM-SRC-COUNT TO L
               IF L > 10
                   MOVE 10 TO L
               END-IF
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > L
                   MOVE MM-SRC-NAME(K) TO WS-CHECK-NAME
                   PERFORM TRACE-ENQUEUE-SECTION
               END-PERFORM
           END-IF.

       TRACE-ENQUEUE-SECTION.

           MOVE "N" TO WS-TRACE-FOUND.
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-TRACE-COUNT OR WS-TRACE-FOUND = "Y"
               IF TR-NAME(G) = WS-CHECK-NAME
                   MOVE "Y" TO WS-TRACE-FOUND
               END-IF
           END-PERFORM.
           IF WS-TRACE-FOUND NOT = "Y" AND WS-CHECK-NAME NOT = SPACES
               IF WS-TRACE-COUNT < WS-TRACE-MAX
                   ADD 1 TO WS-TRACE-COUNT
                   MOVE WS-CHECK-NAME TO TR-NAME(WS-TRACE-COUNT)
                   MOVE WS-NODE-NAME TO TR-PARENT(WS-TRACE-COUNT)
                   COMPUTE TR-LEVEL(WS-TRACE-COUNT) = WS-NODE-LEVEL + 1
               ELSE
                   ADD 1 TO WS-TRACE-LOST
               END-IF
           END-IF.

       TRACE-FORWARD-SECTION.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DERIVADAS DE " DELIMITED BY SIZE
               WS-TARGET DELIMITED BY SIZE
               " (CONSTRUIDAS A PARTIR DE ELLA)" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE 0 TO WS-TRACE-LOST.
           MOVE 1 TO WS-TRACE-COUNT.
           MOVE WS-TARGET TO TR-NAME(1).
           MOVE SPACES TO TR-PARENT(1).
           MOVE 0 TO TR-LEVEL(1).
           MOVE "DERIVADA DE" TO WS-NODE-RELATION.
           PERFORM VARYING WS-TRACE-IX FROM 1 BY 1
                   UNTIL WS-TRACE-IX > WS-TRACE-COUNT
               MOVE TR-NAME(WS-TRACE-IX) TO WS-NODE-NAME
               MOVE TR-LEVEL(WS-TRACE-IX) TO WS-NODE-LEVEL
               PERFORM TRACE-FORWARD-SCAN-SECTION
           END-PERFORM.
           IF WS-TRACE-COUNT = 1
               MOVE "  NINGUNA MATRIZ DEL MAESTRO SE CONSTRUYO CON ELLA"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM TRACE-END-SECTION.

       TRACE-FORWARD-SCAN-SECTION.

           MOVE "N" TO WS-MASTER-EOF.
           MOVE LOW-VALUES TO MM-NAME.
           START MATRIX-MASTER-FILE KEY NOT < MM-NAME
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF
           END-START.
           PERFORM UNTIL WS-MASTER-AT-EOF
               READ MATRIX-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-MASTER-EOF
               END-READ
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE "Y" TO WS-MASTER-EOF
               END-IF
               IF NOT WS-MASTER-AT-EOF
                   MOVE WS-NODE-NAME TO WS-CHECK-NAME
                   PERFORM CHECK-USES-NAME-SECTION
                   IF WS-USES-NAME = "Y"
                       PERFORM TRACE-FORWARD-ADD-SECTION
                   END-IF
               END-IF
           END-PERFORM.

       TRACE-FORWARD-ADD-SECTION.

           MOVE "N" TO WS-TRACE-FOUND.
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-TRACE-COUNT OR WS-TRACE-FOUND = "Y"
               IF TR-NAME(G) = MM-NAME
                   MOVE "Y" TO WS-TRACE-FOUND
               END-IF
           END-PERFORM.
           IF WS-TRACE-FOUND NOT = "Y"
               IF WS-TRACE-COUNT < WS-TRACE-MAX
                   ADD 1 TO WS-TRACE-COUNT
                   MOVE MM-NAME TO TR-NAME(WS-TRACE-COUNT)
                   MOVE WS-NODE-NAME TO TR-PARENT(WS-TRACE-COUNT)
                   COMPUTE TR-LEVEL(WS-TRACE-COUNT) = WS-NODE-LEVEL + 1
                   MOVE "Y" TO WS-NODE-EXISTS
                   MOVE WS-NODE-NAME TO WS-NODE-PARENT
                   MOVE MM-NAME TO WS-NODE-NAME
                   ADD 1 TO WS-NODE-LEVEL
                   PERFORM WRITE-NODE-SECTION
                   MOVE WS-NODE-PARENT TO WS-NODE-NAME
                   SUBTRACT 1 FROM WS-NODE-LEVEL
               ELSE
                   ADD 1 TO WS-TRACE-LOST
               END-IF
           END-IF.

       TRACE-END-SECTION.

           IF WS-TRACE-LOST > 0
               MOVE WS-TRACE-LOST TO WS-COUNT-ED
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: TRAZA TRUNCADA POR TABLA LLENA; "
                   DELIMITED BY SIZE
                   "MATRICES OMITIDAS: " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.

       CHECK-USES-NAME-SECTION.

           MOVE "N" TO WS-USES-NAME.
           IF MM-SRC-OPERATION NUMERIC AND MM-SRC-OPERATION > 0
                   AND MM-NAME NOT = WS-CHECK-NAME
               MOVE MM-SRC-COUNT TO L
               IF L > 10
                   MOVE 10 TO L
               END-IF
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > L
                   IF MM-SRC-NAME(K) = WS-CHECK-NAME
                       MOVE "Y" TO WS-USES-NAME
                   END-IF
               END-PERFORM
               IF WS-USES-NAME NOT = "Y" AND MM-SRC-PREFIX NOT = SPACES
                   PERFORM PREFIX-LENGTH-SECTION
                   IF WS-PFX-LEN > 0
                       IF WS-CHECK-NAME(1:WS-PFX-LEN) =
                               MM-SRC-PREFIX(1:WS-PFX-LEN)
                           MOVE "Y" TO WS-USES-NAME
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PREFIX-LENGTH-SECTION.

           MOVE 0 TO WS-PFX-LEN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
               IF MM-SRC-PREFIX(K:1) = "*" AND WS-PFX-LEN = 0
                   COMPUTE WS-PFX-LEN = K - 1
               END-IF
           END-PERFORM.

       WRITE-NODE-SECTION.

           MOVE WS-NODE-LEVEL TO WS-LEVEL-ED.
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-RPT-POS.
           STRING "  NIVEL " DELIMITED BY SIZE
               WS-LEVEL-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NODE-NAME DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-RPT-POS
           END-STRING.
           IF WS-NODE-PARENT NOT = SPACES
               STRING "  " DELIMITED BY SIZE
                   WS-NODE-RELATION DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-NODE-PARENT DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
           END-IF.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-RPT-POS.
           EVALUATE TRUE
               WHEN WS-NODE-EXISTS NOT = "Y"
                   MOVE "            NO EXISTE EN EL MAESTRO"
                       TO RPT-LINE
                   WRITE RPT-LINE
               WHEN MM-SRC-OPERATION NOT NUMERIC
                       OR MM-SRC-OPERATION = 0
                   STRING "            ORIGINAL  PROPIETARIO "
                       DELIMITED BY SIZE
                       MM-OWNER DELIMITED BY SIZE
                       "  CREADA " DELIMITED BY SIZE
                       MM-CREATED DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               WHEN OTHER
                   PERFORM WRITE-NODE-LINEAGE-SECTION
           END-EVALUATE.

       WRITE-NODE-LINEAGE-SECTION.

           MOVE MM-SRC-REQUEST TO WS-REQUEST-ED.
           STRING "            " DELIMITED BY SIZE
               WS-OP-NAME(MM-SRC-OPERATION) DELIMITED BY "  "
               "  SOLICITUD " DELIMITED BY SIZE
               WS-REQUEST-ED DELIMITED BY SIZE
               "  OPERADOR " DELIMITED BY SIZE
               MM-SRC-OPERATOR DELIMITED BY SIZE
               "  FUENTES LEIDAS " DELIMITED BY SIZE
               MM-SRC-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MM-SRC-TIME DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-RPT-POS
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-RPT-POS.
           STRING "            FUENTES:" DELIMITED BY SIZE
               INTO RPT-LINE
               WITH POINTER WS-RPT-POS
           END-STRING.
           IF MM-SRC-PREFIX NOT = SPACES
               STRING " PREFIJO " DELIMITED BY SIZE
                   MM-SRC-PREFIX DELIMITED BY SPACE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
           END-IF.
           MOVE MM-SRC-COUNT TO L.
           IF L > 10
               MOVE 10 TO L
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > L
               STRING " " DELIMITED BY SIZE
                   MM-SRC-NAME(K) DELIMITED BY SPACE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
           END-PERFORM.
           IF MM-SRC-COUNT > 10
               COMPUTE WS-SRC-COUNT-ED = MM-SRC-COUNT - 10
               STRING " Y " DELIMITED BY SIZE
                   WS-SRC-COUNT-ED DELIMITED BY SIZE
                   " MAS DEL PREFIJO" DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
           END-IF.
           WRITE RPT-LINE.

       STALE-COLLECT-SECTION.

           MOVE 0 TO WS-DERIVED-COUNT.
           MOVE 0 TO WS-DERIVED-LOST.
           MOVE "N" TO WS-MASTER-EOF.
           MOVE LOW-VALUES TO MM-NAME.
           START MATRIX-MASTER-FILE KEY NOT < MM-NAME
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF
           END-START.
           PERFORM UNTIL WS-MASTER-AT-EOF
               READ MATRIX-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-MASTER-EOF
               END-READ
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE "Y" TO WS-MASTER-EOF
               END-IF
               IF NOT WS-MASTER-AT-EOF AND MM-SRC-OPERATION NUMERIC
                       AND MM-SRC-OPERATION > 0
                   IF WS-DERIVED-COUNT < WS-DERIVED-MAX
                       ADD 1 TO WS-DERIVED-COUNT
                       MOVE WS-DERIVED-COUNT TO G
                       MOVE MM-NAME TO DV-NAME(G)
                       MOVE MM-SRC-OPERATION TO DV-OPERATION(G)
                       MOVE MM-SRC-COUNT TO DV-COUNT(G)
                       MOVE MM-SRC-PREFIX TO DV-PREFIX(G)
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                           MOVE MM-SRC-NAME(K) TO DV-SRC-NAME(G, K)
                       END-PERFORM
                       MOVE MM-SRC-DATE TO DV-DATE(G)
                       MOVE MM-SRC-TIME TO DV-TIME(G)
                   ELSE
                       ADD 1 TO WS-DERIVED-LOST
                   END-IF
               END-IF
           END-PERFORM.

       STALE-CHECK-SECTION.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "RESULTADOS CON FUENTES MODIFICADAS DESPUES DEL CALCULO"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "(TODO EL CATALOGO; RECALCULAR ANTES DEL CIERRE)"
               TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-HIST-OPEN NOT = "Y"
               MOVE "AVISO: SIN HISTORIAL MATHIST; SOLO SE COMPARA LA "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "FECHA DE CREACION DE CADA FUENTE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-STALE-COUNT.
           MOVE 0 TO WS-STALE-FLAGS.
           PERFORM VARYING WS-DERIVED-IX FROM 1 BY 1
                   UNTIL WS-DERIVED-IX > WS-DERIVED-COUNT
               PERFORM STALE-CHECK-ONE-SECTION
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-STALE-COUNT = 0
               MOVE "NINGUN RESULTADO TIENE FUENTES MODIFICADAS"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE WS-DERIVED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "MATRICES DERIVADAS REVISADAS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-STALE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "RESULTADOS A RECALCULAR: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-STALE-FLAGS TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "FUENTES MODIFICADAS SENALADAS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF WS-DERIVED-LOST > 0
               MOVE WS-DERIVED-LOST TO WS-COUNT-ED
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: DERIVADAS SIN REVISAR POR TABLA LLENA: "
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.

       STALE-CHECK-ONE-SECTION.

           MOVE WS-DERIVED-IX TO G.
           MOVE "N" TO WS-STALE-THIS.
           MOVE DV-COUNT(G) TO L.
           IF L > 10
               MOVE 10 TO L
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > L
               MOVE DV-SRC-NAME(G, K) TO WS-CHECK-NAME
               PERFORM STALE-CHECK-SOURCE-SECTION
           END-PERFORM.
           IF DV-PREFIX(G) NOT = SPACES
               PERFORM STALE-CHECK-PREFIX-SECTION
           END-IF.
           IF WS-STALE-THIS = "Y"
               ADD 1 TO WS-STALE-COUNT
           END-IF.

       STALE-CHECK-SOURCE-SECTION.

           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE 0 TO WS-FLAG-DATE.
           MOVE WS-CHECK-NAME TO MM-NAME.
           READ MATRIX-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "YA NO EXISTE EN EL MAESTRO" TO WS-FLAG-TEXT
           ELSE
               PERFORM HISTORY-REPLACED-SECTION
               EVALUATE TRUE
                   WHEN WS-REPL-FOUND = "Y"
                       MOVE "REEMPLAZADA EL" TO WS-FLAG-TEXT
                       MOVE WS-REPL-DATE TO WS-FLAG-DATE
                   WHEN MM-CREATED > DV-DATE(G)
                       MOVE "GRABADA DE NUEVO EL" TO WS-FLAG-TEXT
                       MOVE MM-CREATED TO WS-FLAG-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-FLAG-TEXT NOT = SPACES
               PERFORM STALE-WRITE-FLAG-SECTION
           END-IF.

       STALE-CHECK-PREFIX-SECTION.

           MOVE DV-PREFIX(G) TO MM-SRC-PREFIX.
           PERFORM PREFIX-LENGTH-SECTION.
           IF WS-PFX-LEN > 0
               MOVE "N" TO WS-MASTER-EOF
               MOVE SPACES TO MM-NAME
               MOVE DV-PREFIX(G)(1:WS-PFX-LEN) TO MM-NAME
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
                       IF MM-NAME(1:WS-PFX-LEN) NOT =
                               DV-PREFIX(G)(1:WS-PFX-LEN)
                           MOVE "Y" TO WS-MASTER-EOF
                       ELSE
                           PERFORM STALE-CHECK-MEMBER-SECTION
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       STALE-CHECK-MEMBER-SECTION.

           MOVE "N" TO WS-TRACE-FOUND.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > L
               IF DV-SRC-NAME(G, K) = MM-NAME
                   MOVE "Y" TO WS-TRACE-FOUND
               END-IF
           END-PERFORM.
           IF WS-TRACE-FOUND NOT = "Y" AND MM-NAME NOT = DV-NAME(G)
               MOVE MM-NAME TO WS-CHECK-NAME
               MOVE SPACES TO WS-FLAG-TEXT
               MOVE 0 TO WS-FLAG-DATE
               PERFORM HISTORY-REPLACED-SECTION
               EVALUATE TRUE
                   WHEN MM-CREATED > DV-DATE(G)
                           AND DV-COUNT(G) NOT > 10
                       MOVE "AGREGADA AL PREFIJO EL" TO WS-FLAG-TEXT
                       MOVE MM-CREATED TO WS-FLAG-DATE
                   WHEN WS-REPL-FOUND = "Y"
                       MOVE "REEMPLAZADA EL" TO WS-FLAG-TEXT
                       MOVE WS-REPL-DATE TO WS-FLAG-DATE
                   WHEN MM-CREATED > DV-DATE(G)
                       MOVE "GRABADA DE NUEVO EL" TO WS-FLAG-TEXT
                       MOVE MM-CREATED TO WS-FLAG-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-FLAG-TEXT NOT = SPACES
                   PERFORM STALE-WRITE-FLAG-SECTION
               END-IF
           END-IF.

       HISTORY-REPLACED-SECTION.

           MOVE "N" TO WS-REPL-FOUND.
           MOVE 0 TO WS-REPL-DATE.
           MOVE 0 TO WS-REPL-TIME.
           IF WS-HIST-OPEN = "Y"
               MOVE "N" TO WS-HIST-EOF
               MOVE WS-CHECK-NAME TO MH-NAME
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
                           OR MH-NAME NOT = WS-CHECK-NAME
                       MOVE "Y" TO WS-HIST-EOF
                   ELSE
                       IF MH-ACTION = "REEMPLAZADA"
                               AND (MH-DATE > DV-DATE(G)
                                   OR (MH-DATE = DV-DATE(G)
                                       AND MH-TIME > DV-TIME(G)))
                           MOVE "Y" TO WS-REPL-FOUND
                           MOVE MH-DATE TO WS-REPL-DATE
                           MOVE MH-TIME TO WS-REPL-TIME
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       STALE-WRITE-FLAG-SECTION.

           IF WS-STALE-THIS NOT = "Y"
               MOVE "Y" TO WS-STALE-THIS
               MOVE SPACES TO RPT-LINE
               MOVE 1 TO WS-RPT-POS
               STRING DV-NAME(G) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-OP-NAME(DV-OPERATION(G)) DELIMITED BY "  "
                   "  CALCULADA " DELIMITED BY SIZE
                   DV-DATE(G) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DV-TIME(G) DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
               WRITE RPT-LINE
           END-IF.
           ADD 1 TO WS-STALE-FLAGS.
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-RPT-POS.
           STRING "          FUENTE " DELIMITED BY SIZE
               WS-CHECK-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FLAG-TEXT DELIMITED BY "  "
               INTO RPT-LINE
               WITH POINTER WS-RPT-POS
           END-STRING.
           IF WS-FLAG-DATE > 0
               STRING " " DELIMITED BY SIZE
                   WS-FLAG-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
                   WITH POINTER WS-RPT-POS
               END-STRING
           END-IF.
           WRITE RPT-LINE.

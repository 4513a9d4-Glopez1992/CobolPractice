       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATOPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT OPR-LOG-FILE ASSIGN TO "OPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ROSTER-RPT-FILE ASSIGN TO "MATOPRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  OPR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-LINE                          PIC X(200).

       FD  ROSTER-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                          PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-OPR-STATUS     PIC XX VALUE "00".
       77 WS-LOG-STATUS     PIC XX VALUE "00".
       77 WS-RPT-STATUS     PIC XX VALUE "00".
       77 WS-OPR-EOF        PIC X VALUE "N".
           88 WS-OPR-AT-EOF         VALUE "Y".
       77 WS-OPERATOR-ID    PIC X(8) VALUE SPACES.
       77 WS-OPERATOR-COUNT PIC 99 VALUE 0.
       77 WS-OPERATOR-MAX   PIC 99 VALUE 50.
       77 WS-OPERATOR-WARN  PIC 99 VALUE 45.
       77 WS-OPR-TODAY      PIC 9(8) VALUE 0.
       77 WS-OPERATOR-LEVEL PIC 9 VALUE 0.
           88 WS-OPERATOR-SUPERVISOR VALUE 2.
       77 WS-OPERATOR-NAME  PIC X(20) VALUE SPACES.
       77 WS-SIGNON-FLAG    PIC X VALUE "N".
           88 WS-SIGNON-OK          VALUE "Y".
       77 WS-SIGNON-TRIES   PIC 9 VALUE 0.
       77 WS-OPR-OVERFLOW   PIC X VALUE "N".
       77 L                 PIC 99 VALUE 0.
       77 K                 PIC 99 VALUE 0.

       01 WS-OPERATOR-TABLE.
          05 WS-OPERATOR-ENTRY OCCURS 50 TIMES.
             10 OPT-ID              PIC X(8).
             10 OPT-NAME            PIC X(20).
             10 OPT-LEVEL           PIC 9.
             10 OPT-STATUS          PIC X.

       01 WS-OPR-FILE-TABLE.
          05 WS-OPR-FILE-ENTRY OCCURS 50 TIMES.
             10 OFT-ID              PIC X(8).
             10 OFT-NAME            PIC X(20).
             10 OFT-LEVEL           PIC 9.
             10 OFT-STATUS          PIC X.
             10 OFT-EFF-FROM        PIC 9(8).
             10 OFT-EFF-TO          PIC 9(8).
             10 OFT-REST            PIC X(34).

       77 WS-OPTION         PIC 9 VALUE 0.
           88 WS-OPTION-ADD         VALUE 1.
           88 WS-OPTION-CHANGE      VALUE 2.
           88 WS-OPTION-DEACTIVATE  VALUE 3.
           88 WS-OPTION-ROSTER      VALUE 4.
           88 WS-OPTION-END         VALUE 9.

       77 WS-TARGET-ID      PIC X(8) VALUE SPACES.
       77 WS-TARGET-IX      PIC 99 VALUE 0.
       77 WS-CONFIRM-ANSWER PIC X VALUE SPACE.
       77 WS-IN-NAME        PIC X(20) VALUE SPACES.
       77 WS-IN-LEVEL       PIC X VALUE SPACE.
       77 WS-IN-STATUS      PIC X VALUE SPACE.
       77 WS-IN-DATE        PIC X(8) VALUE SPACES.
       77 WS-INPUT-OK       PIC X VALUE "Y".
       77 WS-LOG-ACTION     PIC X(12) VALUE SPACES.
       77 WS-LOG-DATE       PIC 9(8) VALUE 0.
       77 WS-LOG-TIME       PIC 9(8) VALUE 0.
       77 WS-FREE-SLOTS     PIC 99 VALUE 0.
       77 WS-COUNT-ED       PIC Z9.
       77 WS-ACTIVE-COUNT   PIC 99 VALUE 0.
       77 WS-INACTIVE-COUNT PIC 99 VALUE 0.
       77 WS-SUPER-COUNT    PIC 99 VALUE 0.

       01 WS-DATE-CHK            PIC 9(8).
       01 WS-DATE-CHK-SPLIT REDEFINES WS-DATE-CHK.
          05 DC-YEAR                PIC 9(4).
          05 DC-MONTH               PIC 99.
          05 DC-DAY                 PIC 99.
       77 WS-DATE-OK        PIC X VALUE "N".

       01 WS-OPR-HOLD.
          05 OH-ID                  PIC X(8).
          05 OH-NAME                PIC X(20).
          05 OH-LEVEL               PIC 9.
          05 OH-STATUS              PIC X.
          05 OH-EFF-FROM            PIC 9(8).
          05 OH-EFF-TO              PIC 9(8).
          05 OH-REST                PIC X(34).

       01 WS-OPR-SAVE                        PIC X(80).

       01 WS-LOG-BEFORE.
          05 FILLER                 PIC X(7) VALUE " ANTES=".
          05 LB-NAME                PIC X(20).
          05 FILLER                 PIC X(3) VALUE " N=".
          05 LB-LEVEL               PIC X.
          05 FILLER                 PIC X(3) VALUE " E=".
          05 LB-STATUS              PIC X.
          05 FILLER                 PIC X(3) VALUE " D=".
          05 LB-EFF-FROM            PIC X(8).
          05 FILLER                 PIC X(3) VALUE " H=".
          05 LB-EFF-TO              PIC X(8).

       01 WS-LOG-AFTER.
          05 FILLER                 PIC X(9) VALUE " DESPUES=".
          05 LA-NAME                PIC X(20).
          05 FILLER                 PIC X(3) VALUE " N=".
          05 LA-LEVEL               PIC X.
          05 FILLER                 PIC X(3) VALUE " E=".
          05 LA-STATUS              PIC X.
          05 FILLER                 PIC X(3) VALUE " D=".
          05 LA-EFF-FROM            PIC X(8).
          05 FILLER                 PIC X(3) VALUE " H=".
          05 LA-EFF-TO              PIC X(8).

       01 WS-ROSTER-LINE.
          05 RL-ID                  PIC X(8).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 RL-NAME                PIC X(20).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 RL-LEVEL               PIC X(10).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 RL-STATUS              PIC X(17).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 RL-EFF-FROM            PIC X(8).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 RL-EFF-TO              PIC X(8).
          05 FILLER                 PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.

           PERFORM LOAD-OPERATOR-FILE-SECTION.
           PERFORM SIGN-ON-SECTION.
           IF NOT WS-OPERATOR-SUPERVISOR
               DISPLAY "Error: solo un supervisor puede mantener el "
                   "archivo de operadores"
               STOP RUN
           END-IF.
           IF WS-OPR-OVERFLOW = "Y"
               DISPLAY "Error: OPRMAST tiene mas de 50 operadores; "
                   "no se puede mantener sin perder registros"
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-OPTION-END
               DISPLAY "MATOPR - Mantenimiento de operadores"
               DISPLAY "Opcion: (1) Alta (2) Modificar (3) Baja "
                   "(4) Reporte de operadores (9) Fin"
               ACCEPT WS-OPTION
               EVALUATE TRUE
                   WHEN WS-OPTION-ADD
                       PERFORM ADD-OPERATOR-SECTION
                   WHEN WS-OPTION-CHANGE
                       PERFORM CHANGE-OPERATOR-SECTION
                   WHEN WS-OPTION-DEACTIVATE
                       PERFORM DEACTIVATE-OPERATOR-SECTION
                   WHEN WS-OPTION-ROSTER
                       PERFORM ROSTER-REPORT-SECTION
                   WHEN WS-OPTION-END
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Error: opcion debe ser 1-4 o 9"
               END-EVALUATE
           END-PERFORM.

           STOP RUN.

       LOAD-OPERATOR-FILE-SECTION.

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de operadores "
                   "(status " WS-OPR-STATUS ")"
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
                   MOVE OPR-RECORD
                       TO WS-OPR-FILE-ENTRY(WS-OPERATOR-COUNT)
                   IF OPR-EFF-FROM NOT NUMERIC
                       MOVE 0 TO OFT-EFF-FROM(WS-OPERATOR-COUNT)
                   END-IF
                   IF OPR-EFF-TO NOT NUMERIC
                       MOVE 0 TO OFT-EFF-TO(WS-OPERATOR-COUNT)
                   END-IF
                   IF OPR-STATUS NOT = "I"
                       MOVE "A" TO OFT-STATUS(WS-OPERATOR-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM UNTIL WS-OPR-AT-EOF
               READ OPERATOR-FILE
                   AT END MOVE "Y" TO WS-OPR-EOF
               END-READ
               IF NOT WS-OPR-AT-EOF AND OPR-ID NOT = SPACES
                   MOVE "Y" TO WS-OPR-OVERFLOW
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "Error: archivo de operadores vacio; no es "
                   "posible validar el acceso"
               STOP RUN
           END-IF.

       VALIDATE-OPERATOR-SECTION.

           MOVE "N" TO WS-SIGNON-FLAG.
           MOVE 0 TO WS-OPERATOR-LEVEL.
           MOVE SPACES TO WS-OPERATOR-NAME.
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WS-OPERATOR-COUNT OR WS-SIGNON-OK
               IF OPT-ID(L) = WS-OPERATOR-ID
                       AND WS-OPERATOR-ID NOT = SPACES
                       AND OPT-STATUS(L) NOT = "I"
                   MOVE "Y" TO WS-SIGNON-FLAG
                   MOVE OPT-LEVEL(L) TO WS-OPERATOR-LEVEL
                   MOVE OPT-NAME(L) TO WS-OPERATOR-NAME
               END-IF
           END-PERFORM.

       SIGN-ON-SECTION.

           DISPLAY "Ingrese ID de operador:".
           ACCEPT WS-OPERATOR-ID.
           PERFORM VALIDATE-OPERATOR-SECTION.
           MOVE 1 TO WS-SIGNON-TRIES.
           PERFORM UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES = 3
               DISPLAY "Operador no autorizado: " WS-OPERATOR-ID
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Ingrese ID de operador:"
               ACCEPT WS-OPERATOR-ID
               PERFORM VALIDATE-OPERATOR-SECTION
           END-PERFORM.
           IF NOT WS-SIGNON-OK
               DISPLAY "Acceso denegado"
               STOP RUN
           END-IF.
           DISPLAY "Operador: " WS-OPERATOR-NAME.

       FIND-OPERATOR-SECTION.

           MOVE 0 TO WS-TARGET-IX.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-OPERATOR-COUNT OR WS-TARGET-IX > 0
               IF OFT-ID(K) = WS-TARGET-ID
                   MOVE K TO WS-TARGET-IX
               END-IF
           END-PERFORM.

       CHECK-TABLE-SPACE-SECTION.

           COMPUTE WS-FREE-SLOTS = WS-OPERATOR-MAX - WS-OPERATOR-COUNT.
           IF WS-OPERATOR-COUNT NOT < WS-OPERATOR-WARN
               MOVE WS-FREE-SLOTS TO WS-COUNT-ED
               DISPLAY "Aviso: quedan " WS-COUNT-ED " lugares en la "
                   "tabla de operadores (maximo 50); las bajas no "
                   "liberan lugar"
           END-IF.

       ADD-OPERATOR-SECTION.

           PERFORM CHECK-TABLE-SPACE-SECTION.
           IF WS-OPERATOR-COUNT NOT < WS-OPERATOR-MAX
               DISPLAY "Error: tabla de operadores llena; no se puede "
                   "dar de alta"
           ELSE
               DISPLAY "ID del operador nuevo:"
               ACCEPT WS-TARGET-ID
               PERFORM FIND-OPERATOR-SECTION
               EVALUATE TRUE
                   WHEN WS-TARGET-ID = SPACES
                       DISPLAY "Error: ID de operador vacio"
                   WHEN WS-TARGET-IX > 0
                       DISPLAY "Error: ya existe el operador "
                           WS-TARGET-ID " (" OFT-NAME(WS-TARGET-IX) ")"
                   WHEN OTHER
                       PERFORM ADD-OPERATOR-BODY-SECTION
               END-EVALUATE
           END-IF.

       ADD-OPERATOR-BODY-SECTION.

           MOVE "Y" TO WS-INPUT-OK.
           MOVE SPACES TO WS-OPR-HOLD.
           MOVE WS-TARGET-ID TO OH-ID.
           MOVE "A" TO OH-STATUS.
           DISPLAY "Nombre:".
           ACCEPT WS-IN-NAME.
           IF WS-IN-NAME = SPACES
               DISPLAY "Error: nombre vacio"
               MOVE "N" TO WS-INPUT-OK
           ELSE
               MOVE WS-IN-NAME TO OH-NAME
           END-IF.
           IF WS-INPUT-OK = "Y"
               DISPLAY "Nivel (1 = operador, 2 = supervisor):"
               ACCEPT WS-IN-LEVEL
               IF WS-IN-LEVEL = "1" OR WS-IN-LEVEL = "2"
                   MOVE WS-IN-LEVEL TO OH-LEVEL
               ELSE
                   DISPLAY "Error: nivel debe ser 1 o 2"
                   MOVE "N" TO WS-INPUT-OK
               END-IF
           END-IF.
           IF WS-INPUT-OK = "Y"
               DISPLAY "Vigente desde AAAAMMDD (en blanco = hoy):"
               ACCEPT WS-IN-DATE
               IF WS-IN-DATE = SPACES
                   MOVE WS-OPR-TODAY TO OH-EFF-FROM
               ELSE
                   PERFORM VALIDATE-DATE-SECTION
                   IF WS-DATE-OK = "Y"
                       MOVE WS-DATE-CHK TO OH-EFF-FROM
                   ELSE
                       MOVE "N" TO WS-INPUT-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-INPUT-OK = "Y"
               DISPLAY "Vigente hasta AAAAMMDD (en blanco = sin fin):"
               ACCEPT WS-IN-DATE
               IF WS-IN-DATE = SPACES
                   MOVE 0 TO OH-EFF-TO
               ELSE
                   PERFORM VALIDATE-DATE-SECTION
                   IF WS-DATE-OK = "Y"
                       MOVE WS-DATE-CHK TO OH-EFF-TO
                   ELSE
                       MOVE "N" TO WS-INPUT-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-INPUT-OK = "Y" AND OH-EFF-TO > 0
                   AND OH-EFF-TO < OH-EFF-FROM
               DISPLAY "Error: fecha hasta anterior a fecha desde"
               MOVE "N" TO WS-INPUT-OK
           END-IF.
           IF WS-INPUT-OK = "Y"
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPR-HOLD TO WS-OPR-FILE-ENTRY(WS-OPERATOR-COUNT)
               PERFORM OPEN-CHANGE-LOG-SECTION
               IF WS-LOG-STATUS = "00"
                   PERFORM REWRITE-OPERATOR-FILE-SECTION
               END-IF
               IF WS-LOG-STATUS = "00" AND WS-OPR-STATUS = "00"
                   MOVE "ALTA" TO WS-LOG-ACTION
                   MOVE SPACES TO LB-NAME LB-LEVEL LB-STATUS
                       LB-EFF-FROM LB-EFF-TO
                   PERFORM SET-LOG-AFTER-SECTION
                   PERFORM WRITE-CHANGE-LOG-SECTION
                   DISPLAY "Operador dado de alta: " OH-ID
               ELSE
                   IF WS-LOG-STATUS = "00"
                       CLOSE OPR-LOG-FILE
                   END-IF
                   SUBTRACT 1 FROM WS-OPERATOR-COUNT
               END-IF
           ELSE
               DISPLAY "Alta cancelada"
           END-IF.

       CHANGE-OPERATOR-SECTION.

           DISPLAY "ID del operador a modificar:".
           ACCEPT WS-TARGET-ID.
           PERFORM FIND-OPERATOR-SECTION.
           IF WS-TARGET-IX = 0
               DISPLAY "Operador no encontrado: " WS-TARGET-ID
           ELSE
               PERFORM CHANGE-OPERATOR-BODY-SECTION
           END-IF.

       CHANGE-OPERATOR-BODY-SECTION.

           MOVE WS-OPR-FILE-ENTRY(WS-TARGET-IX) TO WS-OPR-HOLD.
           PERFORM SET-LOG-BEFORE-SECTION.
           MOVE "Y" TO WS-INPUT-OK.
           DISPLAY "Actual: " OH-NAME " nivel " OH-LEVEL " estado "
               OH-STATUS " desde " OH-EFF-FROM " hasta " OH-EFF-TO.
           DISPLAY "Nombre (en blanco = sin cambio):".
           ACCEPT WS-IN-NAME.
           IF WS-IN-NAME NOT = SPACES
               MOVE WS-IN-NAME TO OH-NAME
           END-IF.
           DISPLAY "Nivel 1/2 (en blanco = sin cambio):".
           ACCEPT WS-IN-LEVEL.
           IF WS-IN-LEVEL NOT = SPACE
               IF WS-IN-LEVEL = "1" OR WS-IN-LEVEL = "2"
                   MOVE WS-IN-LEVEL TO OH-LEVEL
               ELSE
                   DISPLAY "Error: nivel debe ser 1 o 2"
                   MOVE "N" TO WS-INPUT-OK
               END-IF
           END-IF.
           IF WS-INPUT-OK = "Y"
               DISPLAY "Estado A = activo, I = inactivo "
                   "(en blanco = sin cambio):"
               ACCEPT WS-IN-STATUS
               IF WS-IN-STATUS = "a" OR WS-IN-STATUS = "i"
                   INSPECT WS-IN-STATUS CONVERTING "ai" TO "AI"
               END-IF
               IF WS-IN-STATUS NOT = SPACE
                   IF WS-IN-STATUS = "A" OR WS-IN-STATUS = "I"
                       MOVE WS-IN-STATUS TO OH-STATUS
                   ELSE
                       DISPLAY "Error: estado debe ser A o I"
                       MOVE "N" TO WS-INPUT-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-INPUT-OK = "Y"
               DISPLAY "Vigente desde AAAAMMDD (en blanco = sin "
                   "cambio):"
               ACCEPT WS-IN-DATE
               IF WS-IN-DATE NOT = SPACES
                   PERFORM VALIDATE-DATE-SECTION
                   IF WS-DATE-OK = "Y"
                       MOVE WS-DATE-CHK TO OH-EFF-FROM
                   ELSE
                       MOVE "N" TO WS-INPUT-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-INPUT-OK = "Y"
               DISPLAY "Vigente hasta AAAAMMDD (en blanco = sin "
                   "cambio, 0 = sin fin):"
               ACCEPT WS-IN-DATE
               IF WS-IN-DATE = "0"
                   MOVE 0 TO OH-EFF-TO
               ELSE
                   IF WS-IN-DATE NOT = SPACES
                       PERFORM VALIDATE-DATE-SECTION
                       IF WS-DATE-OK = "Y"
                           MOVE WS-DATE-CHK TO OH-EFF-TO
                       ELSE
                           MOVE "N" TO WS-INPUT-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-INPUT-OK = "Y" AND OH-EFF-TO > 0
                   AND OH-EFF-TO < OH-EFF-FROM
               DISPLAY "Error: fecha hasta anterior a fecha desde"
               MOVE "N" TO WS-INPUT-OK
           END-IF.
           IF WS-INPUT-OK = "Y" AND OH-ID = WS-OPERATOR-ID
                   AND (OH-LEVEL NOT = 2 OR OH-STATUS = "I"
                       OR (OH-EFF-TO > 0 AND OH-EFF-TO < WS-OPR-TODAY))
               DISPLAY "Error: un supervisor no puede quitarse el "
                   "nivel ni darse de baja a si mismo"
               MOVE "N" TO WS-INPUT-OK
           END-IF.
           IF WS-INPUT-OK = "Y"
               IF WS-OPR-HOLD = WS-OPR-FILE-ENTRY(WS-TARGET-IX)
                   DISPLAY "Sin cambios para " OH-ID
               ELSE
                   MOVE "MODIFICACION" TO WS-LOG-ACTION
                   PERFORM APPLY-CHANGE-SECTION
                   IF WS-OPR-STATUS = "00"
                       DISPLAY "Operador modificado: " OH-ID
                   END-IF
               END-IF
           ELSE
               DISPLAY "Modificacion cancelada"
           END-IF.

       DEACTIVATE-OPERATOR-SECTION.

           DISPLAY "ID del operador a dar de baja:".
           ACCEPT WS-TARGET-ID.
           PERFORM FIND-OPERATOR-SECTION.
           EVALUATE TRUE
               WHEN WS-TARGET-IX = 0
                   DISPLAY "Operador no encontrado: " WS-TARGET-ID
               WHEN WS-TARGET-ID = WS-OPERATOR-ID
                   DISPLAY "Error: un supervisor no puede darse de "
                       "baja a si mismo"
               WHEN OFT-STATUS(WS-TARGET-IX) = "I"
                   DISPLAY "El operador " WS-TARGET-ID
                       " ya esta inactivo"
               WHEN OTHER
                   PERFORM DEACTIVATE-OPERATOR-BODY-SECTION
           END-EVALUATE.

       DEACTIVATE-OPERATOR-BODY-SECTION.

           MOVE WS-OPR-FILE-ENTRY(WS-TARGET-IX) TO WS-OPR-HOLD.
           PERFORM SET-LOG-BEFORE-SECTION.
           DISPLAY "Dar de baja a " OH-ID " (" OH-NAME ")? (S/N)".
           ACCEPT WS-CONFIRM-ANSWER.
           IF WS-CONFIRM-ANSWER = "S" OR WS-CONFIRM-ANSWER = "s"
               MOVE "I" TO OH-STATUS
               IF OH-EFF-TO = 0 OR OH-EFF-TO > WS-OPR-TODAY
                   MOVE WS-OPR-TODAY TO OH-EFF-TO
               END-IF
               MOVE "BAJA" TO WS-LOG-ACTION
               PERFORM APPLY-CHANGE-SECTION
               IF WS-OPR-STATUS = "00"
                   DISPLAY "Operador dado de baja: " OH-ID
               END-IF
           ELSE
               DISPLAY "Baja cancelada"
           END-IF.

       APPLY-CHANGE-SECTION.

           MOVE WS-OPR-FILE-ENTRY(WS-TARGET-IX) TO WS-OPR-SAVE.
           MOVE WS-OPR-HOLD TO WS-OPR-FILE-ENTRY(WS-TARGET-IX).
           PERFORM OPEN-CHANGE-LOG-SECTION.
           IF WS-LOG-STATUS = "00"
               PERFORM REWRITE-OPERATOR-FILE-SECTION
           END-IF.
           IF WS-LOG-STATUS = "00" AND WS-OPR-STATUS = "00"
               PERFORM SET-LOG-AFTER-SECTION
               PERFORM WRITE-CHANGE-LOG-SECTION
           ELSE
               IF WS-LOG-STATUS = "00"
                   CLOSE OPR-LOG-FILE
               END-IF
               MOVE WS-OPR-SAVE TO WS-OPR-FILE-ENTRY(WS-TARGET-IX)
           END-IF.

       REWRITE-OPERATOR-FILE-SECTION.

           OPEN OUTPUT OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "Error: no se pudo grabar archivo de operadores "
                   "(status " WS-OPR-STATUS ")"
           ELSE
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-OPERATOR-COUNT
                   MOVE WS-OPR-FILE-ENTRY(K) TO OPR-RECORD
                   WRITE OPR-RECORD
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       SET-LOG-BEFORE-SECTION.

           MOVE OH-NAME TO LB-NAME.
           MOVE OH-LEVEL TO LB-LEVEL.
           MOVE OH-STATUS TO LB-STATUS.
           MOVE OH-EFF-FROM TO LB-EFF-FROM.
           MOVE OH-EFF-TO TO LB-EFF-TO.

       SET-LOG-AFTER-SECTION.

           MOVE OH-NAME TO LA-NAME.
           MOVE OH-LEVEL TO LA-LEVEL.
           MOVE OH-STATUS TO LA-STATUS.
           MOVE OH-EFF-FROM TO LA-EFF-FROM.
           MOVE OH-EFF-TO TO LA-EFF-TO.

       OPEN-CHANGE-LOG-SECTION.

           OPEN EXTEND OPR-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT OPR-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir bitacora de operadores "
                   "(status " WS-LOG-STATUS ")"
               DISPLAY "Archivo de operadores sin cambios"
           END-IF.

       WRITE-CHANGE-LOG-SECTION.

           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES TO LOG-LINE.
           STRING WS-LOG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOG-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOG-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OH-ID DELIMITED BY SIZE
               WS-LOG-BEFORE DELIMITED BY SIZE
               WS-LOG-AFTER DELIMITED BY SIZE
               INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.
           CLOSE OPR-LOG-FILE.

       ROSTER-REPORT-SECTION.

           OPEN OUTPUT ROSTER-RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de reporte "
                   "(status " WS-RPT-STATUS ")"
           ELSE
               PERFORM ROSTER-REPORT-BODY-SECTION
               CLOSE ROSTER-RPT-FILE
               DISPLAY "Reporte de operadores impreso en MATOPRR"
           END-IF.

       ROSTER-REPORT-BODY-SECTION.

           MOVE 0 TO WS-ACTIVE-COUNT.
           MOVE 0 TO WS-INACTIVE-COUNT.
           MOVE 0 TO WS-SUPER-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "REPORTE DE OPERADORES (OPRMAST)  FECHA "
               DELIMITED BY SIZE
               WS-OPR-TODAY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ID        NOMBRE                NIVEL       ESTADO"
               TO RPT-LINE.
           MOVE "VIGENTE DESDE / HASTA" TO RPT-LINE(64:21).
           WRITE RPT-LINE.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OPERATOR-COUNT
               PERFORM ROSTER-LINE-SECTION
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OPERATOR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "OPERADORES REGISTRADOS: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "ACTIVOS:                " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-SUPER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "  DE ELLOS SUPERVISORES:" DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "INACTIVOS / NO VIGENTES:" DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           COMPUTE WS-FREE-SLOTS = WS-OPERATOR-MAX - WS-OPERATOR-COUNT.
           MOVE WS-FREE-SLOTS TO WS-COUNT-ED.
           MOVE SPACES TO RPT-LINE.
           STRING "LUGARES LIBRES EN LA TABLA (MAXIMO 50): "
               DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF WS-OPERATOR-COUNT NOT < WS-OPERATOR-WARN
               MOVE "AVISO: LA TABLA DE OPERADORES ESTA POR LLENARSE"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       ROSTER-LINE-SECTION.

           MOVE OFT-ID(K) TO RL-ID.
           MOVE OFT-NAME(K) TO RL-NAME.
           IF OFT-LEVEL(K) = 2
               MOVE "SUPERVISOR" TO RL-LEVEL
           ELSE
               MOVE "OPERADOR" TO RL-LEVEL
           END-IF.
           EVALUATE TRUE
               WHEN OFT-STATUS(K) = "I"
                   MOVE "INACTIVO" TO RL-STATUS
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN OFT-EFF-FROM(K) > WS-OPR-TODAY
                   MOVE "AUN NO VIGENTE" TO RL-STATUS
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN OFT-EFF-TO(K) > 0
                       AND OFT-EFF-TO(K) < WS-OPR-TODAY
                   MOVE "VIGENCIA VENCIDA" TO RL-STATUS
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN OTHER
                   MOVE "ACTIVO" TO RL-STATUS
                   ADD 1 TO WS-ACTIVE-COUNT
                   IF OFT-LEVEL(K) = 2
                       ADD 1 TO WS-SUPER-COUNT
                   END-IF
           END-EVALUATE.
           IF OFT-EFF-FROM(K) = 0
               MOVE SPACES TO RL-EFF-FROM
           ELSE
               MOVE OFT-EFF-FROM(K) TO RL-EFF-FROM
           END-IF.
           IF OFT-EFF-TO(K) = 0
               MOVE SPACES TO RL-EFF-TO
           ELSE
               MOVE OFT-EFF-TO(K) TO RL-EFF-TO
           END-IF.
           WRITE RPT-LINE FROM WS-ROSTER-LINE.

       VALIDATE-DATE-SECTION.

           MOVE "N" TO WS-DATE-OK.
           IF WS-IN-DATE NUMERIC
               MOVE WS-IN-DATE TO WS-DATE-CHK
               IF DC-YEAR > 1899 AND DC-MONTH > 0 AND DC-MONTH < 13
                       AND DC-DAY > 0 AND DC-DAY < 32
                   MOVE "Y" TO WS-DATE-OK
               END-IF
           END-IF.
           IF WS-DATE-OK NOT = "Y"
               DISPLAY "Error: fecha invalida: " WS-IN-DATE
           END-IF.

           05 OPR-ID                PIC X(8).
           05 OPR-NAME              PIC X(20).
           05 OPR-LEVEL             PIC 9.
           05 OPR-STATUS            PIC X.
               88 OPR-INACTIVE              VALUE "I".
           05 OPR-EFF-FROM          PIC 9(8).
           05 OPR-EFF-TO            PIC 9(8).
           05 FILLER                PIC X(34).

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

       77 WS-CUTOFF-DATE    PIC X(8) VALUE SPACES.
       77 WS-CUTOFF-TEST    PIC 9(8) VALUE 0.
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

          05 FILLER PIC X(14) VALUE "COMPARAR".
          05 FILLER PIC X(14) VALUE "INVERTIR".
          05 FILLER PIC X(14) VALUE "CONSOLIDAR".
          05 FILLER PIC X(14) VALUE "ANALIZAR".
       01 WS-OP-NAME-TABLE REDEFINES WS-OP-NAMES.
          05 WS-OP-NAME OCCURS 9 TIMES PIC X(14).


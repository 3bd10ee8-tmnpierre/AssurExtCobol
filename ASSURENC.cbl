       01  WS-QUIT-TABLE.
           05  WS-QUIT-ENTRY OCCURS 1 TO 40000 TIMES
                   DEPENDING ON WS-QUIT-COUNT.
               10  WS-QUIT-DATA            PIC X(86).
       01  WS-QUIT-IDX             PIC 9(6) VALUE ZERO.
       01  WS-QUIT-POS             PIC 9(6) VALUE ZERO.

           05  WQ-DATE-REGLEMENT   PIC X(8).
           05  FILLER              PIC X(1).
           05  WQ-CLIENT           PIC X(6).
           05  FILLER              PIC X(1).
           05  WQ-RELANCE-NIVEAU   PIC X(1).
           05  FILLER              PIC X(1).
           05  WQ-RELANCE-DATE     PIC X(8).

      *    Montants convertis du règlement et de la quittance en
      *    cours de comparaison (écriture numérique simple des deux

      *    présentes dans le fichier (y compris déjà payées, soldées
      *    par ASSURENC) sont conservées telles quelles : seules les
      *    quittances manquantes sont ajoutées, ce qui permet de
      *    relancer la facturation sans perdre les appariements. Les
      *    quittances annulées par une résiliation (statut 'A', voir
      *    ASSURMNT) sont conservées de la même façon : leur numéro
      *    reste occupé et l'échéance annulée n'est jamais régénérée,
      *    même si la police redevient active.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       01  WS-TOTAL-POLICES        PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-GENEREES       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-CONSERVEES     PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ANNULEES       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SANS-MONTANT   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-MONTANT-TROP   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-DATE-INVALIDE  PIC 9(6) VALUE ZERO.
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

      *    Calcul des échéances de la police en cours : nombre
      *    d'échéances selon la périodicité, montant par échéance
           DISPLAY "FACTURATION TERMINEE: " WS-TOTAL-POLICES
               " POLICE(S) ACTIVE(S) FACTUREE(S), " WS-TOTAL-GENEREES
               " QUITTANCE(S) GENEREE(S), " WS-TOTAL-CONSERVEES
               " CONSERVEE(S) DONT " WS-TOTAL-ANNULEES
               " ANNULEE(S) PAR RESILIATION."
           IF WS-TOTAL-SANS-MONTANT > 0
               DISPLAY "ATTENTION: " WS-TOTAL-SANS-MONTANT
                   " POLICE(S) ACTIVE(S) AU MONTANT INEXPLOITABLE, "
                           MOVE '10' TO WS-QUIT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-CONSERVEES
                           IF QUIT-STATUT = 'A'
                               ADD 1 TO WS-TOTAL-ANNULEES
                           END-IF
                           PERFORM RANGE-QUITTANCE-LUE
                   END-READ
               END-PERFORM

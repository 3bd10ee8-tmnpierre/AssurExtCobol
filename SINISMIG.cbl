      *    *************************************************************
      *    PROGRAMME SINISMIG
      *    Extension unique du fichier des sinistres à l'agencement
      *    SINISREC actuel (SINIS-REGLE et SINIS-RESERVE en fin
      *    d'enregistrement, 49 -> 69 octets), sur le modèle
      *    d'ASSURMIG pour le fichier maître. Un fichier des sinistres
      *    construit avant cette extension ne s'ouvre plus avec le
      *    nouvel agencement (statut 39). Mode opératoire : renommer
      *    l'ancien fichier en sinistres-ancien.dat, lancer SINISMIG,
      *    qui recopie chaque sinistre vers un sinistres.dat neuf :
      *    un sinistre ouvert n'a encore rien de réglé, tout son
      *    montant est mis en réserve ; un sinistre clos a été réglé
      *    pour son montant définitif, sa réserve est nulle.
      *    SINIS-MONTANT est recopié à l'identique (réglé + réserve),
      *    le compte et le total de contrôle de sinistres.ctl restent
      *    justes — ils sont seulement rapprochés en fin de passage.
      *    La reprise est portée au grand livre des transactions
      *    (transactions-sinistres.dat) pour que SINISDEV retrouve la
      *    charge des sinistres antérieurs : ouverture de réserve pour
      *    un sinistre ouvert, règlement puis clôture pour un sinistre
      *    clos, datés faute de mieux de la date de survenance.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINISMIG.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Ancien fichier des sinistres (agencement 49 octets, d'avant
      *    SINIS-REGLE/SINIS-RESERVE), renommé par l'exploitation
      *    avant le lancement. Les noms de champs portent le suffixe
      *    "-A", comme dans ASSURMIG.
           SELECT FICHIER-SINISTRES-ANCIEN ASSIGN TO
                   'sinistres-ancien.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SINIS-ID-A
               FILE STATUS IS WS-ANCIEN-FILE-STATUS.

      *    Nouveau fichier des sinistres à l'agencement SINISREC
      *    actuel. ACCESS RANDOM comme dans SINISMNT ; l'entrée étant
      *    relue dans l'ordre des clés, aucun doublon n'est possible.
           SELECT FICHIER-SINISTRES ASSIGN TO 'sinistres.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SINIS-ID
               FILE STATUS IS WS-SINIS-FILE-STATUS.

      *    Grand livre des transactions de sinistres (voir
      *    copybooks/TRSREC.cpy), complété à la suite.
           SELECT FICHIER-TRANSACTIONS ASSIGN TO
                   'transactions-sinistres.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRS-FILE-STATUS.

      *    Enregistrement de contrôle des sinistres, lu seulement pour
      *    le rapprochement de fin de passage.
           SELECT FICHIER-CONTROLE ASSIGN TO 'sinistres.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Agencement du fichier des sinistres d'avant l'extension :
      *    mêmes champs que SINISREC jusqu'à SINIS-DEVISE inclus.
       FD  FICHIER-SINISTRES-ANCIEN.
       01  SINIS-REC-A.
           05  SINIS-ID-A          PIC X(8).
           05  FILLER              PIC X(1).
           05  SINIS-ASSUR-ID-A    PIC X(8).
           05  FILLER              PIC X(1).
           05  SINIS-DATE-A        PIC X(8).
           05  FILLER              PIC X(1).
           05  SINIS-STATUT-A      PIC X(8).
           05  FILLER              PIC X(1).
           05  SINIS-MONTANT-A     PIC X(9).
           05  FILLER              PIC X(1).
           05  SINIS-DEVISE-A      PIC X(3).

      *    Voir copybooks/SINISREC.cpy.
       FD  FICHIER-SINISTRES.
       01  SINIS-REC.
           COPY SINISREC.

      *    Voir copybooks/TRSREC.cpy.
       FD  FICHIER-TRANSACTIONS.
       01  TRS-REC.
           COPY TRSREC.

      *    Voir copybooks/CTLREC.cpy.
       FD  FICHIER-CONTROLE.
       01  CTL-REC.
           COPY CTLREC.

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-ANCIEN-FILE-STATUS   PIC XX.
       01  WS-SINIS-FILE-STATUS    PIC XX.
       01  WS-TRS-FILE-STATUS      PIC XX.
       01  WS-CTL-FILE-STATUS      PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).

      *    Compteur de sinistres migrés, rapproché de l'enregistrement
      *    de contrôle en fin de passage.
       01  WS-TOTAL-MIGRES         PIC 9(6) VALUE ZERO.
       01  WS-CTL-PRESENT-SW       PIC X VALUE 'N'.
           88  CTL-PRESENT                 VALUE 'Y'.
           88  CTL-ABSENT                  VALUE 'N'.
       01  WS-CTL-NB-ENREG         PIC 9(6) VALUE ZERO.

      *    Montant du sinistre converti pour la ligne de reprise du
      *    grand livre (écriture numérique simple, un montant
      *    inexploitable compte pour zéro) et zéro édité pour le
      *    champ laissé vide.
       01  WS-MONTANT-NUMERIC      PIC 9(10)V99 VALUE ZERO.
       01  WS-MONTANT-EDITE        PIC 9(6).99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT FICHIER-SINISTRES-ANCIEN
           IF WS-ANCIEN-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: OUVERTURE DE L'ANCIEN FICHIER DES "
                   "SINISTRES IMPOSSIBLE (STATUT "
                   WS-ANCIEN-FILE-STATUS "). RENOMMER LE FICHIER DES "
                   "SINISTRES D'AVANT L'EXTENSION EN "
                   "sinistres-ancien.dat AVANT DE LANCER SINISMIG."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FICHIER-SINISTRES
           IF WS-SINIS-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: CREATION DU NOUVEAU FICHIER DES "
                   "SINISTRES IMPOSSIBLE (STATUT " WS-SINIS-FILE-STATUS
                   ")."
               CLOSE FICHIER-SINISTRES-ANCIEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Grand livre complété à la suite (même traitement que le
      *    journal d'ASSURMNT pour l'EXTEND).
           OPEN EXTEND FICHIER-TRANSACTIONS
           IF WS-TRS-FILE-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-TRANSACTIONS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME
           MOVE ZERO TO WS-MONTANT-EDITE

      *    Recopie de chaque sinistre vers le nouvel agencement.
           PERFORM MIGRE-SINISTRES

           CLOSE FICHIER-SINISTRES-ANCIEN
           CLOSE FICHIER-SINISTRES
           CLOSE FICHIER-TRANSACTIONS

      *    Rapprochement du nombre de sinistres migrés avec
      *    l'enregistrement de contrôle, laissé tel quel.
           PERFORM LIT-CONTROLE
           PERFORM RAPPROCHE-CONTROLE

           DISPLAY "MIGRATION TERMINEE: " WS-TOTAL-MIGRES
               " SINISTRE(S) RECOPIE(S) VERS LE NOUVEL AGENCEMENT."
           STOP RUN.

      *    Recopie chaque sinistre de l'ancien fichier vers le
      *    nouveau, champ à champ : le montant passe en réserve pour
      *    un sinistre ouvert, en réglé pour un sinistre clos (recopie
      *    du texte tel quel, pour que la charge totale reste
      *    exactement SINIS-MONTANT).
       MIGRE-SINISTRES.
           PERFORM UNTIL WS-ANCIEN-FILE-STATUS = '10'
               READ FICHIER-SINISTRES-ANCIEN
                   AT END
                       MOVE '10' TO WS-ANCIEN-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO SINIS-REC
                       MOVE SINIS-ID-A TO SINIS-ID
                       MOVE SINIS-ASSUR-ID-A TO SINIS-ASSUR-ID
                       MOVE SINIS-DATE-A TO SINIS-DATE
                       MOVE SINIS-STATUT-A TO SINIS-STATUT
                       MOVE SINIS-MONTANT-A TO SINIS-MONTANT
                       MOVE SINIS-DEVISE-A TO SINIS-DEVISE
                       IF SINIS-STATUT-A = 'Clos'
                           MOVE SINIS-MONTANT-A TO SINIS-REGLE
                           MOVE WS-MONTANT-EDITE TO SINIS-RESERVE
                       ELSE
                           MOVE WS-MONTANT-EDITE TO SINIS-REGLE
                           MOVE SINIS-MONTANT-A TO SINIS-RESERVE
                       END-IF
                       WRITE SINIS-REC
                           INVALID KEY
                               DISPLAY "ERREUR: ECRITURE IMPOSSIBLE "
                                   "POUR " SINIS-ID-A " (STATUT "
                                   WS-SINIS-FILE-STATUS ")."
                               MOVE 16 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-MIGRES
                               PERFORM ECRIT-REPRISE-GRAND-LIVRE
                       END-WRITE
               END-READ
           END-PERFORM.

      *    Porte au grand livre la reprise du sinistre migré, datée
      *    de la survenance : ouverture de réserve pour un sinistre
      *    ouvert, règlement du montant définitif puis clôture pour
      *    un sinistre clos.
       ECRIT-REPRISE-GRAND-LIVRE.
           MOVE ZERO TO WS-MONTANT-NUMERIC
           IF FUNCTION TEST-NUMVAL(SINIS-MONTANT-A) = 0
               COMPUTE WS-MONTANT-NUMERIC =
                   FUNCTION NUMVAL(SINIS-MONTANT-A)
           END-IF

           MOVE SPACES TO TRS-REC
           MOVE SINIS-ID-A TO TRS-SINIS-ID
           MOVE SINIS-DATE-A TO TRS-DATE
           MOVE SINIS-DEVISE-A TO TRS-DEVISE
           MOVE WS-CURRENT-TIME(1:14) TO TRS-HORODATAGE
           IF SINIS-STATUT-A = 'Clos'
               MOVE 'P' TO TRS-CODE
               MOVE WS-MONTANT-NUMERIC TO TRS-REGLE
               MOVE ZERO TO TRS-VAR-RESERVE
               MOVE ZERO TO TRS-RESERVE-APRES
               WRITE TRS-REC
               MOVE 'R' TO TRS-CODE
               MOVE ZERO TO TRS-REGLE
               WRITE TRS-REC
           ELSE
               MOVE 'O' TO TRS-CODE
               MOVE ZERO TO TRS-REGLE
               MOVE WS-MONTANT-NUMERIC TO TRS-VAR-RESERVE
               MOVE WS-MONTANT-NUMERIC TO TRS-RESERVE-APRES
               WRITE TRS-REC
           END-IF.

      *    Lit l'enregistrement de contrôle des sinistres (même
      *    mécanique que dans SINISMNT), en lecture seule.
       LIT-CONTROLE.
           OPEN INPUT FICHIER-CONTROLE
           IF WS-CTL-FILE-STATUS = '00'
               READ FICHIER-CONTROLE
                   AT END
                       SET CTL-ABSENT TO TRUE
                   NOT AT END
                       SET CTL-PRESENT TO TRUE
                       MOVE CTL-NB-ENREG TO WS-CTL-NB-ENREG
               END-READ
               CLOSE FICHIER-CONTROLE
           END-IF.

      *    Rapproche le nombre de sinistres migrés de l'enregistrement
      *    de contrôle : un écart signifie que le fichier renommé
      *    n'était pas le fichier des sinistres attendu.
       RAPPROCHE-CONTROLE.
           IF CTL-ABSENT
               DISPLAY "ATTENTION: ENREGISTREMENT DE CONTROLE DES "
                   "SINISTRES ABSENT: RAPPROCHEMENT IMPOSSIBLE "
                   "(VERIFIER AVEC SINISRPT)."
           ELSE
               IF WS-TOTAL-MIGRES NOT = WS-CTL-NB-ENREG
                   DISPLAY "ATTENTION: " WS-TOTAL-MIGRES
                       " SINISTRE(S) MIGRE(S) POUR " WS-CTL-NB-ENREG
                       " ATTENDU(S) AU CONTROLE: VERIFIER LE "
                       "FICHIER SOURCE AVANT TOUTE EXPLOITATION."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

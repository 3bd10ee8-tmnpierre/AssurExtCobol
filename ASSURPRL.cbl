      *    *************************************************************
      *    PROGRAMME ASSURPRL
      *    Remise de prélèvements SEPA : la plupart des clients
      *    veulent payer par prélèvement, mais le seul encaissement
      *    connu était le fichier des règlements bancaires apparié
      *    après coup par ASSURENC. Ce programme retient les
      *    quittances ouvertes (quittances.dat, voir
      *    copybooks/QUITREC.cpy) arrivant à échéance dans la fenêtre
      *    de prélèvement - de la date d'arrêté (carte DATE-ARRETE de
      *    assurext-params.dat, sinon la date du jour) à la fin de la
      *    fenêtre (carte FENETRE-JOURS de prelevements-params.dat,
      *    10 jours par défaut) - pour les clients titulaires d'un
      *    mandat valide (mandats-sepa.dat, voir
      *    copybooks/MANDREC.cpy), et écrit le fichier de remise à la
      *    banque en agencement fixe, avec en-tête et trailer (nombre
      *    de prélèvements et total de contrôle) comme l'extrait
      *    comptable d'ASSUREXT. Chaque quittance présentée est
      *    soldée ('P', date de règlement = date de prélèvement,
      *    c'est-à-dire son échéance) ; un prélèvement rejeté par la
      *    banque la rouvre au passage d'ASSURRET. Seules les
      *    quittances en euros sont prélevables. Le mandat garde la
      *    date de son dernier prélèvement, qui distingue le premier
      *    prélèvement (FRST) des suivants (RCUR).
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURPRL.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier des quittances, relu puis réécrit en entier avec
      *    les quittances présentées soldées.
           SELECT FICHIER-QUITTANCES ASSIGN TO 'quittances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUIT-FILE-STATUS.

      *    Fichier des mandats (voir copybooks/MANDREC.cpy), consulté
      *    par client et réécrit en place avec la date du dernier
      *    prélèvement.
           SELECT FICHIER-MANDATS ASSIGN TO 'mandats-sepa.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAND-CLI-ID
               FILE STATUS IS WS-MAND-FILE-STATUS.

      *    Fichier de remise des prélèvements à la banque, recréé à
      *    chaque exécution.
           SELECT FICHIER-REMISE ASSIGN TO 'prelevements-sepa.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Compte rendu de la remise, recréé à chaque exécution.
           SELECT FICHIER-RAPPORT ASSIGN TO 'rapport-prelevements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Carte de paramètres partagée avec ASSUREXT : seule la
      *    carte DATE-ARRETE est exploitée ici.
           SELECT FICHIER-PARAMETRES ASSIGN TO 'assurext-params.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *    Paramètres de la remise : FENETRE-JOURS (largeur de la
      *    fenêtre de prélèvement en jours, 10 par défaut).
           SELECT FICHIER-PRL-PARAMS ASSIGN TO
                   'prelevements-params.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRLP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Voir copybooks/QUITREC.cpy.
       FD  FICHIER-QUITTANCES.
       01  QUIT-REC.
           COPY QUITREC.

      *    Voir copybooks/MANDREC.cpy.
       FD  FICHIER-MANDATS.
       01  MAND-REC.
           COPY MANDREC.

      *    Fichier de remise en agencement fixe : '1' = en-tête (numéro
      *    de remise, date d'exécution, bornes de la fenêtre), '2' =
      *    prélèvement (quittance, mandat, coordonnées bancaires,
      *    séquence FRST/RCUR, date de prélèvement, montant), '9' =
      *    trailer (nombre de prélèvements et total des montants).
       FD  FICHIER-REMISE.
       01  PRL-ENTETE.
           05  PRL-E-TYPE          PIC X(1).
           05  PRL-E-REMISE-ID     PIC X(14).
           05  PRL-E-DATE-EXEC     PIC X(8).
           05  PRL-E-DATE-DEBUT    PIC X(8).
           05  PRL-E-DATE-FIN      PIC X(8).
       01  PRL-DETAIL.
           05  PRL-D-TYPE          PIC X(1).
           05  PRL-D-QUIT-ID       PIC X(11).
           05  PRL-D-ASSUR-ID      PIC X(8).
           05  PRL-D-CLI-ID        PIC X(6).
           05  PRL-D-RUM           PIC X(35).
           05  PRL-D-DATE-SIGNATURE PIC X(8).
           05  PRL-D-IBAN          PIC X(34).
           05  PRL-D-BIC           PIC X(11).
           05  PRL-D-SEQUENCE      PIC X(4).
           05  PRL-D-DATE-PRLV     PIC X(8).
           05  PRL-D-DEVISE        PIC X(3).
           05  PRL-D-MONTANT       PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
       01  PRL-TRAILER.
           05  PRL-T-TYPE          PIC X(1).
           05  PRL-T-NB-DETAILS    PIC 9(6).
           05  PRL-T-HASH          PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       FD  FICHIER-RAPPORT.
       01  RAPPORT-REC.
           05  WS-RAPPORT-LENGTH   PIC 9(3).
           05  WS-RAPPORT-DATA     PIC X(147).

      *    Même agencement de carte que dans ASSUREXT.
       FD  FICHIER-PARAMETRES.
       01  PARAM-REC.
           05  PARAM-MOT-CLE       PIC X(16).
           05  FILLER              PIC X(1).
           05  PARAM-VALEUR        PIC X(8).

      *    Même agencement de carte que assurext-params.dat.
       FD  FICHIER-PRL-PARAMS.
       01  PRLP-REC.
           05  PRLP-MOT-CLE        PIC X(16).
           05  FILLER              PIC X(1).
           05  PRLP-VALEUR         PIC X(8).

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-QUIT-FILE-STATUS     PIC XX.
       01  WS-MAND-FILE-STATUS     PIC XX.
       01  WS-PARAM-FILE-STATUS    PIC XX.
       01  WS-PRLP-FILE-STATUS     PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).
       01  WS-BLANK-LINE           PIC X(147) VALUE SPACES.
       01  WS-FOOTER-INFO          PIC X(147).

      *    Date d'arrêté (carte DATE-ARRETE de assurext-params.dat si
      *    valide, sinon date du jour) : début de la fenêtre de
      *    prélèvement.
       01  WS-DATE-ARRETE          PIC X(8).
       01  WS-DATE-ARRETE-NUM      PIC 9(8).
       01  WS-PARAM-MM             PIC 9(2).
       01  WS-PARAM-JJ             PIC 9(2).

      *    Fenêtre de prélèvement : largeur en jours et date de fin.
       01  WS-FENETRE-JOURS        PIC 9(3) VALUE 10.
       01  WS-DATE-FIN-FENETRE     PIC X(8).
       01  WS-DATE-FIN-NUM         PIC 9(8).

      *    Quittances rechargées en mémoire (même capacité que dans
      *    ASSURFAC), soldées au fil de la remise puis réécrites en
      *    entier.
       01  WS-QUIT-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-QUIT-MAX             PIC 9(6) VALUE 40000.
       01  WS-QUIT-TABLE.
           05  WS-QUIT-ENTRY OCCURS 1 TO 40000 TIMES
                   DEPENDING ON WS-QUIT-COUNT.
               10  WS-QUIT-DATA            PIC X(86).
       01  WS-QUIT-IDX             PIC 9(6) VALUE ZERO.

      *    Vue de travail d'une quittance (même agencement que
      *    QUITREC).
       01  WS-QUIT-TRAVAIL.
           05  WQ-ID               PIC X(11).
           05  FILLER              PIC X(1).
           05  WQ-ASSUR-ID         PIC X(8).
           05  FILLER              PIC X(1).
           05  WQ-NOM              PIC X(14).
           05  FILLER              PIC X(1).
           05  WQ-DATE-ECHEANCE    PIC X(8).
           05  FILLER              PIC X(1).
           05  WQ-MONTANT          PIC X(9).
           05  FILLER              PIC X(1).
           05  WQ-DEVISE           PIC X(3).
           05  FILLER              PIC X(1).
           05  WQ-STATUT           PIC X(1).
           05  FILLER              PIC X(1).
           05  WQ-DATE-REGLEMENT   PIC X(8).
           05  FILLER              PIC X(1).
           05  WQ-CLIENT           PIC X(6).
           05  FILLER              PIC X(1).
           05  WQ-RELANCE-NIVEAU   PIC X(1).
           05  FILLER              PIC X(1).
           05  WQ-RELANCE-DATE     PIC X(8).

      *    Quittance en cours.
       01  WS-ECHEANCE-NUM         PIC 9(8).
       01  WS-MONTANT-QUITTANCE    PIC 9(10)V99 VALUE ZERO.
       01  WS-SEQUENCE             PIC X(4).
       01  WS-LIBELLE-ACTION       PIC X(40).

      *    Compteurs du compte rendu de fin de traitement et totaux
      *    de contrôle du fichier de remise.
       01  WS-TOTAL-FENETRE        PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-PRELEVEMENTS   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SANS-MANDAT    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-MANDAT-INVALIDE PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ANOMALIES      PIC 9(6) VALUE ZERO.
       01  WS-REMISE-HASH          PIC 9(13)V99 VALUE ZERO.
       01  WS-FORMATTED-MONTANT    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME
           MOVE WS-CURRENT-TIME(1:8) TO WS-DATE-ARRETE

      *    Date d'arrêté et fenêtre de prélèvement.
           PERFORM LIT-FICHIER-PARAMETRES
           PERFORM LIT-FICHIER-PRL-PARAMS
           MOVE WS-DATE-ARRETE TO WS-DATE-ARRETE-NUM
           COMPUTE WS-DATE-FIN-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-ARRETE-NUM)
                + WS-FENETRE-JOURS)
           MOVE WS-DATE-FIN-NUM TO WS-DATE-FIN-FENETRE

           OPEN I-O FICHIER-MANDATS
           IF WS-MAND-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: OUVERTURE DU FICHIER DES MANDATS "
                   "IMPOSSIBLE (STATUT " WS-MAND-FILE-STATUS "). "
                   "AUCUN PRELEVEMENT PRESENTE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FICHIER-RAPPORT
           MOVE "Remise de prelevements SEPA" TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Remise: " WS-CURRENT-TIME(1:14)
                   " - Fenetre de prelevement: du " WS-DATE-ARRETE
                   " au " WS-DATE-FIN-FENETRE
                   " (" WS-FENETRE-JOURS " jours)"
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           WRITE RAPPORT-REC FROM WS-BLANK-LINE

           OPEN OUTPUT FICHIER-REMISE
           MOVE SPACES TO PRL-ENTETE
           MOVE '1' TO PRL-E-TYPE
           MOVE WS-CURRENT-TIME(1:14) TO PRL-E-REMISE-ID
           MOVE WS-CURRENT-TIME(1:8) TO PRL-E-DATE-EXEC
           MOVE WS-DATE-ARRETE TO PRL-E-DATE-DEBUT
           MOVE WS-DATE-FIN-FENETRE TO PRL-E-DATE-FIN
           WRITE PRL-ENTETE

      *    Quittances en mémoire, présentation de chaque quittance
      *    ouverte de la fenêtre, puis réécriture.
           PERFORM LIT-QUITTANCES
           PERFORM VARYING WS-QUIT-IDX FROM 1 BY 1
                   UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               MOVE WS-QUIT-DATA(WS-QUIT-IDX) TO WS-QUIT-TRAVAIL
               IF WQ-STATUT = 'O' AND
                       WQ-DATE-ECHEANCE NOT < WS-DATE-ARRETE AND
                       WQ-DATE-ECHEANCE NOT > WS-DATE-FIN-FENETRE
                   ADD 1 TO WS-TOTAL-FENETRE
                   PERFORM PRESENTE-QUITTANCE
               END-IF
           END-PERFORM
           IF WS-TOTAL-PRELEVEMENTS > 0
               PERFORM ECRIT-QUITTANCES
           END-IF

           MOVE SPACES TO PRL-TRAILER
           MOVE '9' TO PRL-T-TYPE
           MOVE WS-TOTAL-PRELEVEMENTS TO PRL-T-NB-DETAILS
           MOVE WS-REMISE-HASH TO PRL-T-HASH
           WRITE PRL-TRAILER
           CLOSE FICHIER-REMISE

           WRITE RAPPORT-REC FROM WS-BLANK-LINE
           MOVE WS-REMISE-HASH TO WS-FORMATTED-TOTAL
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Quittances de la fenetre: " WS-TOTAL-FENETRE
                   " - Prelevements presentes: " WS-TOTAL-PRELEVEMENTS
                   " - Total EUR: " WS-FORMATTED-TOTAL
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Sans mandat: " WS-TOTAL-SANS-MANDAT
                   " - Mandat revoque ou compte clos: "
                   WS-TOTAL-MANDAT-INVALIDE
                   " - Anomalies: " WS-TOTAL-ANOMALIES
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA

           CLOSE FICHIER-MANDATS
           CLOSE FICHIER-RAPPORT

           DISPLAY "REMISE TERMINEE: " WS-TOTAL-PRELEVEMENTS
               " PRELEVEMENT(S) PRESENTE(S) SUR " WS-TOTAL-FENETRE
               " QUITTANCE(S) DE LA FENETRE, TOTAL "
               WS-FORMATTED-TOTAL " EUR."
           IF WS-TOTAL-ANOMALIES > 0
               DISPLAY "ATTENTION: " WS-TOTAL-ANOMALIES
                   " QUITTANCE(S) NON PRESENTEE(S) POUR ANOMALIE "
                   "(VOIR rapport-prelevements.dat)."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Lit la carte de paramètres partagée avec ASSUREXT et
      *    retient la carte DATE-ARRETE si elle est fournie et
      *    valide ; les autres cartes sont ignorées sans message (ce
      *    sont celles d'ASSUREXT).
       LIT-FICHIER-PARAMETRES.
           OPEN INPUT FICHIER-PARAMETRES
           IF WS-PARAM-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PARAM-FILE-STATUS = '10'
                   READ FICHIER-PARAMETRES
                       AT END
                           MOVE '10' TO WS-PARAM-FILE-STATUS
                       NOT AT END
                           IF PARAM-MOT-CLE = 'DATE-ARRETE'
                               PERFORM TRAITE-DATE-ARRETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PARAMETRES
           END-IF
           MOVE ZERO TO WS-PARAM-FILE-STATUS.

      *    Contrôle la carte DATE-ARRETE (mêmes règles que dans
      *    ASSUREXT) et la retient comme début de la fenêtre.
       TRAITE-DATE-ARRETE.
           IF PARAM-VALEUR NOT NUMERIC
               DISPLAY "ATTENTION: DATE-ARRETE INVALIDE ("
                   PARAM-VALEUR "): DATE DU JOUR UTILISEE."
           ELSE
               MOVE PARAM-VALEUR(5:2) TO WS-PARAM-MM
               MOVE PARAM-VALEUR(7:2) TO WS-PARAM-JJ
               MOVE PARAM-VALEUR TO WS-DATE-ARRETE-NUM
               IF WS-PARAM-MM < 1 OR WS-PARAM-MM > 12 OR
                       WS-PARAM-JJ < 1 OR WS-PARAM-JJ > 31 OR
                       FUNCTION INTEGER-OF-DATE
                           (WS-DATE-ARRETE-NUM) = 0
                   DISPLAY "ATTENTION: DATE-ARRETE INVALIDE ("
                       PARAM-VALEUR "): DATE DU JOUR UTILISEE."
               ELSE
                   MOVE PARAM-VALEUR TO WS-DATE-ARRETE
               END-IF
           END-IF.

      *    Lit les paramètres de la remise. Fichier absent : fenêtre
      *    par défaut. Une carte inconnue ou une valeur non numérique
      *    est signalée et ignorée.
       LIT-FICHIER-PRL-PARAMS.
           OPEN INPUT FICHIER-PRL-PARAMS
           IF WS-PRLP-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PRLP-FILE-STATUS = '10'
                   READ FICHIER-PRL-PARAMS
                       AT END
                           MOVE '10' TO WS-PRLP-FILE-STATUS
                       NOT AT END
                           EVALUATE PRLP-MOT-CLE
                               WHEN 'FENETRE-JOURS'
                                   PERFORM TRAITE-FENETRE
                               WHEN SPACES
                                   CONTINUE
                               WHEN OTHER
                                   DISPLAY "ATTENTION: CARTE PARAMETRE "
                                       "INCONNUE IGNOREE: " PRLP-MOT-CLE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRL-PARAMS
           END-IF.

      *    Contrôle la carte FENETRE-JOURS (1 à 999 jours).
       TRAITE-FENETRE.
           IF FUNCTION TEST-NUMVAL(PRLP-VALEUR) NOT = 0
               DISPLAY "ATTENTION: FENETRE-JOURS INVALIDE ("
                   PRLP-VALEUR "): VALEUR PAR DEFAUT CONSERVEE."
           ELSE
               IF FUNCTION NUMVAL(PRLP-VALEUR) < 1 OR
                       FUNCTION NUMVAL(PRLP-VALEUR) > 999
                   DISPLAY "ATTENTION: FENETRE-JOURS HORS LIMITES ("
                       PRLP-VALEUR "): VALEUR PAR DEFAUT CONSERVEE."
               ELSE
                   COMPUTE WS-FENETRE-JOURS =
                       FUNCTION NUMVAL(PRLP-VALEUR)
               END-IF
           END-IF.

      *    Recharge les quittances en mémoire. Fichier absent : rien
      *    à présenter.
       LIT-QUITTANCES.
           OPEN INPUT FICHIER-QUITTANCES
           IF WS-QUIT-FILE-STATUS NOT = '00'
               DISPLAY "ATTENTION: FICHIER DES QUITTANCES ABSENT "
                   "(STATUT " WS-QUIT-FILE-STATUS "): RIEN A "
                   "PRESENTER."
           ELSE
               PERFORM UNTIL WS-QUIT-FILE-STATUS = '10'
                   READ FICHIER-QUITTANCES
                       AT END
                           MOVE '10' TO WS-QUIT-FILE-STATUS
                       NOT AT END
                           IF WS-QUIT-COUNT >= WS-QUIT-MAX
                               DISPLAY "ERREUR: CAPACITE MAXIMALE "
                                   "ATTEINTE POUR LES QUITTANCES ("
                                   WS-QUIT-MAX "). ARRET DU "
                                   "TRAITEMENT."
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-QUIT-COUNT
                           MOVE QUIT-REC TO
                               WS-QUIT-DATA(WS-QUIT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FICHIER-QUITTANCES
           END-IF.

      *    Présente la quittance ouverte courante (WS-QUIT-TRAVAIL)
      *    si son client a un mandat valide : prélèvement écrit dans
      *    la remise, quittance soldée à sa date d'échéance, mandat
      *    mis à jour. Une quittance sans client apparié ou sans
      *    mandat n'est pas prélevable et reste ouverte sans message ;
      *    un mandat révoqué, une devise autre que l'euro ou un
      *    montant inexploitable sont signalés au rapport.
       PRESENTE-QUITTANCE.
           IF WQ-CLIENT = SPACES
               ADD 1 TO WS-TOTAL-SANS-MANDAT
           ELSE
               MOVE SPACES TO MAND-REC
               MOVE WQ-CLIENT TO MAND-CLI-ID
               READ FICHIER-MANDATS
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SANS-MANDAT
                   NOT INVALID KEY
                       PERFORM CONTROLE-ET-PRESENTE
               END-READ
           END-IF.

      *    Contrôles de la quittance courante et de son mandat (lu
      *    dans MAND-REC) avant présentation.
       CONTROLE-ET-PRESENTE.
           PERFORM CONVERTIT-MONTANT-QUITTANCE
           EVALUATE TRUE
               WHEN MAND-STATUT = 'R'
                   ADD 1 TO WS-TOTAL-MANDAT-INVALIDE
                   MOVE "Mandat revoque: non presentee" TO
                       WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-RAPPORT
               WHEN MAND-STATUT = 'C'
                   ADD 1 TO WS-TOTAL-MANDAT-INVALIDE
                   MOVE "Compte clos: non presentee" TO
                       WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-RAPPORT
               WHEN MAND-STATUT NOT = 'V'
                   ADD 1 TO WS-TOTAL-ANOMALIES
                   MOVE "ANOMALIE: statut de mandat inconnu" TO
                       WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-RAPPORT
               WHEN MAND-DATE-SIGNATURE NOT NUMERIC OR
                       MAND-DATE-SIGNATURE > WQ-DATE-ECHEANCE
                   ADD 1 TO WS-TOTAL-ANOMALIES
                   MOVE "ANOMALIE: mandat non signe a l'echeance" TO
                       WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-RAPPORT
               WHEN MAND-IBAN = SPACES OR MAND-RUM = SPACES
                   ADD 1 TO WS-TOTAL-ANOMALIES
                   MOVE "ANOMALIE: mandat sans IBAN ou RUM" TO
                       WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-RAPPORT
               WHEN WQ-DEVISE NOT = 'EUR'
                   ADD 1 TO WS-TOTAL-ANOMALIES
                   MOVE "ANOMALIE: devise non prelevable" TO
                       WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-RAPPORT
               WHEN WS-MONTANT-QUITTANCE = 0
                   ADD 1 TO WS-TOTAL-ANOMALIES
                   MOVE "ANOMALIE: montant inexploitable" TO
                       WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-RAPPORT
               WHEN OTHER
                   PERFORM ECRIT-PRELEVEMENT
           END-EVALUATE.

      *    Écrit le prélèvement de la quittance courante, solde la
      *    quittance et enregistre la date de prélèvement sur le
      *    mandat.
       ECRIT-PRELEVEMENT.
           IF MAND-DATE-DERNIER-PRLV = SPACES
               MOVE 'FRST' TO WS-SEQUENCE
           ELSE
               MOVE 'RCUR' TO WS-SEQUENCE
           END-IF
           MOVE SPACES TO PRL-DETAIL
           MOVE '2' TO PRL-D-TYPE
           MOVE WQ-ID TO PRL-D-QUIT-ID
           MOVE WQ-ASSUR-ID TO PRL-D-ASSUR-ID
           MOVE WQ-CLIENT TO PRL-D-CLI-ID
           MOVE MAND-RUM TO PRL-D-RUM
           MOVE MAND-DATE-SIGNATURE TO PRL-D-DATE-SIGNATURE
           MOVE MAND-IBAN TO PRL-D-IBAN
           MOVE MAND-BIC TO PRL-D-BIC
           MOVE WS-SEQUENCE TO PRL-D-SEQUENCE
           MOVE WQ-DATE-ECHEANCE TO PRL-D-DATE-PRLV
           MOVE WQ-DEVISE TO PRL-D-DEVISE
           MOVE WS-MONTANT-QUITTANCE TO PRL-D-MONTANT
           WRITE PRL-DETAIL
           ADD 1 TO WS-TOTAL-PRELEVEMENTS
           ADD WS-MONTANT-QUITTANCE TO WS-REMISE-HASH

           MOVE 'P' TO WQ-STATUT
           MOVE WQ-DATE-ECHEANCE TO WQ-DATE-REGLEMENT
           MOVE WS-QUIT-TRAVAIL TO WS-QUIT-DATA(WS-QUIT-IDX)

           IF MAND-DATE-DERNIER-PRLV = SPACES OR
                   MAND-DATE-DERNIER-PRLV < WQ-DATE-ECHEANCE
               MOVE WQ-DATE-ECHEANCE TO MAND-DATE-DERNIER-PRLV
           END-IF
           REWRITE MAND-REC
           IF WS-MAND-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: REECRITURE DU MANDAT " MAND-CLI-ID
                   " IMPOSSIBLE (STATUT " WS-MAND-FILE-STATUS ")."
           END-IF

           MOVE SPACES TO WS-LIBELLE-ACTION
           STRING "Presentee " WS-SEQUENCE " - RUM "
                   MAND-RUM(1:20)
                   DELIMITED BY SIZE
                   INTO WS-LIBELLE-ACTION
           PERFORM ECRIT-LIGNE-RAPPORT.

      *    Écrit au rapport la quittance courante et le sort qui lui
      *    est fait (libellé préparé dans WS-LIBELLE-ACTION).
       ECRIT-LIGNE-RAPPORT.
           MOVE WS-MONTANT-QUITTANCE TO WS-FORMATTED-MONTANT
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "  " WQ-ID " " WQ-ASSUR-ID " " WQ-CLIENT " "
                   WQ-NOM " " WQ-DATE-ECHEANCE " " WQ-DEVISE " "
                   WS-FORMATTED-MONTANT " - " WS-LIBELLE-ACTION
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA.

      *    Montant de la quittance courante (écriture numérique
      *    simple) ; inexploitable ou négatif, il compte pour zéro.
       CONVERTIT-MONTANT-QUITTANCE.
           MOVE ZERO TO WS-MONTANT-QUITTANCE
           IF FUNCTION TEST-NUMVAL(WQ-MONTANT) = 0
               IF FUNCTION NUMVAL(WQ-MONTANT) > 0
                   COMPUTE WS-MONTANT-QUITTANCE =
                       FUNCTION NUMVAL(WQ-MONTANT)
               END-IF
           END-IF.

      *    Réécrit le fichier des quittances en entier à partir de la
      *    table en mémoire.
       ECRIT-QUITTANCES.
           OPEN OUTPUT FICHIER-QUITTANCES
           PERFORM VARYING WS-QUIT-IDX FROM 1 BY 1
                   UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               MOVE WS-QUIT-DATA(WS-QUIT-IDX) TO QUIT-REC
               WRITE QUIT-REC
           END-PERFORM
           CLOSE FICHIER-QUITTANCES.

      *    *************************************************************
      *    PROGRAMME ASSURREA
      *    Cession en réassurance quote-part et bordereaux
      *    trimestriels au réassureur : le bordereau était monté à la
      *    main à partir des listings d'ASSUREXT et de SINISRPT, et
      *    les deux côtés ne concordaient jamais avec les chiffres du
      *    réassureur. La table des traités (traites-reassurance.dat,
      *    voir copybooks/TRAITREC.cpy) donne par ligne de produit
      *    TYPELK le réassureur, le pourcentage cédé, le plein de
      *    rétention par police et la période du traité. Pour le
      *    trimestre traité (carte TRIMESTRE AAAAT de
      *    reassurance-params.dat, sinon le trimestre civil
      *    précédent) :
      *      - bordereau de primes : chaque police active du fichier
      *        maître prenant effet dans le trimestre (ASSUR-DATE-DEB)
      *        et couverte par un traité en vigueur à cette date, avec
      *        sa prime et la prime cédée ;
      *      - bordereau de sinistres : chaque sinistre de
      *        sinistres.dat survenu au plus tard en fin de trimestre
      *        et couvert par le traité en vigueur à sa date de
      *        survenance, avec sa charge actuelle (réglé + réserve)
      *        et la charge cédée.
      *    Jusqu'au plein, la cession est le pourcentage du traité ;
      *    la part d'un montant au-delà du plein est cédée en
      *    totalité. Le plein d'une police est consommé par ses
      *    sinistres successifs : chacun n'est cédé au pourcentage que
      *    sur ce qui reste du plein après les précédents. Chaque
      *    bordereau est regroupé par réassureur, avec des totaux de
      *    contrôle par devise (nombre de lignes, montant brut, montant
      *    cédé). SINISRPT donne de son côté le ratio sinistres/primes
      *    net de réassurance à côté du ratio brut, avec la même règle
      *    de cession.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURREA.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Table des traités (voir copybooks/TRAITREC.cpy).
           SELECT FICHIER-TRAITES ASSIGN TO 'traites-reassurance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRT-FILE-STATUS.

      *    Fichier maître des polices. ACCESS DYNAMIC : relu d'abord
      *    en séquentiel pour les primes, puis consulté par clé pour
      *    rattacher chaque sinistre à la ligne de produit de sa
      *    police (même mécanique que SINISRPT).
           SELECT FICHIER-MASTER ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSUR-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      *    Fichier des sinistres écrit par SINISMNT (voir
      *    copybooks/SINISREC.cpy), relu en séquentiel.
           SELECT FICHIER-SINISTRES ASSIGN TO 'sinistres.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SINIS-ID
               FILE STATUS IS WS-SINIS-FILE-STATUS.

      *    Paramètres de la cession : TRIMESTRE (AAAAT).
           SELECT FICHIER-PARAMETRES ASSIGN TO
                   'reassurance-params.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *    Bordereau de primes, recréé à chaque exécution.
           SELECT FICHIER-BORD-PRIMES ASSIGN TO
                   'bordereau-primes-reassurance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Bordereau de sinistres, recréé à chaque exécution.
           SELECT FICHIER-BORD-SINISTRES ASSIGN TO
                   'bordereau-sinistres-reassurance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Voir copybooks/TRAITREC.cpy.
       FD  FICHIER-TRAITES.
       01  TRAITE-REC.
           COPY TRAITREC.

      *    Voir copybooks/MASTERREC.cpy : mêmes noms de champs que
      *    l'ancien FICHIER-ASSUR-PART1, plus ASSUR-SOURCE ('1'/'2').
       FD  FICHIER-MASTER.
       01  ASSUR-REC.
           COPY MASTERREC.

      *    Voir copybooks/SINISREC.cpy.
       FD  FICHIER-SINISTRES.
       01  SINIS-REC.
           COPY SINISREC.

      *    Même agencement de carte que assurext-params.dat.
       FD  FICHIER-PARAMETRES.
       01  PARAM-REC.
           05  PARAM-MOT-CLE       PIC X(16).
           05  FILLER              PIC X(1).
           05  PARAM-VALEUR        PIC X(8).

       FD  FICHIER-BORD-PRIMES.
       01  BORD-PRIMES-REC.
           05  WS-BP-LENGTH        PIC 9(3).
           05  WS-BP-DATA          PIC X(147).

       FD  FICHIER-BORD-SINISTRES.
       01  BORD-SINISTRES-REC.
           05  WS-BS-LENGTH        PIC 9(3).
           05  WS-BS-DATA          PIC X(147).

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-TRT-FILE-STATUS      PIC XX.
       01  WS-MASTER-FILE-STATUS   PIC XX.
       01  WS-SINIS-FILE-STATUS    PIC XX.
       01  WS-PARAM-FILE-STATUS    PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).
       01  WS-BLANK-LINE           PIC X(147) VALUE SPACES.
       01  WS-FOOTER-INFO          PIC X(147).

      *    Tables de correspondance partagées (voir copybooks).
           COPY STATUTLK.
           COPY TYPELK.

      *    Trimestre traité et ses bornes (même calcul qu'ASSURTSC).
       01  WS-TRIMESTRE.
           05  WS-TRIM-AAAA        PIC 9(4).
           05  WS-TRIM-T           PIC 9(1).
       01  WS-TRIM-MM-DEBUT        PIC 9(2).
       01  WS-DATE-DEBUT.
           05  WS-DEB-AAAA         PIC 9(4).
           05  WS-DEB-MM           PIC 9(2).
           05  WS-DEB-JJ           PIC 9(2).
       01  WS-DATE-FIN.
           05  WS-FIN-AAAA         PIC 9(4).
           05  WS-FIN-MM           PIC 9(2).
           05  WS-FIN-JJ           PIC 9(2).
       01  WS-MOIS-COURANT         PIC 9(2).

      *    Traités chargés en mémoire.
       01  WS-TRT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-TRT-MAX              PIC 9(3) VALUE 100.
       01  WS-TRT-TABLE.
           05  WS-TRT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TRT-COUNT.
               10  WS-TRT-PRODUIT          PIC X(4).
               10  WS-TRT-REASSUREUR       PIC X(10).
               10  WS-TRT-TAUX             PIC 9(3)V9(4).
               10  WS-TRT-RETENTION        PIC 9(10)V99.
               10  WS-TRT-DEBUT            PIC X(8).
               10  WS-TRT-FIN              PIC X(8).
       01  WS-TRT-IDX              PIC 9(3) VALUE ZERO.
       01  WS-TRT-POS              PIC 9(3) VALUE ZERO.
       01  WS-TRT-REJETS           PIC 9(3) VALUE ZERO.

      *    Recherche du traité : ligne de produit et date de
      *    rattachement.
       01  WS-TRT-PRODUIT-CHERCHE  PIC X(4).
       01  WS-TRT-DATE-CHERCHE     PIC X(8).

      *    Calcul de la cession : montant brut, montant cédé.
       01  WS-CES-BRUT             PIC 9(10)V99 VALUE ZERO.
       01  WS-CES-CEDE             PIC 9(10)V99 VALUE ZERO.
       01  WS-CES-RESTE-PLEIN      PIC 9(10)V99 VALUE ZERO.
       01  WS-CES-SOUS-PLEIN       PIC 9(10)V99 VALUE ZERO.

      *    Charge de sinistres déjà imputée sur le plein de chaque
      *    police, par traité : le plein de rétention est une limite
      *    par police, consommée par ses sinistres successifs.
       01  WS-CPL-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CPL-MAX              PIC 9(5) VALUE 20000.
       01  WS-CPL-TABLE.
           05  WS-CPL-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CPL-COUNT.
               10  WS-CPL-ASSUR-ID         PIC X(8).
               10  WS-CPL-TRT              PIC 9(3).
               10  WS-CPL-CUMUL            PIC 9(11)V99.
       01  WS-CPL-IDX              PIC 9(5) VALUE ZERO.
       01  WS-CPL-POS              PIC 9(5) VALUE ZERO.

      *    Réassureurs des bordereaux, avec leurs totaux de contrôle
      *    par devise (même mécanique de table que WS-SP-TABLE dans
      *    SINISRPT).
       01  WS-REA-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-REA-MAX              PIC 9(2) VALUE 20.
       01  WS-REA-DEV-MAX          PIC 9(2) VALUE 8.
       01  WS-REA-TABLE.
           05  WS-REA-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-REA-COUNT.
               10  WS-REA-CODE               PIC X(10).
               10  WS-REA-DEV-COUNT          PIC 9(2) VALUE ZERO.
               10  WS-REA-DEVISES OCCURS 8 TIMES.
                   15  WS-REA-DEV-CODE       PIC X(3).
                   15  WS-REA-NB-PRIMES      PIC 9(6) VALUE ZERO.
                   15  WS-REA-PRIMES-BRUT    PIC 9(13)V99 VALUE ZERO.
                   15  WS-REA-PRIMES-CEDE    PIC 9(13)V99 VALUE ZERO.
                   15  WS-REA-NB-SINISTRES   PIC 9(6) VALUE ZERO.
                   15  WS-REA-SIN-BRUT       PIC 9(13)V99 VALUE ZERO.
                   15  WS-REA-SIN-CEDE       PIC 9(13)V99 VALUE ZERO.
       01  WS-REA-IDX              PIC 9(2) VALUE ZERO.
       01  WS-REA-POS              PIC 9(2) VALUE ZERO.
       01  WS-REA-DEV-IDX          PIC 9(2) VALUE ZERO.
       01  WS-REA-DEV-POS          PIC 9(2) VALUE ZERO.
       01  WS-DEVISE-RECHERCHE     PIC X(3).

      *    Lignes du bordereau de primes, gardées en mémoire pour
      *    être écrites regroupées par réassureur.
       01  WS-BPL-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-BPL-MAX              PIC 9(5) VALUE 20000.
       01  WS-BPL-TABLE.
           05  WS-BPL-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-BPL-COUNT.
               10  WS-BPL-REA              PIC 9(2).
               10  WS-BPL-ASSUR-ID         PIC X(8).
               10  WS-BPL-PRODUIT          PIC X(4).
               10  WS-BPL-DEVISE           PIC X(3).
               10  WS-BPL-DATE             PIC X(8).
               10  WS-BPL-TAUX             PIC 9(3)V9(4).
               10  WS-BPL-BRUT             PIC 9(10)V99.
               10  WS-BPL-CEDE             PIC 9(10)V99.
       01  WS-BPL-IDX              PIC 9(5) VALUE ZERO.

      *    Lignes du bordereau de sinistres, même principe.
       01  WS-BSL-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-BSL-MAX              PIC 9(5) VALUE 20000.
       01  WS-BSL-TABLE.
           05  WS-BSL-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-BSL-COUNT.
               10  WS-BSL-REA              PIC 9(2).
               10  WS-BSL-SINIS-ID         PIC X(8).
               10  WS-BSL-ASSUR-ID         PIC X(8).
               10  WS-BSL-PRODUIT          PIC X(4).
               10  WS-BSL-DEVISE           PIC X(3).
               10  WS-BSL-DATE             PIC X(8).
               10  WS-BSL-STATUT           PIC X(8).
               10  WS-BSL-TAUX             PIC 9(3)V9(4).
               10  WS-BSL-BRUT             PIC 9(10)V99.
               10  WS-BSL-CEDE             PIC 9(10)V99.
       01  WS-BSL-IDX              PIC 9(5) VALUE ZERO.

      *    Compteurs du traitement.
       01  WS-TOTAL-POLICES-TRIM   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-POLICES-HORS   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SINISTRES      PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SIN-HORS       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SIN-ORPHELINS  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-TYPES-INCONNUS PIC 9(6) VALUE ZERO.

      *    Montant converti de l'enregistrement en cours.
       01  WS-MONTANT-NUMERIC      PIC 9(10)V99 VALUE ZERO.

       01  WS-FORMATTED-BRUT       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-CEDE       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-TOT-BRUT   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-TOT-CEDE   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-TAUX       PIC ZZ9.9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME

      *    Trimestre par défaut : le trimestre civil précédent.
           MOVE WS-CURRENT-TIME(1:4) TO WS-TRIM-AAAA
           MOVE WS-CURRENT-TIME(5:2) TO WS-MOIS-COURANT
           COMPUTE WS-TRIM-T = (WS-MOIS-COURANT - 1) / 3
           IF WS-TRIM-T = 0
               MOVE 4 TO WS-TRIM-T
               SUBTRACT 1 FROM WS-TRIM-AAAA
           END-IF
           PERFORM LIT-FICHIER-PARAMETRES
           PERFORM CALCULE-BORNES-TRIMESTRE

      *    Chargement des traités ; sans traité, rien à céder.
           PERFORM LIT-TRAITES
           IF WS-TRT-COUNT = 0
               DISPLAY "ERREUR: TABLE DES TRAITES VIDE OU ABSENTE "
                   "(traites-reassurance.dat): AUCUNE CESSION."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FICHIER-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: OUVERTURE DU FICHIER MAITRE IMPOSSIBLE "
                   "(STATUT " WS-MASTER-FILE-STATUS "). LE FICHIER "
                   "DOIT AVOIR ETE CREE PAR ASSURCNV."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FICHIER-SINISTRES
           IF WS-SINIS-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: OUVERTURE DU FICHIER DES SINISTRES "
                   "IMPOSSIBLE (STATUT " WS-SINIS-FILE-STATUS "). LE "
                   "FICHIER DOIT AVOIR ETE CREE PAR SINISMNT."
               CLOSE FICHIER-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Premier passage : cession des primes des polices prenant
      *    effet dans le trimestre.
           PERFORM CEDE-PRIMES-MASTER

      *    Second passage : cession des sinistres.
           PERFORM CEDE-SINISTRES

           CLOSE FICHIER-MASTER
           CLOSE FICHIER-SINISTRES

           PERFORM ECRIT-BORDEREAU-PRIMES
           PERFORM ECRIT-BORDEREAU-SINISTRES

           DISPLAY "CESSION EN REASSURANCE " WS-TRIM-AAAA "T"
               WS-TRIM-T " TERMINEE: " WS-BPL-COUNT
               " POLICE(S) ET " WS-BSL-COUNT " SINISTRE(S) CEDE(S) A "
               WS-REA-COUNT " REASSUREUR(S)."
           IF WS-TOTAL-SIN-ORPHELINS > 0 OR
                   WS-TOTAL-TYPES-INCONNUS > 0
               DISPLAY "ATTENTION: " WS-TOTAL-SIN-ORPHELINS
                   " SINISTRE(S) SANS POLICE AU MAITRE ET "
                   WS-TOTAL-TYPES-INCONNUS " TYPE(S) NON RECONNU(S) "
                   "PAR TYPELK, HORS CESSION (VOIR BORDEREAUX)."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Lit la carte TRIMESTRE (AAAAT, trimestre 1 à 4) ; fichier
      *    ou carte absents : trimestre civil précédent.
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
                           EVALUATE PARAM-MOT-CLE
                               WHEN 'TRIMESTRE'
                                   PERFORM TRAITE-TRIMESTRE
                               WHEN SPACES
                                   CONTINUE
                               WHEN OTHER
                                   DISPLAY "ATTENTION: CARTE PARAMETRE "
                                       "INCONNUE IGNOREE: "
                                       PARAM-MOT-CLE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PARAMETRES
           END-IF.

      *    Contrôle la carte TRIMESTRE et la retient si elle est
      *    valide.
       TRAITE-TRIMESTRE.
           IF PARAM-VALEUR(1:5) NOT NUMERIC OR
                   PARAM-VALEUR(6:3) NOT = SPACES OR
                   PARAM-VALEUR(5:1) < '1' OR
                   PARAM-VALEUR(5:1) > '4'
               DISPLAY "ATTENTION: TRIMESTRE INVALIDE ("
                   PARAM-VALEUR "): TRIMESTRE PRECEDENT UTILISE."
           ELSE
               MOVE PARAM-VALEUR(1:5) TO WS-TRIMESTRE
           END-IF.

      *    Bornes du trimestre : premier jour du premier mois au
      *    dernier jour du troisième.
       CALCULE-BORNES-TRIMESTRE.
           COMPUTE WS-TRIM-MM-DEBUT = (WS-TRIM-T - 1) * 3 + 1
           MOVE WS-TRIM-AAAA TO WS-DEB-AAAA
           MOVE WS-TRIM-MM-DEBUT TO WS-DEB-MM
           MOVE 1 TO WS-DEB-JJ
           MOVE WS-TRIM-AAAA TO WS-FIN-AAAA
           COMPUTE WS-FIN-MM = WS-TRIM-MM-DEBUT + 2
           EVALUATE WS-TRIM-T
               WHEN 1
                   MOVE 31 TO WS-FIN-JJ
               WHEN 2
                   MOVE 30 TO WS-FIN-JJ
               WHEN 3
                   MOVE 30 TO WS-FIN-JJ
               WHEN 4
                   MOVE 31 TO WS-FIN-JJ
           END-EVALUATE.

      *    Charge la table des traités : code produit, réassureur,
      *    pourcentage (0 à 100), plein et dates exploitables exigés.
       LIT-TRAITES.
           OPEN INPUT FICHIER-TRAITES
           IF WS-TRT-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-TRT-FILE-STATUS = '10'
                   READ FICHIER-TRAITES
                       AT END
                           MOVE '10' TO WS-TRT-FILE-STATUS
                       NOT AT END
                           PERFORM CHARGE-LIGNE-TRAITE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TRAITES
               IF WS-TRT-REJETS > 0
                   DISPLAY "ATTENTION: " WS-TRT-REJETS
                       " LIGNE(S) DE TRAITE INVALIDE(S) IGNOREE(S)."
               END-IF
           END-IF.

      *    Contrôle et range une ligne de la table des traités.
       CHARGE-LIGNE-TRAITE.
           IF TRT-PRODUIT = SPACES OR TRT-REASSUREUR = SPACES OR
                   FUNCTION TEST-NUMVAL(TRT-TAUX-CESSION) NOT = 0 OR
                   FUNCTION TEST-NUMVAL(TRT-RETENTION) NOT = 0 OR
                   TRT-DATE-DEBUT NOT NUMERIC OR
                   TRT-DATE-FIN NOT NUMERIC OR
                   TRT-DATE-FIN < TRT-DATE-DEBUT
               ADD 1 TO WS-TRT-REJETS
               DISPLAY "ATTENTION: LIGNE DE TRAITE INVALIDE IGNOREE: "
                   TRAITE-REC
           ELSE
               IF FUNCTION NUMVAL(TRT-TAUX-CESSION) < 0 OR
                       FUNCTION NUMVAL(TRT-TAUX-CESSION) > 100 OR
                       FUNCTION NUMVAL(TRT-RETENTION) < 0
                   ADD 1 TO WS-TRT-REJETS
                   DISPLAY "ATTENTION: LIGNE DE TRAITE INVALIDE "
                       "IGNOREE: " TRAITE-REC
               ELSE
                   IF WS-TRT-COUNT >= WS-TRT-MAX
                       DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE "
                           "POUR LES TRAITES (" WS-TRT-MAX "). ARRET "
                           "DU TRAITEMENT."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TRT-COUNT
                   MOVE TRT-PRODUIT TO WS-TRT-PRODUIT(WS-TRT-COUNT)
                   MOVE TRT-REASSUREUR TO
                       WS-TRT-REASSUREUR(WS-TRT-COUNT)
                   COMPUTE WS-TRT-TAUX(WS-TRT-COUNT) =
                       FUNCTION NUMVAL(TRT-TAUX-CESSION)
                   COMPUTE WS-TRT-RETENTION(WS-TRT-COUNT) =
                       FUNCTION NUMVAL(TRT-RETENTION)
                   MOVE TRT-DATE-DEBUT TO WS-TRT-DEBUT(WS-TRT-COUNT)
                   MOVE TRT-DATE-FIN TO WS-TRT-FIN(WS-TRT-COUNT)
               END-IF
           END-IF.

      *    Recherche le traité de la ligne de produit
      *    WS-TRT-PRODUIT-CHERCHE en vigueur à WS-TRT-DATE-CHERCHE.
      *    Retourne la position dans WS-TRT-POS (0 si aucun).
       CHERCHE-TRAITE.
           MOVE 0 TO WS-TRT-POS
           PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
                   UNTIL WS-TRT-IDX > WS-TRT-COUNT
               IF WS-TRT-PRODUIT(WS-TRT-IDX) = WS-TRT-PRODUIT-CHERCHE
                       AND WS-TRT-DEBUT(WS-TRT-IDX) NOT >
                           WS-TRT-DATE-CHERCHE
                       AND WS-TRT-FIN(WS-TRT-IDX) NOT <
                           WS-TRT-DATE-CHERCHE
                   MOVE WS-TRT-IDX TO WS-TRT-POS
                   MOVE WS-TRT-COUNT TO WS-TRT-IDX
               END-IF
           END-PERFORM.

      *    Montant cédé (WS-CES-CEDE) de WS-CES-BRUT selon le traité
      *    WS-TRT-POS : pourcentage du traité jusqu'au plein, part
      *    au-delà du plein cédée en totalité (plein à zéro : pas de
      *    plein).
       CALCULE-CESSION.
           IF WS-TRT-RETENTION(WS-TRT-POS) > 0 AND
                   WS-CES-BRUT > WS-TRT-RETENTION(WS-TRT-POS)
               COMPUTE WS-CES-CEDE ROUNDED =
                   WS-TRT-RETENTION(WS-TRT-POS)
                       * WS-TRT-TAUX(WS-TRT-POS) / 100
                   + WS-CES-BRUT - WS-TRT-RETENTION(WS-TRT-POS)
           ELSE
               COMPUTE WS-CES-CEDE ROUNDED =
                   WS-CES-BRUT * WS-TRT-TAUX(WS-TRT-POS) / 100
           END-IF.

      *    Montant cédé (WS-CES-CEDE) de la charge WS-CES-BRUT du
      *    sinistre courant selon le traité WS-TRT-POS : le plein est
      *    réduit de la charge déjà imputée aux sinistres précédents
      *    de la même police ; la part sous le plein restant est cédée
      *    au pourcentage du traité, le reste en totalité (plein à
      *    zéro : pas de plein).
       CALCULE-CESSION-SINISTRE.
           IF WS-TRT-RETENTION(WS-TRT-POS) = 0
               PERFORM CALCULE-CESSION
           ELSE
               PERFORM FIND-OR-ADD-CUMUL-POLICE
               IF WS-CPL-CUMUL(WS-CPL-POS) <
                       WS-TRT-RETENTION(WS-TRT-POS)
                   COMPUTE WS-CES-RESTE-PLEIN =
                       WS-TRT-RETENTION(WS-TRT-POS)
                       - WS-CPL-CUMUL(WS-CPL-POS)
               ELSE
                   MOVE ZERO TO WS-CES-RESTE-PLEIN
               END-IF
               IF WS-CES-BRUT > WS-CES-RESTE-PLEIN
                   MOVE WS-CES-RESTE-PLEIN TO WS-CES-SOUS-PLEIN
               ELSE
                   MOVE WS-CES-BRUT TO WS-CES-SOUS-PLEIN
               END-IF
               COMPUTE WS-CES-CEDE ROUNDED =
                   WS-CES-SOUS-PLEIN * WS-TRT-TAUX(WS-TRT-POS) / 100
                   + WS-CES-BRUT - WS-CES-SOUS-PLEIN
               ADD WS-CES-BRUT TO WS-CPL-CUMUL(WS-CPL-POS)
           END-IF.

      *    Recherche la charge cumulée de la police SINIS-ASSUR-ID sur
      *    le traité WS-TRT-POS et l'ajoute à zéro si besoin. Retourne
      *    la position dans WS-CPL-POS.
       FIND-OR-ADD-CUMUL-POLICE.
           MOVE 0 TO WS-CPL-POS
           PERFORM VARYING WS-CPL-IDX FROM 1 BY 1
                   UNTIL WS-CPL-IDX > WS-CPL-COUNT
               IF WS-CPL-ASSUR-ID(WS-CPL-IDX) = SINIS-ASSUR-ID AND
                       WS-CPL-TRT(WS-CPL-IDX) = WS-TRT-POS
                   MOVE WS-CPL-IDX TO WS-CPL-POS
                   MOVE WS-CPL-COUNT TO WS-CPL-IDX
               END-IF
           END-PERFORM
           IF WS-CPL-POS = 0
               IF WS-CPL-COUNT >= WS-CPL-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LES CUMULS DE SINISTRES PAR POLICE ("
                       WS-CPL-MAX "). ARRET DU TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CPL-COUNT
               MOVE WS-CPL-COUNT TO WS-CPL-POS
               MOVE SINIS-ASSUR-ID TO WS-CPL-ASSUR-ID(WS-CPL-POS)
               MOVE WS-TRT-POS TO WS-CPL-TRT(WS-CPL-POS)
               MOVE ZERO TO WS-CPL-CUMUL(WS-CPL-POS)
           END-IF.

      *    Relit le fichier maître en séquentiel et cède la prime de
      *    chaque police active prenant effet dans le trimestre.
       CEDE-PRIMES-MASTER.
           PERFORM UNTIL WS-MASTER-FILE-STATUS = '10'
               READ FICHIER-MASTER NEXT
                   AT END
                       MOVE '10' TO WS-MASTER-FILE-STATUS
                   NOT AT END
                       MOVE ASSUR-STATUT TO WS-STATUT-RECHERCHE
                       PERFORM LOOKUP-STATUT
                       IF WS-STATUT-CANONIQUE = 'ACTIF' AND
                               ASSUR-DATE-DEB NOT < WS-DATE-DEBUT AND
                               ASSUR-DATE-DEB NOT > WS-DATE-FIN
                           ADD 1 TO WS-TOTAL-POLICES-TRIM
                           PERFORM CEDE-PRIME-POLICE
                       END-IF
               END-READ
           END-PERFORM.

      *    Cède la prime de la police courante (ASSUR-REC) selon le
      *    traité de sa ligne de produit en vigueur à sa date de
      *    début : conversion du montant selon la source (même règle
      *    que CUMULE-PRIME-POLICE dans SINISRPT).
       CEDE-PRIME-POLICE.
           MOVE ZERO TO WS-MONTANT-NUMERIC
           IF ASSUR-SOURCE = '1'
               IF FUNCTION TEST-NUMVAL-C(ASSUR-MONTANT) = 0
                   COMPUTE WS-MONTANT-NUMERIC =
                       FUNCTION NUMVAL-C(ASSUR-MONTANT)
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(ASSUR-MONTANT) = 0
                   COMPUTE WS-MONTANT-NUMERIC =
                       FUNCTION NUMVAL(ASSUR-MONTANT)
               END-IF
           END-IF

           MOVE ASSUR-TYPE TO WS-TYPE-RECHERCHE
           PERFORM LOOKUP-TYPE
           IF TYPE-NON-TROUVE
               ADD 1 TO WS-TOTAL-TYPES-INCONNUS
           ELSE
               MOVE WS-TYPE-CANONIQUE TO WS-TRT-PRODUIT-CHERCHE
               MOVE ASSUR-DATE-DEB TO WS-TRT-DATE-CHERCHE
               PERFORM CHERCHE-TRAITE
               IF WS-TRT-POS = 0
                   ADD 1 TO WS-TOTAL-POLICES-HORS
               ELSE
                   MOVE WS-MONTANT-NUMERIC TO WS-CES-BRUT
                   PERFORM CALCULE-CESSION
                   PERFORM FIND-OR-ADD-REASSUREUR
                   MOVE ASSUR-DEVISE TO WS-DEVISE-RECHERCHE
                   PERFORM FIND-OR-ADD-REASSUREUR-DEVISE
                   ADD 1 TO WS-REA-NB-PRIMES(WS-REA-POS, WS-REA-DEV-POS)
                   ADD WS-CES-BRUT TO
                       WS-REA-PRIMES-BRUT(WS-REA-POS, WS-REA-DEV-POS)
                   ADD WS-CES-CEDE TO
                       WS-REA-PRIMES-CEDE(WS-REA-POS, WS-REA-DEV-POS)
                   IF WS-BPL-COUNT >= WS-BPL-MAX
                       DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE "
                           "POUR LE BORDEREAU DE PRIMES ("
                           WS-BPL-MAX "). ARRET DU TRAITEMENT."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BPL-COUNT
                   MOVE WS-REA-POS TO WS-BPL-REA(WS-BPL-COUNT)
                   MOVE ASSUR-ID TO WS-BPL-ASSUR-ID(WS-BPL-COUNT)
                   MOVE WS-TYPE-CANONIQUE TO
                       WS-BPL-PRODUIT(WS-BPL-COUNT)
                   MOVE ASSUR-DEVISE TO WS-BPL-DEVISE(WS-BPL-COUNT)
                   MOVE ASSUR-DATE-DEB TO WS-BPL-DATE(WS-BPL-COUNT)
                   MOVE WS-TRT-TAUX(WS-TRT-POS) TO
                       WS-BPL-TAUX(WS-BPL-COUNT)
                   MOVE WS-CES-BRUT TO WS-BPL-BRUT(WS-BPL-COUNT)
                   MOVE WS-CES-CEDE TO WS-BPL-CEDE(WS-BPL-COUNT)
               END-IF
           END-IF.

      *    Relit le fichier des sinistres en séquentiel et cède
      *    chaque sinistre survenu au plus tard en fin de trimestre.
       CEDE-SINISTRES.
           PERFORM UNTIL WS-SINIS-FILE-STATUS = '10'
               READ FICHIER-SINISTRES
                   AT END
                       MOVE '10' TO WS-SINIS-FILE-STATUS
                   NOT AT END
                       IF SINIS-DATE NOT > WS-DATE-FIN
                           ADD 1 TO WS-TOTAL-SINISTRES
                           PERFORM CEDE-UN-SINISTRE
                       END-IF
               END-READ
           END-PERFORM.

      *    Rattache le sinistre courant (SINIS-REC) à la ligne de
      *    produit de sa police (lecture par clé du maître) et le
      *    cède selon le traité en vigueur à sa date de survenance.
      *    La charge du sinistre (SINIS-MONTANT : réglé + réserve)
      *    est cédée sur le plein restant de sa police, les sinistres
      *    étant imputés dans l'ordre de leur numéro.
       CEDE-UN-SINISTRE.
           MOVE SPACES TO ASSUR-REC
           MOVE SINIS-ASSUR-ID TO ASSUR-ID
           READ FICHIER-MASTER
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SIN-ORPHELINS
               NOT INVALID KEY
                   PERFORM CEDE-SINISTRE-POLICE
           END-READ.

      *    Suite de CEDE-UN-SINISTRE, la police ayant été lue.
       CEDE-SINISTRE-POLICE.
           MOVE ASSUR-TYPE TO WS-TYPE-RECHERCHE
           PERFORM LOOKUP-TYPE
           IF TYPE-NON-TROUVE
               ADD 1 TO WS-TOTAL-TYPES-INCONNUS
           ELSE
               MOVE WS-TYPE-CANONIQUE TO WS-TRT-PRODUIT-CHERCHE
               MOVE SINIS-DATE TO WS-TRT-DATE-CHERCHE
               PERFORM CHERCHE-TRAITE
               IF WS-TRT-POS = 0
                   ADD 1 TO WS-TOTAL-SIN-HORS
               ELSE
                   MOVE ZERO TO WS-CES-BRUT
                   IF FUNCTION TEST-NUMVAL(SINIS-MONTANT) = 0
                       COMPUTE WS-CES-BRUT =
                           FUNCTION NUMVAL(SINIS-MONTANT)
                   END-IF
                   PERFORM CALCULE-CESSION-SINISTRE
                   PERFORM FIND-OR-ADD-REASSUREUR
                   MOVE SINIS-DEVISE TO WS-DEVISE-RECHERCHE
                   PERFORM FIND-OR-ADD-REASSUREUR-DEVISE
                   ADD 1 TO
                       WS-REA-NB-SINISTRES(WS-REA-POS, WS-REA-DEV-POS)
                   ADD WS-CES-BRUT TO
                       WS-REA-SIN-BRUT(WS-REA-POS, WS-REA-DEV-POS)
                   ADD WS-CES-CEDE TO
                       WS-REA-SIN-CEDE(WS-REA-POS, WS-REA-DEV-POS)
                   IF WS-BSL-COUNT >= WS-BSL-MAX
                       DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE "
                           "POUR LE BORDEREAU DE SINISTRES ("
                           WS-BSL-MAX "). ARRET DU TRAITEMENT."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BSL-COUNT
                   MOVE WS-REA-POS TO WS-BSL-REA(WS-BSL-COUNT)
                   MOVE SINIS-ID TO WS-BSL-SINIS-ID(WS-BSL-COUNT)
                   MOVE SINIS-ASSUR-ID TO WS-BSL-ASSUR-ID(WS-BSL-COUNT)
                   MOVE WS-TYPE-CANONIQUE TO
                       WS-BSL-PRODUIT(WS-BSL-COUNT)
                   MOVE SINIS-DEVISE TO WS-BSL-DEVISE(WS-BSL-COUNT)
                   MOVE SINIS-DATE TO WS-BSL-DATE(WS-BSL-COUNT)
                   MOVE SINIS-STATUT TO WS-BSL-STATUT(WS-BSL-COUNT)
                   MOVE WS-TRT-TAUX(WS-TRT-POS) TO
                       WS-BSL-TAUX(WS-BSL-COUNT)
                   MOVE WS-CES-BRUT TO WS-BSL-BRUT(WS-BSL-COUNT)
                   MOVE WS-CES-CEDE TO WS-BSL-CEDE(WS-BSL-COUNT)
               END-IF
           END-IF.

      *    Recherche le réassureur du traité WS-TRT-POS et l'ajoute
      *    s'il n'y est pas encore. Retourne la position dans
      *    WS-REA-POS.
       FIND-OR-ADD-REASSUREUR.
           MOVE 0 TO WS-REA-POS
           PERFORM VARYING WS-REA-IDX FROM 1 BY 1
                   UNTIL WS-REA-IDX > WS-REA-COUNT
               IF WS-REA-CODE(WS-REA-IDX) =
                       WS-TRT-REASSUREUR(WS-TRT-POS)
                   MOVE WS-REA-IDX TO WS-REA-POS
                   MOVE WS-REA-COUNT TO WS-REA-IDX
               END-IF
           END-PERFORM
           IF WS-REA-POS = 0
               IF WS-REA-COUNT >= WS-REA-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LES REASSUREURS (" WS-REA-MAX "). ARRET DU "
                       "TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REA-COUNT
               MOVE WS-REA-COUNT TO WS-REA-POS
               MOVE WS-TRT-REASSUREUR(WS-TRT-POS) TO
                   WS-REA-CODE(WS-REA-POS)
               MOVE ZERO TO WS-REA-DEV-COUNT(WS-REA-POS)
           END-IF.

      *    Recherche la devise WS-DEVISE-RECHERCHE chez le réassureur
      *    WS-REA-POS et l'ajoute si besoin. Retourne la position
      *    dans WS-REA-DEV-POS.
       FIND-OR-ADD-REASSUREUR-DEVISE.
           MOVE 0 TO WS-REA-DEV-POS
           PERFORM VARYING WS-REA-DEV-IDX FROM 1 BY 1
                   UNTIL WS-REA-DEV-IDX > WS-REA-DEV-COUNT(WS-REA-POS)
               IF WS-REA-DEV-CODE(WS-REA-POS, WS-REA-DEV-IDX) =
                       WS-DEVISE-RECHERCHE
                   MOVE WS-REA-DEV-IDX TO WS-REA-DEV-POS
                   MOVE WS-REA-DEV-COUNT(WS-REA-POS) TO WS-REA-DEV-IDX
               END-IF
           END-PERFORM

           IF WS-REA-DEV-POS = 0
               IF WS-REA-DEV-COUNT(WS-REA-POS) >= WS-REA-DEV-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LES DEVISES D'UN REASSUREUR ("
                       WS-REA-DEV-MAX "). ARRET DU TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REA-DEV-COUNT(WS-REA-POS)
               MOVE WS-REA-DEV-COUNT(WS-REA-POS) TO WS-REA-DEV-POS
               MOVE WS-DEVISE-RECHERCHE TO
                   WS-REA-DEV-CODE(WS-REA-POS, WS-REA-DEV-POS)
               MOVE ZERO TO
                   WS-REA-NB-PRIMES(WS-REA-POS, WS-REA-DEV-POS)
                   WS-REA-PRIMES-BRUT(WS-REA-POS, WS-REA-DEV-POS)
                   WS-REA-PRIMES-CEDE(WS-REA-POS, WS-REA-DEV-POS)
                   WS-REA-NB-SINISTRES(WS-REA-POS, WS-REA-DEV-POS)
                   WS-REA-SIN-BRUT(WS-REA-POS, WS-REA-DEV-POS)
                   WS-REA-SIN-CEDE(WS-REA-POS, WS-REA-DEV-POS)
           END-IF.

      *    Écrit le bordereau de primes : par réassureur, une ligne
      *    par police cédée puis les totaux de contrôle par devise.
       ECRIT-BORDEREAU-PRIMES.
           OPEN OUTPUT FICHIER-BORD-PRIMES
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Bordereau de primes cedees - Trimestre "
                   WS-TRIM-AAAA "T" WS-TRIM-T " (polices prenant "
                   "effet du " WS-DATE-DEBUT " au " WS-DATE-FIN
                   ") - Genere le: " WS-CURRENT-TIME(1:8)
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-BORD-PRIMES

           PERFORM VARYING WS-REA-IDX FROM 1 BY 1
                   UNTIL WS-REA-IDX > WS-REA-COUNT
               MOVE WS-BLANK-LINE TO WS-FOOTER-INFO
               PERFORM WRITE-LIGNE-BORD-PRIMES
               MOVE SPACES TO WS-FOOTER-INFO
               STRING "Reassureur: " WS-REA-CODE(WS-REA-IDX)
                       DELIMITED BY SIZE
                       INTO WS-FOOTER-INFO
               PERFORM WRITE-LIGNE-BORD-PRIMES
               PERFORM VARYING WS-BPL-IDX FROM 1 BY 1
                       UNTIL WS-BPL-IDX > WS-BPL-COUNT
                   IF WS-BPL-REA(WS-BPL-IDX) = WS-REA-IDX
                       PERFORM ECRIT-LIGNE-PRIME-CEDEE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-REA-DEV-IDX FROM 1 BY 1
                       UNTIL WS-REA-DEV-IDX >
                           WS-REA-DEV-COUNT(WS-REA-IDX)
                   IF WS-REA-NB-PRIMES(WS-REA-IDX, WS-REA-DEV-IDX)
                           > 0
                       MOVE WS-REA-PRIMES-BRUT(WS-REA-IDX,
                           WS-REA-DEV-IDX) TO WS-FORMATTED-TOT-BRUT
                       MOVE WS-REA-PRIMES-CEDE(WS-REA-IDX,
                           WS-REA-DEV-IDX) TO WS-FORMATTED-TOT-CEDE
                       MOVE SPACES TO WS-FOOTER-INFO
                       STRING "  Total "
                               WS-REA-DEV-CODE(WS-REA-IDX,
                                   WS-REA-DEV-IDX)
                               " - Polices: "
                               WS-REA-NB-PRIMES(WS-REA-IDX,
                                   WS-REA-DEV-IDX)
                               " - Primes brutes: "
                               WS-FORMATTED-TOT-BRUT
                               " - Primes cedees: "
                               WS-FORMATTED-TOT-CEDE
                               DELIMITED BY SIZE
                               INTO WS-FOOTER-INFO
                       PERFORM WRITE-LIGNE-BORD-PRIMES
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-BLANK-LINE TO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-BORD-PRIMES
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Polices actives prenant effet dans le trimestre: "
                   WS-TOTAL-POLICES-TRIM
                   " - Cedees: " WS-BPL-COUNT
                   " - Hors traite: " WS-TOTAL-POLICES-HORS
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-BORD-PRIMES
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Types non reconnus par la table TYPELK "
                   "(primes et sinistres): " WS-TOTAL-TYPES-INCONNUS
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-BORD-PRIMES
           CLOSE FICHIER-BORD-PRIMES.

      *    Écrit la ligne de la police cédée WS-BPL-IDX.
       ECRIT-LIGNE-PRIME-CEDEE.
           MOVE WS-BPL-BRUT(WS-BPL-IDX) TO WS-FORMATTED-BRUT
           MOVE WS-BPL-CEDE(WS-BPL-IDX) TO WS-FORMATTED-CEDE
           MOVE WS-BPL-TAUX(WS-BPL-IDX) TO WS-FORMATTED-TAUX
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "  " WS-BPL-ASSUR-ID(WS-BPL-IDX) " "
                   WS-BPL-PRODUIT(WS-BPL-IDX) " "
                   WS-BPL-DATE(WS-BPL-IDX) " "
                   WS-BPL-DEVISE(WS-BPL-IDX)
                   " Prime: " WS-FORMATTED-BRUT
                   " Taux: " WS-FORMATTED-TAUX " %"
                   " Cedee: " WS-FORMATTED-CEDE
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-BORD-PRIMES.

      *    Écrit WS-FOOTER-INFO sur le bordereau de primes.
       WRITE-LIGNE-BORD-PRIMES.
           MOVE WS-FOOTER-INFO TO WS-BP-DATA
           MOVE LENGTH OF WS-BP-DATA TO WS-BP-LENGTH
           WRITE BORD-PRIMES-REC FROM WS-BP-DATA.

      *    Écrit le bordereau de sinistres : par réassureur, une
      *    ligne par sinistre cédé puis les totaux de contrôle par
      *    devise.
       ECRIT-BORDEREAU-SINISTRES.
           OPEN OUTPUT FICHIER-BORD-SINISTRES
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Bordereau de sinistres cedes - Trimestre "
                   WS-TRIM-AAAA "T" WS-TRIM-T " (sinistres survenus "
                   "au plus tard le " WS-DATE-FIN ", charge au "
                   WS-CURRENT-TIME(1:8) ")"
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-BORD-SINISTRES

           PERFORM VARYING WS-REA-IDX FROM 1 BY 1
                   UNTIL WS-REA-IDX > WS-REA-COUNT
               MOVE WS-BLANK-LINE TO WS-FOOTER-INFO
               PERFORM WRITE-LIGNE-BORD-SINISTRES
               MOVE SPACES TO WS-FOOTER-INFO
               STRING "Reassureur: " WS-REA-CODE(WS-REA-IDX)
                       DELIMITED BY SIZE
                       INTO WS-FOOTER-INFO
               PERFORM WRITE-LIGNE-BORD-SINISTRES
               PERFORM VARYING WS-BSL-IDX FROM 1 BY 1
                       UNTIL WS-BSL-IDX > WS-BSL-COUNT
                   IF WS-BSL-REA(WS-BSL-IDX) = WS-REA-IDX
                       PERFORM ECRIT-LIGNE-SINISTRE-CEDE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-REA-DEV-IDX FROM 1 BY 1
                       UNTIL WS-REA-DEV-IDX >
                           WS-REA-DEV-COUNT(WS-REA-IDX)
                   IF WS-REA-NB-SINISTRES(WS-REA-IDX, WS-REA-DEV-IDX)
                           > 0
                       MOVE WS-REA-SIN-BRUT(WS-REA-IDX,
                           WS-REA-DEV-IDX) TO WS-FORMATTED-TOT-BRUT
                       MOVE WS-REA-SIN-CEDE(WS-REA-IDX,
                           WS-REA-DEV-IDX) TO WS-FORMATTED-TOT-CEDE
                       MOVE SPACES TO WS-FOOTER-INFO
                       STRING "  Total "
                               WS-REA-DEV-CODE(WS-REA-IDX,
                                   WS-REA-DEV-IDX)
                               " - Sinistres: "
                               WS-REA-NB-SINISTRES(WS-REA-IDX,
                                   WS-REA-DEV-IDX)
                               " - Charge brute: "
                               WS-FORMATTED-TOT-BRUT
                               " - Charge cedee: "
                               WS-FORMATTED-TOT-CEDE
                               DELIMITED BY SIZE
                               INTO WS-FOOTER-INFO
                       PERFORM WRITE-LIGNE-BORD-SINISTRES
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-BLANK-LINE TO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-BORD-SINISTRES
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Sinistres survenus au plus tard en fin de "
                   "trimestre: " WS-TOTAL-SINISTRES
                   " - Cedes: " WS-BSL-COUNT
                   " - Hors traite: " WS-TOTAL-SIN-HORS
                   " - Sans police: " WS-TOTAL-SIN-ORPHELINS
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-BORD-SINISTRES
           CLOSE FICHIER-BORD-SINISTRES.

      *    Écrit la ligne du sinistre cédé WS-BSL-IDX.
       ECRIT-LIGNE-SINISTRE-CEDE.
           MOVE WS-BSL-BRUT(WS-BSL-IDX) TO WS-FORMATTED-BRUT
           MOVE WS-BSL-CEDE(WS-BSL-IDX) TO WS-FORMATTED-CEDE
           MOVE WS-BSL-TAUX(WS-BSL-IDX) TO WS-FORMATTED-TAUX
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "  " WS-BSL-SINIS-ID(WS-BSL-IDX) " "
                   WS-BSL-ASSUR-ID(WS-BSL-IDX) " "
                   WS-BSL-PRODUIT(WS-BSL-IDX) " "
                   WS-BSL-DATE(WS-BSL-IDX) " "
                   WS-BSL-STATUT(WS-BSL-IDX) " "
                   WS-BSL-DEVISE(WS-BSL-IDX)
                   " Charge: " WS-FORMATTED-BRUT
                   " Taux: " WS-FORMATTED-TAUX " %"
                   " Cedee: " WS-FORMATTED-CEDE
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-BORD-SINISTRES.

      *    Écrit WS-FOOTER-INFO sur le bordereau de sinistres.
       WRITE-LIGNE-BORD-SINISTRES.
           MOVE WS-FOOTER-INFO TO WS-BS-DATA
           MOVE LENGTH OF WS-BS-DATA TO WS-BS-LENGTH
           WRITE BORD-SINISTRES-REC FROM WS-BS-DATA.

      *    Recherche un code de statut brut dans la table partagée et
      *    renvoie son statut canonique et son orthographe (même
      *    paragraphe que dans ASSUREXT).
       LOOKUP-STATUT.
           SET STATUT-NON-TROUVE TO TRUE
           MOVE SPACES TO WS-STATUT-CANONIQUE
           MOVE SPACE TO WS-STATUT-SPELLING
           PERFORM VARYING WS-STATUT-IDX FROM 1 BY 1
                   UNTIL WS-STATUT-IDX > 4
               IF WS-STATUT-RECHERCHE = WS-STATUT-RAW(WS-STATUT-IDX)
                   MOVE WS-STATUT-CANON(WS-STATUT-IDX)
                       TO WS-STATUT-CANONIQUE
                   MOVE WS-STATUT-SPELL(WS-STATUT-IDX)
                       TO WS-STATUT-SPELLING
                   SET STATUT-TROUVE TO TRUE
                   SET WS-STATUT-IDX TO 4
               END-IF
           END-PERFORM.

      *    Recherche un libellé de type brut dans la table TYPELK et
      *    renvoie son code produit canonique (même paragraphe que
      *    dans ASSUREXT).
       LOOKUP-TYPE.
           SET TYPE-NON-TROUVE TO TRUE
           MOVE SPACES TO WS-TYPE-CANONIQUE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 8
               IF WS-TYPE-RECHERCHE = WS-TYPE-RAW(WS-TYPE-IDX)
                   MOVE WS-TYPE-CANON(WS-TYPE-IDX)
                       TO WS-TYPE-CANONIQUE
                   SET TYPE-TROUVE TO TRUE
                   SET WS-TYPE-IDX TO 8
               END-IF
           END-PERFORM.

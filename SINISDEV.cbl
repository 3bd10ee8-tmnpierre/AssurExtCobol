      *    *************************************************************
      *    PROGRAMME SINISDEV
      *    Triangles de développement des sinistres : à partir du
      *    grand livre des transactions de sinistres entretenu par
      *    SINISMNT (transactions-sinistres.dat), cumule par ligne de
      *    produit canonique (table TYPELK, comme SINISRPT), par
      *    devise et par année de survenance les règlements et la
      *    charge (réglé + réserve), développés par année de
      *    développement (année de la transaction - année de
      *    survenance). Les actuaires reconstituaient jusqu'ici ces
      *    triangles à la main à partir des listings de règlements.
      *    Le rapport couvre les dix dernières années de survenance
      *    jusqu'à la date d'arrêté (carte DATE-ARRETE de
      *    assurext-params.dat, sinon la date du jour) ; les
      *    transactions postérieures à l'arrêté sont ignorées, ce qui
      *    permet de refaire un triangle à une date passée. Les
      *    montants sont cumulés d'une colonne à l'autre ; les cases
      *    au-delà de la diagonale (développement pas encore atteint)
      *    restent à blanc.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINISDEV.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier des sinistres (voir copybooks/SINISREC.cpy), relu
      *    en séquentiel pour la date de survenance et la devise de
      *    chaque sinistre.
           SELECT FICHIER-SINISTRES ASSIGN TO 'sinistres.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SINIS-ID
               FILE STATUS IS WS-SINIS-FILE-STATUS.

      *    Fichier maître des polices, consulté par clé pour la ligne
      *    de produit de la police de chaque sinistre.
           SELECT FICHIER-MASTER ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASSUR-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      *    Grand livre des transactions de sinistres (voir
      *    copybooks/TRSREC.cpy), relu en séquentiel.
           SELECT FICHIER-TRANSACTIONS ASSIGN TO
                   'transactions-sinistres.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRS-FILE-STATUS.

      *    Rapport des triangles, recréé à chaque exécution.
           SELECT FICHIER-RAPPORT ASSIGN TO 'rapport-triangles.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Carte de paramètres partagée avec ASSUREXT : seule la
      *    carte DATE-ARRETE est exploitée ici (comme dans ASSURENC).
           SELECT FICHIER-PARAMETRES ASSIGN TO 'assurext-params.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Voir copybooks/SINISREC.cpy.
       FD  FICHIER-SINISTRES.
       01  SINIS-REC.
           COPY SINISREC.

      *    Voir copybooks/MASTERREC.cpy : mêmes noms de champs que
      *    l'ancien FICHIER-ASSUR-PART1, plus ASSUR-SOURCE ('1'/'2').
       FD  FICHIER-MASTER.
       01  ASSUR-REC.
           COPY MASTERREC.

      *    Voir copybooks/TRSREC.cpy.
       FD  FICHIER-TRANSACTIONS.
       01  TRS-REC.
           COPY TRSREC.

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

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-SINIS-FILE-STATUS    PIC XX.
       01  WS-MASTER-FILE-STATUS   PIC XX.
       01  WS-TRS-FILE-STATUS      PIC XX.
       01  WS-PARAM-FILE-STATUS    PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).
       01  WS-BLANK-LINE           PIC X(147) VALUE SPACES.
       01  WS-FOOTER-INFO          PIC X(147).
       01  WS-LIGNE-POINTER        PIC 9(3) VALUE 1.

      *    Date d'arrêté des triangles (carte DATE-ARRETE de
      *    assurext-params.dat si valide, sinon date du jour) et
      *    première année de survenance couverte (arrêté - 9).
       01  WS-DATE-ARRETE          PIC X(8).
       01  WS-DATE-ARRETE-NUM      PIC 9(8).
       01  WS-PARAM-MM             PIC 9(2).
       01  WS-PARAM-JJ             PIC 9(2).
       01  WS-ANNEE-ARRETE         PIC 9(4) VALUE ZERO.
       01  WS-ANNEE-PREMIERE       PIC 9(4) VALUE ZERO.

      *    Compteurs du traitement.
       01  WS-TOTAL-SINISTRES      PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SIN-ORPHELINS  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-TYPES-INCONNUS PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-TRANSACTIONS   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-TRS-RETENUES   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-TRS-POSTERIEURES
                                   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-TRS-ORPHELINES PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-TRS-HORS-VENTIL
                                   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-TRS-ANCIENNES  PIC 9(7) VALUE ZERO.

      *    Résultat de la lecture par clé du fichier maître pour le
      *    sinistre en cours.
       01  WS-MASTER-TROUVE-SW     PIC X VALUE 'N'.
           88  MASTER-TROUVE               VALUE 'Y'.
           88  MASTER-NON-TROUVE           VALUE 'N'.

      *    Table de correspondance des types de produit (voir
      *    copybooks/TYPELK.cpy).
           COPY TYPELK.

      *    Sinistres chargés en mémoire dans l'ordre des clés du
      *    fichier indexé (SINIS-ID croissant), ce qui permet de
      *    rattacher chaque ligne du grand livre à son sinistre par
      *    recherche dichotomique (SEARCH ALL) : le grand livre
      *    compte plusieurs lignes par sinistre et une recherche
      *    séquentielle deviendrait vite prohibitive. Pour chaque
      *    sinistre : année de survenance et position du triangle
      *    (ligne de produit x devise) où il est ventilé, zéro si sa
      *    police est absente du maître ou de type non reconnu.
       01  WS-SIN-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-SIN-MAX              PIC 9(6) VALUE 40000.
       01  WS-SIN-TABLE.
           05  WS-SIN-ENTRY OCCURS 1 TO 40000 TIMES
                   DEPENDING ON WS-SIN-COUNT
                   ASCENDING KEY IS WS-SIN-ID
                   INDEXED BY WS-SIN-NDX.
               10  WS-SIN-ID               PIC X(8).
               10  WS-SIN-ANNEE            PIC 9(4).
               10  WS-SIN-TRI-POS          PIC 9(3).

      *    Triangles par ligne de produit canonique et devise : pour
      *    chacune des dix années de survenance (1 = arrêté - 9,
      *    10 = année de l'arrêté) et des dix années de développement
      *    (1 = année de survenance, 10 = neuf ans après), les
      *    règlements et la variation de charge de l'année
      *    (incréments, cumulés à l'impression).
       01  WS-TRI-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-TRI-MAX              PIC 9(3) VALUE 60.
       01  WS-TRI-TABLE.
           05  WS-TRI-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-TRI-COUNT.
               10  WS-TRI-PRODUIT          PIC X(4).
               10  WS-TRI-DEVISE           PIC X(3).
               10  WS-TRI-NB-SINISTRES     PIC 9(6) VALUE ZERO.
               10  WS-TRI-SURVENANCE OCCURS 10 TIMES.
                   15  WS-TRI-DEVELOPPEMENT OCCURS 10 TIMES.
                       20  WS-TRI-REGLE    PIC S9(11)V99 VALUE ZERO.
                       20  WS-TRI-CHARGE   PIC S9(11)V99 VALUE ZERO.
       01  WS-TRI-IDX              PIC 9(3) VALUE ZERO.
       01  WS-TRI-POS              PIC 9(3) VALUE ZERO.
       01  WS-SURV-IDX             PIC 9(2) VALUE ZERO.
       01  WS-DEV-IDX              PIC 9(2) VALUE ZERO.
       01  WS-DEV-MAX-LIGNE        PIC 9(2) VALUE ZERO.
       01  WS-DEVISE-RECHERCHE     PIC X(3).

      *    Années de la transaction en cours et écart de
      *    développement.
       01  WS-ANNEE-SURVENANCE     PIC 9(4) VALUE ZERO.
       01  WS-ANNEE-TRANSACTION    PIC 9(4) VALUE ZERO.
       01  WS-ECART-ANNEES         PIC S9(4) VALUE ZERO.

      *    Cumuls d'une ligne du triangle en cours d'impression et
      *    zones d'édition.
       01  WS-TRIANGLE-SW          PIC X VALUE 'R'.
           88  TRIANGLE-REGLEMENTS         VALUE 'R'.
           88  TRIANGLE-CHARGE             VALUE 'C'.
       01  WS-CUMUL-LIGNE          PIC S9(11)V99 VALUE ZERO.
       01  WS-FORMATTED-CUMUL      PIC -ZZZ,ZZZ,ZZ9.
       01  WS-FORMATTED-DEV        PIC Z9.
       01  WS-ANNEE-LIGNE          PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME
           MOVE WS-CURRENT-TIME(1:8) TO WS-DATE-ARRETE

      *    Date d'arrêté éventuelle de la carte de paramètres.
           PERFORM LIT-FICHIER-PARAMETRES
           MOVE WS-DATE-ARRETE(1:4) TO WS-ANNEE-ARRETE
           COMPUTE WS-ANNEE-PREMIERE = WS-ANNEE-ARRETE - 9

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

           OPEN INPUT FICHIER-TRANSACTIONS
           IF WS-TRS-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: OUVERTURE DU GRAND LIVRE DES "
                   "TRANSACTIONS DE SINISTRES IMPOSSIBLE (STATUT "
                   WS-TRS-FILE-STATUS "). LE FICHIER EST ECRIT PAR "
                   "SINISMNT (OU SINISMIG A LA REPRISE)."
               CLOSE FICHIER-MASTER
               CLOSE FICHIER-SINISTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FICHIER-RAPPORT

      *    Premier passage : chargement des sinistres et de leur
      *    ventilation (ligne de produit de la police, devise).
           PERFORM CHARGE-SINISTRES

      *    Second passage : chaque transaction du grand livre est
      *    cumulée dans la case de son sinistre.
           PERFORM CUMULE-TRANSACTIONS

           CLOSE FICHIER-MASTER
           CLOSE FICHIER-SINISTRES
           CLOSE FICHIER-TRANSACTIONS

      *    Impression des triangles.
           PERFORM ECRIT-RAPPORT-TRIANGLES

           CLOSE FICHIER-RAPPORT

           DISPLAY "TRIANGLES DE DEVELOPPEMENT TERMINES: "
               WS-TOTAL-TRANSACTIONS " TRANSACTION(S) LUE(S), "
               WS-TOTAL-TRS-RETENUES " RETENUE(S), "
               WS-TRI-COUNT " TRIANGLE(S) PRODUIT/DEVISE."
           IF WS-TOTAL-TRS-ORPHELINES > 0 OR
                   WS-TOTAL-TRS-HORS-VENTIL > 0
               DISPLAY "ATTENTION: TRANSACTIONS HORS VENTILATION "
                   "(VOIR rapport-triangles.dat)."
           END-IF
           STOP RUN.

      *    Lit la carte de paramètres partagée avec ASSUREXT et
      *    retient la carte DATE-ARRETE si elle est fournie et valide
      *    (même paragraphe que dans ASSURENC).
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
      *    ASSUREXT) et la retient comme date d'arrêté des triangles.
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

      *    Relit le fichier des sinistres dans l'ordre des clés et
      *    charge chaque sinistre en mémoire avec son année de
      *    survenance et son triangle (ligne de produit de sa police
      *    via TYPELK, devise du sinistre).
       CHARGE-SINISTRES.
           PERFORM UNTIL WS-SINIS-FILE-STATUS = '10'
               READ FICHIER-SINISTRES
                   AT END
                       MOVE '10' TO WS-SINIS-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-SINISTRES
                       IF WS-SIN-COUNT >= WS-SIN-MAX
                           DISPLAY "ERREUR: CAPACITE MAXIMALE "
                               "ATTEINTE POUR LES SINISTRES ("
                               WS-SIN-MAX "). ARRET DU TRAITEMENT."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SIN-COUNT
                       MOVE SINIS-ID TO WS-SIN-ID(WS-SIN-COUNT)
                       MOVE ZERO TO WS-SIN-ANNEE(WS-SIN-COUNT)
                       IF SINIS-DATE NUMERIC
                           MOVE SINIS-DATE(1:4) TO
                               WS-SIN-ANNEE(WS-SIN-COUNT)
                       END-IF
                       PERFORM VENTILE-SINISTRE
                       MOVE WS-TRI-POS TO WS-SIN-TRI-POS(WS-SIN-COUNT)
               END-READ
           END-PERFORM.

      *    Rattache le sinistre courant (SINIS-REC) au triangle de la
      *    ligne de produit de sa police et de sa devise. Retourne la
      *    position dans WS-TRI-POS, zéro si la police est absente du
      *    maître ou de type non reconnu par TYPELK.
       VENTILE-SINISTRE.
           MOVE 0 TO WS-TRI-POS
           SET MASTER-NON-TROUVE TO TRUE
           MOVE SPACES TO ASSUR-REC
           MOVE SINIS-ASSUR-ID TO ASSUR-ID
           READ FICHIER-MASTER
               INVALID KEY
                   SET MASTER-NON-TROUVE TO TRUE
               NOT INVALID KEY
                   SET MASTER-TROUVE TO TRUE
           END-READ
           IF MASTER-NON-TROUVE
               ADD 1 TO WS-TOTAL-SIN-ORPHELINS
           ELSE
               MOVE ASSUR-TYPE TO WS-TYPE-RECHERCHE
               PERFORM LOOKUP-TYPE
               IF TYPE-NON-TROUVE
                   ADD 1 TO WS-TOTAL-TYPES-INCONNUS
               ELSE
                   MOVE SINIS-DEVISE TO WS-DEVISE-RECHERCHE
                   PERFORM FIND-OR-ADD-TRIANGLE
                   ADD 1 TO WS-TRI-NB-SINISTRES(WS-TRI-POS)
               END-IF
           END-IF.

      *    Relit le grand livre des transactions et cumule chaque
      *    transaction antérieure ou égale à l'arrêté dans le
      *    triangle de son sinistre.
       CUMULE-TRANSACTIONS.
           PERFORM UNTIL WS-TRS-FILE-STATUS = '10'
               READ FICHIER-TRANSACTIONS
                   AT END
                       MOVE '10' TO WS-TRS-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-TRANSACTIONS
                       IF TRS-DATE > WS-DATE-ARRETE
                           ADD 1 TO WS-TOTAL-TRS-POSTERIEURES
                       ELSE
                           PERFORM RATTACHE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.

      *    Retrouve le sinistre de la transaction courante (SEARCH
      *    ALL sur la table triée par SINIS-ID) et la cumule dans sa
      *    case de survenance/développement. Une transaction dont le
      *    sinistre a disparu du fichier, ou dont le sinistre n'est
      *    pas ventilable, est comptée à part.
       RATTACHE-TRANSACTION.
           SEARCH ALL WS-SIN-ENTRY
               AT END
                   ADD 1 TO WS-TOTAL-TRS-ORPHELINES
               WHEN WS-SIN-ID(WS-SIN-NDX) = TRS-SINIS-ID
                   IF WS-SIN-TRI-POS(WS-SIN-NDX) = 0 OR
                           WS-SIN-ANNEE(WS-SIN-NDX) = 0 OR
                           TRS-DATE(1:4) NOT NUMERIC
                       ADD 1 TO WS-TOTAL-TRS-HORS-VENTIL
                   ELSE
                       PERFORM CUMULE-UNE-TRANSACTION
                   END-IF
           END-SEARCH.

      *    Cumule la transaction courante dans la case (année de
      *    survenance, année de développement) du triangle de son
      *    sinistre (WS-SIN-NDX). Une survenance antérieure aux dix
      *    années couvertes est comptée à part ; une transaction datée
      *    avant la survenance (reprise) tombe en développement 0.
       CUMULE-UNE-TRANSACTION.
           MOVE WS-SIN-ANNEE(WS-SIN-NDX) TO WS-ANNEE-SURVENANCE
           MOVE TRS-DATE(1:4) TO WS-ANNEE-TRANSACTION
           IF WS-ANNEE-SURVENANCE < WS-ANNEE-PREMIERE OR
                   WS-ANNEE-SURVENANCE > WS-ANNEE-ARRETE
               ADD 1 TO WS-TOTAL-TRS-ANCIENNES
           ELSE
               ADD 1 TO WS-TOTAL-TRS-RETENUES
               MOVE WS-SIN-TRI-POS(WS-SIN-NDX) TO WS-TRI-POS
               COMPUTE WS-SURV-IDX =
                   WS-ANNEE-SURVENANCE - WS-ANNEE-PREMIERE + 1
               COMPUTE WS-ECART-ANNEES =
                   WS-ANNEE-TRANSACTION - WS-ANNEE-SURVENANCE
               IF WS-ECART-ANNEES < 0
                   MOVE 0 TO WS-ECART-ANNEES
               END-IF
               COMPUTE WS-DEV-IDX = WS-ECART-ANNEES + 1
               ADD TRS-REGLE TO
                   WS-TRI-REGLE(WS-TRI-POS, WS-SURV-IDX, WS-DEV-IDX)
               COMPUTE WS-TRI-CHARGE(WS-TRI-POS, WS-SURV-IDX,
                       WS-DEV-IDX) =
                   WS-TRI-CHARGE(WS-TRI-POS, WS-SURV-IDX, WS-DEV-IDX)
                   + TRS-REGLE + TRS-VAR-RESERVE
           END-IF.

      *    Écrit le rapport : en-tête, puis pour chaque ligne de
      *    produit et devise le triangle des règlements cumulés et
      *    celui de la charge cumulée, enfin les compteurs de
      *    rapprochement.
       ECRIT-RAPPORT-TRIANGLES.
           MOVE "Triangles de developpement des sinistres" TO
               WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA

           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Date d'arrete: " WS-DATE-ARRETE
                   " - Genere le: " WS-CURRENT-TIME(1:8)
                   " - Survenances " WS-ANNEE-PREMIERE
                   " a " WS-ANNEE-ARRETE
                   " - Montants cumules, en unites de la devise"
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA

           PERFORM VARYING WS-TRI-IDX FROM 1 BY 1
                   UNTIL WS-TRI-IDX > WS-TRI-COUNT
               WRITE RAPPORT-REC FROM WS-BLANK-LINE
               MOVE SPACES TO WS-FOOTER-INFO
               STRING "Ligne de produit " WS-TRI-PRODUIT(WS-TRI-IDX)
                       " - Devise " WS-TRI-DEVISE(WS-TRI-IDX)
                       " - Sinistres: "
                       WS-TRI-NB-SINISTRES(WS-TRI-IDX)
                       DELIMITED BY SIZE
                       INTO WS-FOOTER-INFO
               MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
               MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
               WRITE RAPPORT-REC FROM WS-RAPPORT-DATA

               SET TRIANGLE-REGLEMENTS TO TRUE
               PERFORM ECRIT-UN-TRIANGLE
               SET TRIANGLE-CHARGE TO TRUE
               PERFORM ECRIT-UN-TRIANGLE
           END-PERFORM

           IF WS-TRI-COUNT = 0
               WRITE RAPPORT-REC FROM WS-BLANK-LINE
               MOVE "Aucun sinistre ventilable." TO WS-RAPPORT-DATA
               MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
               WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           END-IF

           WRITE RAPPORT-REC FROM WS-BLANK-LINE
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Sinistres lus: " WS-TOTAL-SINISTRES
                   " Sans police: " WS-TOTAL-SIN-ORPHELINS
                   " Types non reconnus par TYPELK: "
                   WS-TOTAL-TYPES-INCONNUS
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA

           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Transactions lues: " WS-TOTAL-TRANSACTIONS
                   " Retenues: " WS-TOTAL-TRS-RETENUES
                   " Posterieures a l'arrete: "
                   WS-TOTAL-TRS-POSTERIEURES
                   " Survenance anterieure: " WS-TOTAL-TRS-ANCIENNES
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA

           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Transactions sans sinistre au fichier: "
                   WS-TOTAL-TRS-ORPHELINES
                   " Sinistre non ventilable: "
                   WS-TOTAL-TRS-HORS-VENTIL
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA.

      *    Écrit le triangle des règlements ou de la charge
      *    (WS-TRIANGLE-SW) du triangle produit/devise WS-TRI-IDX :
      *    une ligne d'en-tête des années de développement, puis une
      *    ligne par année de survenance.
       ECRIT-UN-TRIANGLE.
           IF TRIANGLE-REGLEMENTS
               MOVE "  Reglements cumules" TO WS-RAPPORT-DATA
           ELSE
               MOVE "  Charge cumulee (regle + reserve)" TO
                   WS-RAPPORT-DATA
           END-IF
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA

           MOVE SPACES TO WS-FOOTER-INFO
           MOVE 1 TO WS-LIGNE-POINTER
           STRING "  Surv." DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
                   WITH POINTER WS-LIGNE-POINTER
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > 10
               COMPUTE WS-FORMATTED-DEV = WS-DEV-IDX - 1
               STRING "       Dev " WS-FORMATTED-DEV
                       DELIMITED BY SIZE
                       INTO WS-FOOTER-INFO
                       WITH POINTER WS-LIGNE-POINTER
           END-PERFORM
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA

           PERFORM VARYING WS-SURV-IDX FROM 1 BY 1
                   UNTIL WS-SURV-IDX > 10
               PERFORM ECRIT-LIGNE-TRIANGLE
           END-PERFORM.

      *    Écrit la ligne de l'année de survenance WS-SURV-IDX :
      *    montants cumulés jusqu'à la diagonale (année de l'arrêté),
      *    cases suivantes à blanc.
       ECRIT-LIGNE-TRIANGLE.
           COMPUTE WS-ANNEE-LIGNE = WS-ANNEE-PREMIERE + WS-SURV-IDX - 1
           COMPUTE WS-DEV-MAX-LIGNE = WS-ANNEE-ARRETE -
               WS-ANNEE-LIGNE + 1
           MOVE ZERO TO WS-CUMUL-LIGNE
           MOVE SPACES TO WS-FOOTER-INFO
           MOVE 1 TO WS-LIGNE-POINTER
           STRING "   " WS-ANNEE-LIGNE DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
                   WITH POINTER WS-LIGNE-POINTER
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > WS-DEV-MAX-LIGNE
               IF TRIANGLE-REGLEMENTS
                   ADD WS-TRI-REGLE(WS-TRI-IDX, WS-SURV-IDX,
                       WS-DEV-IDX) TO WS-CUMUL-LIGNE
               ELSE
                   ADD WS-TRI-CHARGE(WS-TRI-IDX, WS-SURV-IDX,
                       WS-DEV-IDX) TO WS-CUMUL-LIGNE
               END-IF
               MOVE WS-CUMUL-LIGNE TO WS-FORMATTED-CUMUL
               STRING " " WS-FORMATTED-CUMUL DELIMITED BY SIZE
                       INTO WS-FOOTER-INFO
                       WITH POINTER WS-LIGNE-POINTER
           END-PERFORM
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA.

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

      *    Recherche le triangle de la ligne de produit
      *    WS-TYPE-CANONIQUE et de la devise WS-DEVISE-RECHERCHE, ou
      *    en crée un nouveau (même mécanique que FIND-OR-ADD-PRODUIT
      *    dans SINISRPT). Retourne la position dans WS-TRI-POS.
       FIND-OR-ADD-TRIANGLE.
           MOVE 0 TO WS-TRI-POS
           IF WS-TRI-COUNT > 0
               PERFORM VARYING WS-TRI-IDX FROM 1 BY 1
                       UNTIL WS-TRI-IDX > WS-TRI-COUNT
                   IF WS-TRI-PRODUIT(WS-TRI-IDX) = WS-TYPE-CANONIQUE
                           AND WS-TRI-DEVISE(WS-TRI-IDX) =
                           WS-DEVISE-RECHERCHE
                       MOVE WS-TRI-IDX TO WS-TRI-POS
                       MOVE WS-TRI-COUNT TO WS-TRI-IDX
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TRI-POS = 0
               IF WS-TRI-COUNT >= WS-TRI-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LES TRIANGLES PRODUIT/DEVISE (" WS-TRI-MAX
                       "). ARRET DU TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRI-COUNT
               MOVE WS-TRI-COUNT TO WS-TRI-POS
               MOVE WS-TYPE-CANONIQUE TO WS-TRI-PRODUIT(WS-TRI-POS)
               MOVE WS-DEVISE-RECHERCHE TO WS-TRI-DEVISE(WS-TRI-POS)
               MOVE ZERO TO WS-TRI-NB-SINISTRES(WS-TRI-POS)
               PERFORM VARYING WS-SURV-IDX FROM 1 BY 1
                       UNTIL WS-SURV-IDX > 10
                   PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                           UNTIL WS-DEV-IDX > 10
                       MOVE ZERO TO WS-TRI-REGLE(WS-TRI-POS,
                           WS-SURV-IDX, WS-DEV-IDX)
                       MOVE ZERO TO WS-TRI-CHARGE(WS-TRI-POS,
                           WS-SURV-IDX, WS-DEV-IDX)
                   END-PERFORM
               END-PERFORM
           END-IF.

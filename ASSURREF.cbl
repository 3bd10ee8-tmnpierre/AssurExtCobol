      *    *************************************************************
      *    PROGRAMME ASSURREF
      *    Audit d'intégrité référentielle entre le fichier maître et
      *    les fichiers qui pointent vers lui, à planifier à côté
      *    d'ASSURCHK : ASSURCHK ne contrôle que le maître contre son
      *    enregistrement de contrôle, et rien ne vérifiait que les
      *    liens des autres fichiers tenaient toujours (purge par
      *    ASSURPRG, client renuméroté, courtier retiré du barème...).
      *    Le programme relit chaque fichier et relève, par catégorie :
      *      1 - quittance (quittances.dat) sur une police absente du
      *          maître ;
      *      2 - sinistre (sinistres.dat) sur une police absente du
      *          maître ;
      *      3 - police dont ASSUR-CLIENT est absent de clients.dat ;
      *      4 - quittance dont QUIT-CLIENT ne correspond plus à
      *          l'ASSUR-CLIENT de sa police ;
      *      5 - police dont ASSUR-COURTIER n'a aucune ligne dans le
      *          barème des commissions (taux-commissions.dat) ;
      *      6 - suspension encore ouverte dans l'historique des
      *          suspensions (appariement S/A comme dans SUSPAGE) sur
      *          une police au statut 'Actif'.
      *    Un ASSUR-CLIENT, un QUIT-CLIENT ou un ASSUR-COURTIER à
      *    blanc n'est pas un lien (client non rapproché, affaire
      *    directe) et n'est pas relevé. Chaque lien rompu est listé
      *    au rapport avec sa catégorie, suivi des compteurs par
      *    catégorie. RETURN-CODE : 0 liens sains, 8 liens rompus
      *    relevés (voir le rapport), 16 fichier maître inaccessible.
      *    Comme pour ASSURCHK, toute valeur non nulle doit arrêter la
      *    chaîne.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURREF.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître. ACCESS DYNAMIC : relu d'abord en séquentiel
      *    pour les contrôles client et courtier, puis consulté par
      *    clé pour les quittances, les sinistres et les suspensions.
           SELECT FICHIER-MASTER ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSUR-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      *    Fichier de référence des clients, consulté par clé.
           SELECT FICHIER-CLIENTS ASSIGN TO 'clients.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-FILE-STATUS.

      *    Barème des commissions (même agencement que dans
      *    COMMSTMT), chargé en mémoire pour la liste des courtiers.
           SELECT FICHIER-BAREME ASSIGN TO 'taux-commissions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BAR-FILE-STATUS.

      *    Fichier des quittances (voir copybooks/QUITREC.cpy).
           SELECT FICHIER-QUITTANCES ASSIGN TO 'quittances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUIT-FILE-STATUS.

      *    Fichier des sinistres écrit par SINISMNT (voir
      *    copybooks/SINISREC.cpy), relu en séquentiel.
           SELECT FICHIER-SINISTRES ASSIGN TO 'sinistres.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SINIS-ID
               FILE STATUS IS WS-SINIS-FILE-STATUS.

      *    Historique des suspensions écrit par ASSURMNT (voir
      *    copybooks/SUSPREC.cpy).
           SELECT FICHIER-SUSPENSIONS ASSIGN TO
                   'historique-suspensions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

      *    Rapport des liens rompus, recréé à chaque exécution.
           SELECT FICHIER-ANOMALIES ASSIGN TO
                   'rapport-controle-references.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Voir copybooks/MASTERREC.cpy : mêmes noms de champs que
      *    l'ancien FICHIER-ASSUR-PART1, plus ASSUR-SOURCE ('1'/'2').
       FD  FICHIER-MASTER.
       01  ASSUR-REC.
           COPY MASTERREC.

      *    Voir copybooks/CLIREC.cpy.
       FD  FICHIER-CLIENTS.
       01  CLI-REC.
           COPY CLIREC.

       FD  FICHIER-BAREME.
       01  BAREME-REC.
           05  BAR-COURTIER        PIC X(6).
           05  FILLER              PIC X(1).
           05  BAR-PRODUIT         PIC X(4).
           05  FILLER              PIC X(1).
           05  BAR-TAUX            PIC X(8).

      *    Voir copybooks/QUITREC.cpy.
       FD  FICHIER-QUITTANCES.
       01  QUIT-REC.
           COPY QUITREC.

      *    Voir copybooks/SINISREC.cpy.
       FD  FICHIER-SINISTRES.
       01  SINIS-REC.
           COPY SINISREC.

      *    Voir copybooks/SUSPREC.cpy.
       FD  FICHIER-SUSPENSIONS.
       01  SUSPENSION-REC.
           COPY SUSPREC.

       FD  FICHIER-ANOMALIES.
       01  ANOMALIE-REC.
           05  WS-ANOMALIE-LENGTH  PIC 9(3).
           05  WS-ANOMALIE-DATA    PIC X(120).

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-MASTER-FILE-STATUS   PIC XX.
       01  WS-CLI-FILE-STATUS      PIC XX.
       01  WS-BAR-FILE-STATUS      PIC XX.
       01  WS-QUIT-FILE-STATUS     PIC XX.
       01  WS-SINIS-FILE-STATUS    PIC XX.
       01  WS-SUSP-FILE-STATUS     PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).

      *    Disponibilité du fichier des clients.
       01  WS-CLIENTS-SW           PIC X VALUE 'N'.
           88  CLIENTS-DISPONIBLES         VALUE 'Y'.
           88  CLIENTS-ABSENTS             VALUE 'N'.

      *    Résultat de la lecture par clé du fichier maître.
       01  WS-MASTER-TROUVE-SW     PIC X VALUE 'N'.
           88  MASTER-TROUVE               VALUE 'Y'.
           88  MASTER-NON-TROUVE           VALUE 'N'.

      *    Table de correspondance des statuts (voir
      *    copybooks/STATUTLK.cpy).
           COPY STATUTLK.

      *    Courtiers présents au barème des commissions (une entrée
      *    par code courtier, quelle que soit la ligne de produit).
       01  WS-CRT-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-CRT-MAX              PIC 9(4) VALUE 500.
       01  WS-CRT-TABLE.
           05  WS-CRT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CRT-COUNT.
               10  WS-CRT-CODE             PIC X(6).
       01  WS-CRT-IDX              PIC 9(4) VALUE ZERO.
       01  WS-CRT-POS              PIC 9(4) VALUE ZERO.
       01  WS-COURTIER-RECHERCHE   PIC X(6).

      *    Suspensions par police : la dernière ligne 'S' lue,
      *    effacée par une ligne 'A' postérieure (même table que dans
      *    SUSPAGE).
       01  WS-SO-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-SO-MAX               PIC 9(5) VALUE 10000.
       01  WS-SO-TABLE.
           05  WS-SO-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-SO-COUNT.
               10  WS-SO-ID                PIC X(8).
               10  WS-SO-DATE              PIC X(8).
               10  WS-SO-MOTIF             PIC X(10).
               10  WS-SO-OUVERTE           PIC X(1).
       01  WS-SO-IDX               PIC 9(5) VALUE ZERO.
       01  WS-SO-POS               PIC 9(5) VALUE ZERO.

      *    Compteurs des fichiers relus.
       01  WS-TOTAL-POLICES        PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-QUITTANCES     PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SINISTRES      PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-LIGNES-SUSP    PIC 9(6) VALUE ZERO.

      *    Liens rompus par catégorie (voir l'en-tête du programme).
       01  WS-NB-QUIT-ORPHELINES   PIC 9(6) VALUE ZERO.
       01  WS-NB-SIN-ORPHELINS     PIC 9(6) VALUE ZERO.
       01  WS-NB-CLIENTS-ABSENTS   PIC 9(6) VALUE ZERO.
       01  WS-NB-CLIENTS-DIVERGENTS PIC 9(6) VALUE ZERO.
       01  WS-NB-COURTIERS-ABSENTS PIC 9(6) VALUE ZERO.
       01  WS-NB-SUSP-SUR-ACTIF    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ANOMALIES      PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME

           OPEN INPUT FICHIER-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: OUVERTURE DU FICHIER MAITRE IMPOSSIBLE "
                   "(STATUT " WS-MASTER-FILE-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FICHIER-ANOMALIES

           MOVE SPACES TO WS-ANOMALIE-DATA
           STRING "Audit des references au fichier maitre - "
                   "liens rompus releves le " WS-CURRENT-TIME(1:8)
                   ":"
                   DELIMITED BY SIZE
                   INTO WS-ANOMALIE-DATA
           PERFORM WRITE-LIGNE

      *    Fichiers de référence : clients (par clé) et courtiers du
      *    barème (en mémoire).
           OPEN INPUT FICHIER-CLIENTS
           IF WS-CLI-FILE-STATUS = '00'
               SET CLIENTS-DISPONIBLES TO TRUE
           ELSE
               MOVE SPACES TO WS-ANOMALIE-DATA
               STRING "[3] Fichier des clients absent ou illisible "
                       "(statut " WS-CLI-FILE-STATUS
                       "): controle des clients impossible"
                       DELIMITED BY SIZE
                       INTO WS-ANOMALIE-DATA
               ADD 1 TO WS-NB-CLIENTS-ABSENTS
               PERFORM WRITE-ANOMALIE
           END-IF
           PERFORM LIT-BAREME

      *    Catégories 3 et 5 : liens portés par le maître.
           PERFORM CONTROLE-MASTER

      *    Catégories 1 et 4 : quittances.
           PERFORM CONTROLE-QUITTANCES

      *    Catégorie 2 : sinistres.
           PERFORM CONTROLE-SINISTRES

      *    Catégorie 6 : suspensions ouvertes.
           PERFORM LIT-HISTORIQUE-SUSPENSIONS
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-OUVERTE(WS-SO-IDX) = 'O'
                   PERFORM CONTROLE-SUSPENSION
               END-IF
           END-PERFORM

           PERFORM WRITE-COMPTEURS

           CLOSE FICHIER-MASTER
           IF CLIENTS-DISPONIBLES
               CLOSE FICHIER-CLIENTS
           END-IF
           CLOSE FICHIER-ANOMALIES

           IF WS-TOTAL-ANOMALIES = 0
               DISPLAY "AUDIT DES REFERENCES TERMINE: AUCUN LIEN "
                   "ROMPU (" WS-TOTAL-POLICES " POLICE(S), "
                   WS-TOTAL-QUITTANCES
                   " QUITTANCE(S), " WS-TOTAL-SINISTRES
                   " SINISTRE(S))."
           ELSE
               DISPLAY "AUDIT DES REFERENCES TERMINE: "
                   WS-TOTAL-ANOMALIES " LIEN(S) ROMPU(S) (VOIR "
                   "rapport-controle-references.dat): NE PAS LANCER "
                   "LA CHAINE DE REPORTING."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Charge la liste des courtiers du barème des commissions.
      *    Barème absent : toute police à courtier est relevée.
       LIT-BAREME.
           OPEN INPUT FICHIER-BAREME
           IF WS-BAR-FILE-STATUS NOT = '00'
               DISPLAY "ATTENTION: BAREME DES COMMISSIONS ABSENT OU "
                   "ILLISIBLE (STATUT " WS-BAR-FILE-STATUS ")."
           ELSE
               PERFORM UNTIL WS-BAR-FILE-STATUS = '10'
                   READ FICHIER-BAREME
                       AT END
                           MOVE '10' TO WS-BAR-FILE-STATUS
                       NOT AT END
                           IF BAR-COURTIER NOT = SPACES
                               PERFORM FIND-OR-ADD-COURTIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BAREME
           END-IF.

      *    Ajoute le courtier BAR-COURTIER à la liste s'il n'y est
      *    pas encore.
       FIND-OR-ADD-COURTIER.
           MOVE BAR-COURTIER TO WS-COURTIER-RECHERCHE
           PERFORM CHERCHE-COURTIER
           IF WS-CRT-POS = 0
               IF WS-CRT-COUNT >= WS-CRT-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LES COURTIERS (" WS-CRT-MAX "). ARRET DU "
                       "TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CRT-COUNT
               MOVE BAR-COURTIER TO WS-CRT-CODE(WS-CRT-COUNT)
           END-IF.

      *    Recherche le courtier WS-COURTIER-RECHERCHE dans la liste.
      *    Retourne la position dans WS-CRT-POS (0 si absent).
       CHERCHE-COURTIER.
           MOVE 0 TO WS-CRT-POS
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-COUNT
               IF WS-CRT-CODE(WS-CRT-IDX) = WS-COURTIER-RECHERCHE
                   MOVE WS-CRT-IDX TO WS-CRT-POS
                   MOVE WS-CRT-COUNT TO WS-CRT-IDX
               END-IF
           END-PERFORM.

      *    Relit le maître en séquentiel : client présent dans
      *    clients.dat, courtier présent au barème.
       CONTROLE-MASTER.
           PERFORM UNTIL WS-MASTER-FILE-STATUS = '10'
               READ FICHIER-MASTER NEXT
                   AT END
                       MOVE '10' TO WS-MASTER-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-POLICES
                       PERFORM CONTROLE-CLIENT-POLICE
                       PERFORM CONTROLE-COURTIER-POLICE
               END-READ
           END-PERFORM.

      *    Catégorie 3 : ASSUR-CLIENT absent de clients.dat.
       CONTROLE-CLIENT-POLICE.
           IF ASSUR-CLIENT NOT = SPACES AND CLIENTS-DISPONIBLES
               MOVE ASSUR-CLIENT TO CLI-ID
               READ FICHIER-CLIENTS
                   INVALID KEY
                       ADD 1 TO WS-NB-CLIENTS-ABSENTS
                       MOVE SPACES TO WS-ANOMALIE-DATA
                       STRING "[3] Police " ASSUR-ID
                               " - Client " ASSUR-CLIENT
                               " absent de clients.dat"
                               DELIMITED BY SIZE
                               INTO WS-ANOMALIE-DATA
                       PERFORM WRITE-ANOMALIE
               END-READ
           END-IF.

      *    Catégorie 5 : ASSUR-COURTIER sans ligne au barème.
       CONTROLE-COURTIER-POLICE.
           IF ASSUR-COURTIER NOT = SPACES
               MOVE ASSUR-COURTIER TO WS-COURTIER-RECHERCHE
               PERFORM CHERCHE-COURTIER
               IF WS-CRT-POS = 0
                   ADD 1 TO WS-NB-COURTIERS-ABSENTS
                   MOVE SPACES TO WS-ANOMALIE-DATA
                   STRING "[5] Police " ASSUR-ID
                           " - Courtier " ASSUR-COURTIER
                           " absent de taux-commissions.dat"
                           DELIMITED BY SIZE
                           INTO WS-ANOMALIE-DATA
                   PERFORM WRITE-ANOMALIE
               END-IF
           END-IF.

      *    Relit les quittances : police présente au maître (1), même
      *    client que la police (4).
       CONTROLE-QUITTANCES.
           OPEN INPUT FICHIER-QUITTANCES
           IF WS-QUIT-FILE-STATUS NOT = '00'
               DISPLAY "ATTENTION: FICHIER DES QUITTANCES ABSENT OU "
                   "ILLISIBLE (STATUT " WS-QUIT-FILE-STATUS ")."
           ELSE
               PERFORM UNTIL WS-QUIT-FILE-STATUS = '10'
                   READ FICHIER-QUITTANCES
                       AT END
                           MOVE '10' TO WS-QUIT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-QUITTANCES
                           PERFORM CONTROLE-UNE-QUITTANCE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-QUITTANCES
           END-IF.

      *    Contrôle de la quittance courante (QUIT-REC).
       CONTROLE-UNE-QUITTANCE.
           MOVE QUIT-ASSUR-ID TO ASSUR-ID
           PERFORM LIT-MASTER-PAR-CLE
           IF MASTER-NON-TROUVE
               ADD 1 TO WS-NB-QUIT-ORPHELINES
               MOVE SPACES TO WS-ANOMALIE-DATA
               STRING "[1] Quittance " QUIT-ID
                       " - Police " QUIT-ASSUR-ID
                       " absente du maitre (statut quittance "
                       QUIT-STATUT ")"
                       DELIMITED BY SIZE
                       INTO WS-ANOMALIE-DATA
               PERFORM WRITE-ANOMALIE
           ELSE
               IF QUIT-CLIENT NOT = SPACES AND
                       QUIT-CLIENT NOT = ASSUR-CLIENT
                   ADD 1 TO WS-NB-CLIENTS-DIVERGENTS
                   MOVE SPACES TO WS-ANOMALIE-DATA
                   STRING "[4] Quittance " QUIT-ID
                           " - Client " QUIT-CLIENT
                           " different du client de la police "
                           QUIT-ASSUR-ID " (" ASSUR-CLIENT ")"
                           DELIMITED BY SIZE
                           INTO WS-ANOMALIE-DATA
                   PERFORM WRITE-ANOMALIE
               END-IF
           END-IF.

      *    Relit les sinistres : police présente au maître (2).
       CONTROLE-SINISTRES.
           OPEN INPUT FICHIER-SINISTRES
           IF WS-SINIS-FILE-STATUS NOT = '00'
               DISPLAY "ATTENTION: FICHIER DES SINISTRES ABSENT OU "
                   "ILLISIBLE (STATUT " WS-SINIS-FILE-STATUS ")."
           ELSE
               PERFORM UNTIL WS-SINIS-FILE-STATUS = '10'
                   READ FICHIER-SINISTRES
                       AT END
                           MOVE '10' TO WS-SINIS-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-SINISTRES
                           MOVE SINIS-ASSUR-ID TO ASSUR-ID
                           PERFORM LIT-MASTER-PAR-CLE
                           IF MASTER-NON-TROUVE
                               PERFORM SIGNALE-SINISTRE-ORPHELIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SINISTRES
           END-IF.

      *    Catégorie 2 : sinistre sur une police absente du maître.
       SIGNALE-SINISTRE-ORPHELIN.
           ADD 1 TO WS-NB-SIN-ORPHELINS
           MOVE SPACES TO WS-ANOMALIE-DATA
           STRING "[2] Sinistre " SINIS-ID
                   " - Police " SINIS-ASSUR-ID
                   " absente du maitre (statut sinistre "
                   SINIS-STATUT ")"
                   DELIMITED BY SIZE
                   INTO WS-ANOMALIE-DATA
           PERFORM WRITE-ANOMALIE.

      *    Lit l'historique des suspensions et tient, par police, la
      *    dernière suspension et son état (même appariement que
      *    LIT-HISTORIQUE-SUSPENSIONS dans SUSPAGE).
       LIT-HISTORIQUE-SUSPENSIONS.
           OPEN INPUT FICHIER-SUSPENSIONS
           IF WS-SUSP-FILE-STATUS NOT = '00'
               DISPLAY "ATTENTION: HISTORIQUE DES SUSPENSIONS ABSENT "
                   "OU ILLISIBLE (STATUT " WS-SUSP-FILE-STATUS ")."
           ELSE
               PERFORM UNTIL WS-SUSP-FILE-STATUS = '10'
                   READ FICHIER-SUSPENSIONS
                       AT END
                           MOVE '10' TO WS-SUSP-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIGNES-SUSP
                           PERFORM TRAITE-LIGNE-HISTORIQUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SUSPENSIONS
           END-IF.

      *    Applique une ligne de l'historique à la table des
      *    suspensions : 'S' (r)ouvre l'entrée de la police avec sa
      *    date et son motif, 'A' la clôt (même paragraphe que dans
      *    SUSPAGE).
       TRAITE-LIGNE-HISTORIQUE.
           PERFORM FIND-OR-ADD-SUSPENSION
           EVALUATE SUSP-CODE
               WHEN 'S'
                   MOVE SUSP-DATE TO WS-SO-DATE(WS-SO-POS)
                   MOVE SUSP-MOTIF TO WS-SO-MOTIF(WS-SO-POS)
                   MOVE 'O' TO WS-SO-OUVERTE(WS-SO-POS)
               WHEN 'A'
                   MOVE 'N' TO WS-SO-OUVERTE(WS-SO-POS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Recherche l'entrée de la police SUSP-ASSUR-ID dans la
      *    table des suspensions, ou en crée une nouvelle (même
      *    paragraphe que dans SUSPAGE). Retourne la position dans
      *    WS-SO-POS.
       FIND-OR-ADD-SUSPENSION.
           MOVE 0 TO WS-SO-POS
           IF WS-SO-COUNT > 0
               PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                       UNTIL WS-SO-IDX > WS-SO-COUNT
                   IF WS-SO-ID(WS-SO-IDX) = SUSP-ASSUR-ID
                       MOVE WS-SO-IDX TO WS-SO-POS
                       MOVE WS-SO-COUNT TO WS-SO-IDX
                   END-IF
               END-PERFORM
           END-IF

           IF WS-SO-POS = 0
               IF WS-SO-COUNT >= WS-SO-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LES SUSPENSIONS (" WS-SO-MAX "). ARRET DU "
                       "TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SO-COUNT
               MOVE WS-SO-COUNT TO WS-SO-POS
               MOVE SUSP-ASSUR-ID TO WS-SO-ID(WS-SO-POS)
               MOVE SPACES TO WS-SO-DATE(WS-SO-POS)
               MOVE SPACES TO WS-SO-MOTIF(WS-SO-POS)
               MOVE 'N' TO WS-SO-OUVERTE(WS-SO-POS)
           END-IF.

      *    Catégorie 6 : suspension ouverte WS-SO-IDX sur une police
      *    dont le statut maître est 'Actif'. Une police absente du
      *    maître relève de SUSPAGE et n'est pas relevée ici.
       CONTROLE-SUSPENSION.
           MOVE WS-SO-ID(WS-SO-IDX) TO ASSUR-ID
           PERFORM LIT-MASTER-PAR-CLE
           IF MASTER-TROUVE
               MOVE ASSUR-STATUT TO WS-STATUT-RECHERCHE
               PERFORM LOOKUP-STATUT
               IF WS-STATUT-CANONIQUE = 'ACTIF'
                   ADD 1 TO WS-NB-SUSP-SUR-ACTIF
                   MOVE SPACES TO WS-ANOMALIE-DATA
                   STRING "[6] Police " ASSUR-ID
                           " - Statut 'Actif' mais suspension du "
                           WS-SO-DATE(WS-SO-IDX) " (motif "
                           WS-SO-MOTIF(WS-SO-IDX)
                           ") non levee dans l'historique"
                           DELIMITED BY SIZE
                           INTO WS-ANOMALIE-DATA
                   PERFORM WRITE-ANOMALIE
               END-IF
           END-IF.

      *    Lit le maître par clé (ASSUR-ID renseigné par l'appelant)
      *    et positionne MASTER-TROUVE / MASTER-NON-TROUVE.
       LIT-MASTER-PAR-CLE.
           SET MASTER-NON-TROUVE TO TRUE
           READ FICHIER-MASTER
               INVALID KEY
                   SET MASTER-NON-TROUVE TO TRUE
               NOT INVALID KEY
                   SET MASTER-TROUVE TO TRUE
           END-READ.

      *    Écrit les compteurs par catégorie en fin de rapport.
       WRITE-COMPTEURS.
           MOVE SPACES TO WS-ANOMALIE-DATA
           PERFORM WRITE-LIGNE
           MOVE SPACES TO WS-ANOMALIE-DATA
           STRING "Relus: " WS-TOTAL-POLICES " police(s), "
                   WS-TOTAL-QUITTANCES " quittance(s), "
                   WS-TOTAL-SINISTRES " sinistre(s), "
                   WS-TOTAL-LIGNES-SUSP " ligne(s) de suspension"
                   DELIMITED BY SIZE
                   INTO WS-ANOMALIE-DATA
           PERFORM WRITE-LIGNE
           MOVE SPACES TO WS-ANOMALIE-DATA
           STRING "[1] Quittances sur police absente du maitre: "
                   WS-NB-QUIT-ORPHELINES
                   DELIMITED BY SIZE
                   INTO WS-ANOMALIE-DATA
           PERFORM WRITE-LIGNE
           MOVE SPACES TO WS-ANOMALIE-DATA
           STRING "[2] Sinistres sur police absente du maitre: "
                   WS-NB-SIN-ORPHELINS
                   DELIMITED BY SIZE
                   INTO WS-ANOMALIE-DATA
           PERFORM WRITE-LIGNE
           MOVE SPACES TO WS-ANOMALIE-DATA
           STRING "[3] Clients de police absents de clients.dat: "
                   WS-NB-CLIENTS-ABSENTS
                   DELIMITED BY SIZE
                   INTO WS-ANOMALIE-DATA
           PERFORM WRITE-LIGNE
           MOVE SPACES TO WS-ANOMALIE-DATA
           STRING "[4] Quittances au client different de la police: "
                   WS-NB-CLIENTS-DIVERGENTS
                   DELIMITED BY SIZE
                   INTO WS-ANOMALIE-DATA
           PERFORM WRITE-LIGNE
           MOVE SPACES TO WS-ANOMALIE-DATA
           STRING "[5] Courtiers absents du bareme des commissions: "
                   WS-NB-COURTIERS-ABSENTS
                   DELIMITED BY SIZE
                   INTO WS-ANOMALIE-DATA
           PERFORM WRITE-LIGNE
           MOVE SPACES TO WS-ANOMALIE-DATA
           STRING "[6] Suspensions ouvertes sur police 'Actif': "
                   WS-NB-SUSP-SUR-ACTIF
                   DELIMITED BY SIZE
                   INTO WS-ANOMALIE-DATA
           PERFORM WRITE-LIGNE
           MOVE SPACES TO WS-ANOMALIE-DATA
           STRING "Total des liens rompus: " WS-TOTAL-ANOMALIES
                   DELIMITED BY SIZE
                   INTO WS-ANOMALIE-DATA
           PERFORM WRITE-LIGNE.

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

      *    Écrit la ligne d'anomalie préparée dans WS-ANOMALIE-DATA et
      *    incrémente le compteur (même paragraphe que dans ASSURCHK).
       WRITE-ANOMALIE.
           ADD 1 TO WS-TOTAL-ANOMALIES
           PERFORM WRITE-LIGNE.

      *    Écrit la ligne préparée dans WS-ANOMALIE-DATA.
       WRITE-LIGNE.
           MOVE LENGTH OF WS-ANOMALIE-DATA TO WS-ANOMALIE-LENGTH
           WRITE ANOMALIE-REC FROM WS-ANOMALIE-DATA.

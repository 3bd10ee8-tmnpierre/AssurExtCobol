      *    *************************************************************
      *    PROGRAMME ASSURINQ
      *    Consultation en ligne d'une police pour répondre à un
      *    client au téléphone : jusqu'ici il fallait chercher tour à
      *    tour dans assurances-master.dat, quittances.dat,
      *    sinistres.dat, l'historique des suspensions et le journal
      *    d'audit. L'opérateur saisit un ASSUR-ID, ou un numéro de
      *    client (CLI-ID, voir copybooks/CLIREC.cpy) pour obtenir la
      *    liste des polices du client et en choisir une. La fiche
      *    réunit alors : la police (statut canonique par la table
      *    STATUTLK, ligne de produit par la table TYPELK), les
      *    quittances ouvertes et payées avec le solde dû, les
      *    sinistres avec leur statut et leurs montants (charge,
      *    réglé, réserve), les périodes de suspension avec leur motif
      *    (appariement S/A de l'historique, comme SUSPAGE) et les
      *    dernières lignes du journal d'audit de la police, de la
      *    plus récente à la plus ancienne. La fiche se feuillette
      *    page par page (saisie ligne à ligne, ACCEPT/DISPLAY).
      *    Consultation seule : aucun fichier n'est jamais ouvert
      *    autrement qu'en lecture, les fichiers indexés sont
      *    déclarés partagés et lus sans verrou, et chaque fichier
      *    est refermé dès la fiche ou la liste préparée, pour que la
      *    chaîne de nuit ne trouve jamais un fichier retenu par un
      *    poste de consultation resté ouvert.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURINQ.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître indexé (voir copybooks/MASTERREC.cpy).
      *    ACCESS DYNAMIC : lu par clé pour une police, en séquentiel
      *    pour la liste des polices d'un client. Partagé, lu sans
      *    verrou.
           SELECT FICHIER-MASTER ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSUR-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      *    Fichier de référence des clients (voir
      *    copybooks/CLIREC.cpy), lu par clé pour le nom du client.
      *    Fichier absent : le nom n'est pas affiché.
           SELECT FICHIER-CLIENTS ASSIGN TO 'clients.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CLI-FILE-STATUS.

      *    Fichier des sinistres indexé (voir copybooks/SINISREC.cpy),
      *    relu en séquentiel : il n'a pas de clé par police.
           SELECT FICHIER-SINISTRES ASSIGN TO 'sinistres.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SINIS-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-SINIS-FILE-STATUS.

      *    Fichier des quittances (voir copybooks/QUITREC.cpy).
           SELECT FICHIER-QUITTANCES ASSIGN TO 'quittances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUIT-FILE-STATUS.

      *    Historique des suspensions (voir copybooks/SUSPREC.cpy).
           SELECT FICHIER-SUSPENSIONS ASSIGN TO
                   'historique-suspensions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

      *    Journal d'audit du fichier maître (voir
      *    copybooks/JRNREC.cpy).
           SELECT FICHIER-JOURNAL ASSIGN TO 'journal-mouvements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

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

      *    Voir copybooks/SINISREC.cpy.
       FD  FICHIER-SINISTRES.
       01  SINIS-REC.
           COPY SINISREC.

      *    Voir copybooks/QUITREC.cpy.
       FD  FICHIER-QUITTANCES.
       01  QUIT-REC.
           COPY QUITREC.

      *    Voir copybooks/SUSPREC.cpy.
       FD  FICHIER-SUSPENSIONS.
       01  SUSPENSION-REC.
           COPY SUSPREC.

      *    Voir copybooks/JRNREC.cpy.
       FD  FICHIER-JOURNAL.
       01  JOURNAL-REC.
           COPY JRNREC.

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-MASTER-FILE-STATUS   PIC XX.
       01  WS-CLI-FILE-STATUS      PIC XX.
       01  WS-SINIS-FILE-STATUS    PIC XX.
       01  WS-QUIT-FILE-STATUS     PIC XX.
       01  WS-SUSP-FILE-STATUS     PIC XX.
       01  WS-JOURNAL-FILE-STATUS  PIC XX.

      *    Saisies de l'opérateur : demande principale, réponse au
      *    bas de page, numéro de police choisi dans une liste.
       01  WS-SAISIE               PIC X(20).
       01  WS-SAISIE-PAGE          PIC X(10).
       01  WS-CHOIX                PIC 9(3) VALUE ZERO.
       01  WS-FIN-SW               PIC X VALUE 'N'.
           88  FIN-CONSULTATION            VALUE 'Y'.
           88  CONSULTATION-EN-COURS       VALUE 'N'.

      *    Police et client recherchés.
       01  WS-ID-RECHERCHE         PIC X(8).
       01  WS-CLI-RECHERCHE        PIC X(6).
       01  WS-CLI-NOM              PIC X(14).
       01  WS-MASTER-TROUVE-SW     PIC X VALUE 'N'.
           88  MASTER-TROUVE               VALUE 'Y'.
           88  MASTER-NON-TROUVE           VALUE 'N'.

      *    Polices du client recherché (liste de choix).
       01  WS-CP-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-CP-MAX               PIC 9(3) VALUE 200.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CP-COUNT.
               10  WS-CP-ID                PIC X(8).
       01  WS-CP-IDX               PIC 9(3) VALUE ZERO.
       01  WS-CP-NON-LISTEES       PIC 9(5) VALUE ZERO.

      *    Lignes préparées de la fiche (ou de la liste des polices),
      *    feuilletées par pages de WS-PAGE-TAILLE lignes.
       01  WS-LIG-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-LIG-MAX              PIC 9(4) VALUE 3000.
       01  WS-LIG-TABLE.
           05  WS-LIG-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-LIG-COUNT.
               10  WS-LIG-DATA             PIC X(79).
       01  WS-LIG-IDX              PIC 9(4) VALUE ZERO.
       01  WS-LIGNE                PIC X(79).
       01  WS-LIGNE-TIRETS         PIC X(79) VALUE ALL '-'.
       01  WS-LIG-TRONQUEE-SW      PIC X VALUE 'N'.
           88  FICHE-TRONQUEE              VALUE 'Y'.
           88  FICHE-COMPLETE              VALUE 'N'.

      *    Pagination : taille de page, première et dernière ligne
      *    affichées, numéro de page, mode liste (un numéro de police
      *    peut être saisi au bas de page) ou mode fiche.
       01  WS-PAGE-TAILLE          PIC 9(2) VALUE 20.
       01  WS-PAGE-DEBUT           PIC 9(4) VALUE ZERO.
       01  WS-PAGE-FIN             PIC 9(4) VALUE ZERO.
       01  WS-PAGE-NUM             PIC 9(3) VALUE ZERO.
       01  WS-NB-PAGES             PIC 9(3) VALUE ZERO.
       01  WS-PAGINATION-SW        PIC X VALUE 'N'.
           88  PAGINATION-TERMINEE         VALUE 'Y'.
           88  PAGINATION-EN-COURS         VALUE 'N'.
       01  WS-MODE-SW              PIC X VALUE 'F'.
           88  MODE-LISTE                  VALUE 'L'.
           88  MODE-FICHE                  VALUE 'F'.

      *    Quittances de la police : compteurs et solde dû (montants
      *    en écriture numérique simple, inexploitable compté pour
      *    zéro).
       01  WS-NB-QUIT-OUVERTES     PIC 9(5) VALUE ZERO.
       01  WS-NB-QUIT-PAYEES       PIC 9(5) VALUE ZERO.
       01  WS-NB-QUIT-ANNULEES     PIC 9(5) VALUE ZERO.
       01  WS-QUIT-SOLDE-DU        PIC 9(11)V99 VALUE ZERO.
       01  WS-QUIT-TOTAL-PAYE      PIC 9(11)V99 VALUE ZERO.
       01  WS-LIBELLE-QUIT         PIC X(8).
       01  WS-LIBELLE-RELANCE      PIC X(18).

      *    Sinistres de la police : compteurs et cumuls.
       01  WS-NB-SIN-OUVERTS       PIC 9(5) VALUE ZERO.
       01  WS-NB-SIN-CLOS          PIC 9(5) VALUE ZERO.
       01  WS-SIN-TOTAL-CHARGE     PIC 9(11)V99 VALUE ZERO.
       01  WS-SIN-TOTAL-REGLE      PIC 9(11)V99 VALUE ZERO.
       01  WS-SIN-TOTAL-RESERVE    PIC 9(11)V99 VALUE ZERO.

      *    Conversion et mise en forme des montants.
       01  WS-MONTANT-NUMERIC      PIC 9(10)V99 VALUE ZERO.
       01  WS-FORMATTED-MONTANT    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-MONTANT-2  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-MONTANT-3  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-NB         PIC ZZZZ9.
       01  WS-FORMATTED-NB-2       PIC ZZZZ9.
       01  WS-FORMATTED-NB-3       PIC ZZZZ9.
       01  WS-FORMATTED-CHOIX      PIC ZZ9.
       01  WS-FORMATTED-PAGE       PIC ZZ9.
       01  WS-FORMATTED-PAGES      PIC ZZ9.

      *    Périodes de suspension de la police, reconstituées par
      *    appariement S/A dans l'ordre de l'historique : un 'S' ouvre
      *    une période (un 'S' sur une période déjà ouverte la
      *    prolonge), un 'A' la referme.
       01  WS-SP-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-SP-MAX               PIC 9(3) VALUE 200.
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SP-COUNT.
               10  WS-SP-DEBUT             PIC X(8).
               10  WS-SP-FIN               PIC X(8).
               10  WS-SP-MOTIF             PIC X(10).
       01  WS-SP-IDX               PIC 9(3) VALUE ZERO.
       01  WS-SP-OUVERTE-SW        PIC X VALUE 'N'.
           88  SUSPENSION-OUVERTE          VALUE 'Y'.
           88  SUSPENSION-FERMEE           VALUE 'N'.
       01  WS-SP-NON-LISTEES       PIC 9(5) VALUE ZERO.

      *    Dernières lignes du journal d'audit de la police, dans
      *    l'ordre du journal (la plus ancienne retenue en tête) ;
      *    au-delà de la capacité, la plus ancienne est écartée.
       01  WS-JH-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-JH-MAX               PIC 9(3) VALUE 200.
       01  WS-JH-TABLE.
           05  WS-JH-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-JH-COUNT.
               10  WS-JH-DATA              PIC X(317).
       01  WS-JH-IDX               PIC 9(3) VALUE ZERO.
       01  WS-JH-ECARTEES          PIC 9(5) VALUE ZERO.

      *    Vue de travail d'une ligne de journal (même agencement que
      *    JRNREC, préfixe JRNT comme dans ASSURBKO).
       01  WS-JRN-TRAVAIL.
           05  JRNT-RUN-ID         PIC X(14).
           05  FILLER              PIC X(1).
           05  JRNT-SEQ            PIC 9(6).
           05  FILLER              PIC X(1).
           05  JRNT-CODE           PIC X(1).
           05  FILLER              PIC X(1).
           05  JRNT-ID             PIC X(8).
           05  FILLER              PIC X(1).
           05  JRNT-AVANT          PIC X(137).
           05  FILLER              PIC X(1).
           05  JRNT-APRES          PIC X(137).
           05  FILLER              PIC X(1).
           05  JRNT-REOUVERTURE    PIC X(8).

      *    Vues de l'image avant et de l'image après d'une ligne de
      *    journal (même agencement que MASTERREC, préfixes IAV/IAP).
       01  WS-IMAGE-AVANT.
           05  FILLER              PIC X(81).
           05  IAV-STATUT          PIC X(8).
           05  FILLER              PIC X(19).
           05  IAV-MONTANT         PIC X(9).
           05  FILLER              PIC X(20).
       01  WS-IMAGE-APRES.
           05  FILLER              PIC X(81).
           05  IAP-STATUT          PIC X(8).
           05  FILLER              PIC X(19).
           05  IAP-MONTANT         PIC X(9).
           05  FILLER              PIC X(20).
       01  WS-LIBELLE-MVT          PIC X(14).

      *    Tables de correspondance des statuts et des types (voir
      *    copybooks/STATUTLK.cpy et copybooks/TYPELK.cpy).
           COPY STATUTLK.
           COPY TYPELK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY WS-LIGNE-TIRETS
           DISPLAY "CONSULTATION DES POLICES - LECTURE SEULE"
           DISPLAY WS-LIGNE-TIRETS
           PERFORM TRAITE-DEMANDE UNTIL FIN-CONSULTATION
           DISPLAY "FIN DE LA CONSULTATION."
           STOP RUN.

      *    Demande principale : un ASSUR-ID, 'C' suivi d'un CLI-ID
      *    pour la liste des polices du client, ou 'F' pour terminer.
       TRAITE-DEMANDE.
           DISPLAY " "
           DISPLAY "ASSUR-ID, C SUIVI DU CLI-ID, OU F POUR TERMINER > "
               WITH NO ADVANCING
           MOVE SPACES TO WS-SAISIE
           ACCEPT WS-SAISIE
           MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WS-SAISIE
           EVALUATE TRUE
               WHEN WS-SAISIE = 'F' OR WS-SAISIE = 'FIN'
                   SET FIN-CONSULTATION TO TRUE
               WHEN WS-SAISIE = SPACES
                   CONTINUE
               WHEN WS-SAISIE(1:2) = 'C '
                   MOVE WS-SAISIE(3:6) TO WS-CLI-RECHERCHE
                   PERFORM CONSULTE-CLIENT
               WHEN OTHER
                   MOVE WS-SAISIE(1:8) TO WS-ID-RECHERCHE
                   PERFORM CONSULTE-POLICE
           END-EVALUATE.

      *    Liste des polices du client : une seule police est affichée
      *    directement ; sinon la liste est feuilletée et l'opérateur
      *    choisit une police par son numéro d'ordre, puis revient à
      *    la liste jusqu'à la réponse 'R'.
       CONSULTE-CLIENT.
           PERFORM LIT-NOM-CLIENT
           PERFORM CHARGE-POLICES-CLIENT
           IF WS-CP-COUNT = 0
               IF WS-MASTER-FILE-STATUS = '00' OR
                       WS-MASTER-FILE-STATUS = '10'
                   DISPLAY "AUCUNE POLICE POUR LE CLIENT "
                       WS-CLI-RECHERCHE " " WS-CLI-NOM
               END-IF
           ELSE
               IF WS-CP-COUNT = 1 AND WS-CP-NON-LISTEES = 0
                   MOVE WS-CP-ID(1) TO WS-ID-RECHERCHE
                   PERFORM CONSULTE-POLICE
               ELSE
                   MOVE 1 TO WS-CHOIX
                   PERFORM CHOISIT-POLICE-CLIENT UNTIL WS-CHOIX = 0
               END-IF
           END-IF.

      *    Feuillette la liste des polices du client ; un numéro
      *    saisi au bas de page ouvre la fiche de la police.
       CHOISIT-POLICE-CLIENT.
           PERFORM PREPARE-LISTE-CLIENT
           MOVE ZERO TO WS-CHOIX
           SET MODE-LISTE TO TRUE
           PERFORM AFFICHE-PAGES
           IF WS-CHOIX > 0
               MOVE WS-CP-ID(WS-CHOIX) TO WS-ID-RECHERCHE
               PERFORM CONSULTE-POLICE
           END-IF.

      *    Nom du client au fichier de référence des clients, lu par
      *    clé puis refermé. Fichier absent ou client inconnu : nom à
      *    blanc.
       LIT-NOM-CLIENT.
           MOVE SPACES TO WS-CLI-NOM
           OPEN INPUT FICHIER-CLIENTS
           IF WS-CLI-FILE-STATUS = '00'
               MOVE WS-CLI-RECHERCHE TO CLI-ID
               READ FICHIER-CLIENTS WITH NO LOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOM TO WS-CLI-NOM
               END-READ
               CLOSE FICHIER-CLIENTS
           END-IF.

      *    Relit le maître en séquentiel et retient les polices dont
      *    ASSUR-CLIENT est le client recherché.
       CHARGE-POLICES-CLIENT.
           MOVE ZERO TO WS-CP-COUNT
           MOVE ZERO TO WS-CP-NON-LISTEES
           OPEN INPUT FICHIER-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: FICHIER MAITRE INACCESSIBLE (STATUT "
                   WS-MASTER-FILE-STATUS "), REESSAYER PLUS TARD."
           ELSE
               PERFORM UNTIL WS-MASTER-FILE-STATUS = '10'
                   READ FICHIER-MASTER NEXT WITH NO LOCK
                       AT END
                           MOVE '10' TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           IF ASSUR-CLIENT = WS-CLI-RECHERCHE
                               IF WS-CP-COUNT >= WS-CP-MAX
                                   ADD 1 TO WS-CP-NON-LISTEES
                               ELSE
                                   ADD 1 TO WS-CP-COUNT
                                   MOVE ASSUR-ID TO
                                       WS-CP-ID(WS-CP-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MASTER
           END-IF.

      *    Prépare les lignes de la liste des polices du client, en
      *    relisant chaque police par clé (statut et produit
      *    canoniques du moment).
       PREPARE-LISTE-CLIENT.
           MOVE ZERO TO WS-LIG-COUNT
           SET FICHE-COMPLETE TO TRUE
           MOVE SPACES TO WS-LIGNE
           STRING "POLICES DU CLIENT " WS-CLI-RECHERCHE " "
                   WS-CLI-NOM
                   DELIMITED BY SIZE
                   INTO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE WS-LIGNE-TIRETS TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE "  NO  POLICE   NOM            PROD STATUT   DEBUT"
               TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           OPEN INPUT FICHIER-MASTER
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               MOVE WS-CP-ID(WS-CP-IDX) TO WS-ID-RECHERCHE
               PERFORM LIT-MASTER-PAR-CLE
               MOVE WS-CP-IDX TO WS-FORMATTED-CHOIX
               MOVE SPACES TO WS-LIGNE
               IF MASTER-NON-TROUVE
                   STRING "  " WS-FORMATTED-CHOIX " " WS-ID-RECHERCHE
                           " (supprimee du maitre depuis la liste)"
                           DELIMITED BY SIZE
                           INTO WS-LIGNE
               ELSE
                   MOVE ASSUR-STATUT TO WS-STATUT-RECHERCHE
                   PERFORM LOOKUP-STATUT
                   MOVE ASSUR-TYPE TO WS-TYPE-RECHERCHE
                   PERFORM LOOKUP-TYPE
                   IF TYPE-NON-TROUVE
                       MOVE '????' TO WS-TYPE-CANONIQUE
                   END-IF
                   IF STATUT-NON-TROUVE
                       MOVE ASSUR-STATUT TO WS-STATUT-CANONIQUE
                   END-IF
                   STRING "  " WS-FORMATTED-CHOIX " " ASSUR-ID " "
                           ASSUR-NOM " " WS-TYPE-CANONIQUE " "
                           WS-STATUT-CANONIQUE " " ASSUR-DATE-DEB
                           DELIMITED BY SIZE
                           INTO WS-LIGNE
               END-IF
               PERFORM AJOUTE-LIGNE
           END-PERFORM
           CLOSE FICHIER-MASTER
           IF WS-CP-NON-LISTEES > 0
               MOVE WS-CP-NON-LISTEES TO WS-FORMATTED-NB
               MOVE SPACES TO WS-LIGNE
               STRING "  (" WS-FORMATTED-NB " autre(s) police(s) non "
                       "listee(s): consulter par ASSUR-ID)"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
               PERFORM AJOUTE-LIGNE
           END-IF.

      *    Fiche complète d'une police : la police doit exister au
      *    maître ; chaque partie de la fiche est préparée à partir de
      *    son fichier, ouvert en lecture puis refermé ; le maître est
      *    lui aussi refermé avant l'affichage page par page.
       CONSULTE-POLICE.
           MOVE ZERO TO WS-LIG-COUNT
           SET FICHE-COMPLETE TO TRUE
           OPEN INPUT FICHIER-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: FICHIER MAITRE INACCESSIBLE (STATUT "
                   WS-MASTER-FILE-STATUS "), REESSAYER PLUS TARD."
           ELSE
               PERFORM LIT-MASTER-PAR-CLE
               IF MASTER-NON-TROUVE
                   CLOSE FICHIER-MASTER
                   DISPLAY "POLICE " WS-ID-RECHERCHE
                       " INCONNUE AU FICHIER MAITRE."
               ELSE
                   PERFORM PREPARE-FICHE-POLICE
                   PERFORM PREPARE-FICHE-QUITTANCES
                   PERFORM PREPARE-FICHE-SINISTRES
                   PERFORM PREPARE-FICHE-SUSPENSIONS
                   PERFORM PREPARE-FICHE-JOURNAL
                   CLOSE FICHIER-MASTER
                   SET MODE-FICHE TO TRUE
                   PERFORM AFFICHE-PAGES
               END-IF
           END-IF.

      *    Lecture par clé, sans verrou, du fichier maître (déjà
      *    ouvert) pour WS-ID-RECHERCHE. Positionne MASTER-TROUVE /
      *    MASTER-NON-TROUVE.
       LIT-MASTER-PAR-CLE.
           SET MASTER-NON-TROUVE TO TRUE
           MOVE SPACES TO ASSUR-REC
           MOVE WS-ID-RECHERCHE TO ASSUR-ID
           READ FICHIER-MASTER WITH NO LOCK
               INVALID KEY
                   SET MASTER-NON-TROUVE TO TRUE
               NOT INVALID KEY
                   SET MASTER-TROUVE TO TRUE
           END-READ.

      *    Première partie de la fiche : la police, avec son statut
      *    canonique et sa ligne de produit, le client et le
      *    courtier.
       PREPARE-FICHE-POLICE.
           MOVE ASSUR-STATUT TO WS-STATUT-RECHERCHE
           PERFORM LOOKUP-STATUT
           IF STATUT-NON-TROUVE
               MOVE 'INCONNU' TO WS-STATUT-CANONIQUE
           END-IF
           MOVE ASSUR-TYPE TO WS-TYPE-RECHERCHE
           PERFORM LOOKUP-TYPE
           IF TYPE-NON-TROUVE
               MOVE '????' TO WS-TYPE-CANONIQUE
           END-IF
           MOVE SPACES TO WS-CLI-NOM
           IF ASSUR-CLIENT NOT = SPACES
               MOVE ASSUR-CLIENT TO WS-CLI-RECHERCHE
               PERFORM LIT-NOM-CLIENT
           END-IF

           MOVE SPACES TO WS-LIGNE
           STRING "POLICE " ASSUR-ID "  " ASSUR-NOM "  " ASSUR-DESC
                   DELIMITED BY SIZE
                   INTO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE WS-LIGNE-TIRETS TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING "  Produit  : " WS-TYPE-CANONIQUE " - " ASSUR-TYPE
                   DELIMITED BY SIZE
                   INTO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING "  Statut   : " WS-STATUT-CANONIQUE " (saisi: "
                   ASSUR-STATUT ")"
                   DELIMITED BY SIZE
                   INTO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING "  Periode  : du " ASSUR-DATE-DEB " au "
                   ASSUR-DATE-FIN
                   DELIMITED BY SIZE
                   INTO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING "  Prime    : " ASSUR-MONTANT " " ASSUR-DEVISE
                   DELIMITED BY SIZE
                   INTO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING "  Client   : " ASSUR-CLIENT " " WS-CLI-NOM
                   "   Courtier: " ASSUR-COURTIER
                   DELIMITED BY SIZE
                   INTO WS-LIGNE
           PERFORM AJOUTE-LIGNE.

      *    Quittances de la police : ouvertes et payées listées dans
      *    l'ordre du fichier, solde dû = somme des quittances
      *    ouvertes. Les quittances annulées par une résiliation sont
      *    seulement comptées.
       PREPARE-FICHE-QUITTANCES.
           MOVE ZERO TO WS-NB-QUIT-OUVERTES
           MOVE ZERO TO WS-NB-QUIT-PAYEES
           MOVE ZERO TO WS-NB-QUIT-ANNULEES
           MOVE ZERO TO WS-QUIT-SOLDE-DU
           MOVE ZERO TO WS-QUIT-TOTAL-PAYE
           MOVE SPACES TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE "QUITTANCES OUVERTES ET PAYEES" TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE WS-LIGNE-TIRETS TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           OPEN INPUT FICHIER-QUITTANCES
           IF WS-QUIT-FILE-STATUS NOT = '00'
               MOVE "  (fichier des quittances absent)" TO WS-LIGNE
               PERFORM AJOUTE-LIGNE
           ELSE
               MOVE SPACES TO WS-LIGNE
               STRING "  QUITTANCE   ECHEANCE   MONTANT DEV STATUT   "
                       "REGLEMENT RELANCE"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
               PERFORM AJOUTE-LIGNE
               PERFORM UNTIL WS-QUIT-FILE-STATUS = '10'
                   READ FICHIER-QUITTANCES
                       AT END
                           MOVE '10' TO WS-QUIT-FILE-STATUS
                       NOT AT END
                           IF QUIT-ASSUR-ID = ASSUR-ID
                               PERFORM AJOUTE-QUITTANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-QUITTANCES
               MOVE WS-NB-QUIT-OUVERTES TO WS-FORMATTED-NB
               MOVE WS-NB-QUIT-PAYEES TO WS-FORMATTED-NB-2
               MOVE WS-NB-QUIT-ANNULEES TO WS-FORMATTED-NB-3
               MOVE SPACES TO WS-LIGNE
               STRING "  Ouvertes: " WS-FORMATTED-NB
                       "  Payees: " WS-FORMATTED-NB-2
                       "  Annulees (non listees): " WS-FORMATTED-NB-3
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
               PERFORM AJOUTE-LIGNE
               MOVE WS-QUIT-SOLDE-DU TO WS-FORMATTED-MONTANT
               MOVE WS-QUIT-TOTAL-PAYE TO WS-FORMATTED-MONTANT-2
               MOVE SPACES TO WS-LIGNE
               STRING "  Solde du: " WS-FORMATTED-MONTANT " "
                       ASSUR-DEVISE "   Total paye: "
                       WS-FORMATTED-MONTANT-2 " " ASSUR-DEVISE
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
               PERFORM AJOUTE-LIGNE
           END-IF.

      *    Ajoute à la fiche la quittance courante (QUIT-REC) si elle
      *    est ouverte ou payée, et la cumule.
       AJOUTE-QUITTANCE.
           MOVE ZERO TO WS-MONTANT-NUMERIC
           IF FUNCTION TEST-NUMVAL(QUIT-MONTANT) = 0
               COMPUTE WS-MONTANT-NUMERIC =
                   FUNCTION NUMVAL(QUIT-MONTANT)
           END-IF
           MOVE SPACES TO WS-LIBELLE-RELANCE
           IF QUIT-RELANCE-NIVEAU NOT = SPACE
               STRING "etape " QUIT-RELANCE-NIVEAU " "
                       QUIT-RELANCE-DATE
                       DELIMITED BY SIZE
                       INTO WS-LIBELLE-RELANCE
           END-IF
           EVALUATE QUIT-STATUT
               WHEN 'O'
                   ADD 1 TO WS-NB-QUIT-OUVERTES
                   ADD WS-MONTANT-NUMERIC TO WS-QUIT-SOLDE-DU
                   MOVE 'Ouverte' TO WS-LIBELLE-QUIT
               WHEN 'P'
                   ADD 1 TO WS-NB-QUIT-PAYEES
                   ADD WS-MONTANT-NUMERIC TO WS-QUIT-TOTAL-PAYE
                   MOVE 'Payee' TO WS-LIBELLE-QUIT
               WHEN OTHER
                   ADD 1 TO WS-NB-QUIT-ANNULEES
                   MOVE SPACES TO WS-LIBELLE-QUIT
           END-EVALUATE
           IF QUIT-STATUT = 'O' OR QUIT-STATUT = 'P'
               MOVE SPACES TO WS-LIGNE
               STRING "  " QUIT-ID " " QUIT-DATE-ECHEANCE " "
                       QUIT-MONTANT " " QUIT-DEVISE " "
                       WS-LIBELLE-QUIT " " QUIT-DATE-REGLEMENT " "
                       WS-LIBELLE-RELANCE
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
               PERFORM AJOUTE-LIGNE
           END-IF.

      *    Sinistres de la police : le fichier des sinistres n'a pas
      *    de clé par police, il est relu en entier (en lecture seule,
      *    sans verrou).
       PREPARE-FICHE-SINISTRES.
           MOVE ZERO TO WS-NB-SIN-OUVERTS
           MOVE ZERO TO WS-NB-SIN-CLOS
           MOVE ZERO TO WS-SIN-TOTAL-CHARGE
           MOVE ZERO TO WS-SIN-TOTAL-REGLE
           MOVE ZERO TO WS-SIN-TOTAL-RESERVE
           MOVE SPACES TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE "SINISTRES" TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE WS-LIGNE-TIRETS TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           OPEN INPUT FICHIER-SINISTRES
           IF WS-SINIS-FILE-STATUS NOT = '00'
               MOVE "  (fichier des sinistres absent ou inaccessible)"
                   TO WS-LIGNE
               PERFORM AJOUTE-LIGNE
           ELSE
               MOVE SPACES TO WS-LIGNE
               STRING "  SINISTRE SURVENU  STATUT      CHARGE     "
                       "REGLE   RESERVE DEV"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
               PERFORM AJOUTE-LIGNE
               PERFORM UNTIL WS-SINIS-FILE-STATUS = '10'
                   READ FICHIER-SINISTRES NEXT WITH NO LOCK
                       AT END
                           MOVE '10' TO WS-SINIS-FILE-STATUS
                       NOT AT END
                           IF SINIS-ASSUR-ID = ASSUR-ID
                               PERFORM AJOUTE-SINISTRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SINISTRES
               MOVE WS-NB-SIN-OUVERTS TO WS-FORMATTED-NB
               MOVE WS-NB-SIN-CLOS TO WS-FORMATTED-NB-2
               MOVE SPACES TO WS-LIGNE
               STRING "  Ouverts: " WS-FORMATTED-NB
                       "  Clos: " WS-FORMATTED-NB-2
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
               PERFORM AJOUTE-LIGNE
               MOVE WS-SIN-TOTAL-CHARGE TO WS-FORMATTED-MONTANT
               MOVE WS-SIN-TOTAL-REGLE TO WS-FORMATTED-MONTANT-2
               MOVE WS-SIN-TOTAL-RESERVE TO WS-FORMATTED-MONTANT-3
               MOVE SPACES TO WS-LIGNE
               STRING "  Charge:" WS-FORMATTED-MONTANT
                       " Regle:" WS-FORMATTED-MONTANT-2
                       " Reserve:" WS-FORMATTED-MONTANT-3
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
               PERFORM AJOUTE-LIGNE
           END-IF.

      *    Ajoute à la fiche le sinistre courant (SINIS-REC) et le
      *    cumule (montants inexploitables comptés pour zéro).
       AJOUTE-SINISTRE.
           IF SINIS-STATUT = 'Clos'
               ADD 1 TO WS-NB-SIN-CLOS
           ELSE
               ADD 1 TO WS-NB-SIN-OUVERTS
           END-IF
           IF FUNCTION TEST-NUMVAL(SINIS-MONTANT) = 0
               COMPUTE WS-MONTANT-NUMERIC =
                   FUNCTION NUMVAL(SINIS-MONTANT)
               ADD WS-MONTANT-NUMERIC TO WS-SIN-TOTAL-CHARGE
           END-IF
           IF FUNCTION TEST-NUMVAL(SINIS-REGLE) = 0
               COMPUTE WS-MONTANT-NUMERIC =
                   FUNCTION NUMVAL(SINIS-REGLE)
               ADD WS-MONTANT-NUMERIC TO WS-SIN-TOTAL-REGLE
           END-IF
           IF FUNCTION TEST-NUMVAL(SINIS-RESERVE) = 0
               COMPUTE WS-MONTANT-NUMERIC =
                   FUNCTION NUMVAL(SINIS-RESERVE)
               ADD WS-MONTANT-NUMERIC TO WS-SIN-TOTAL-RESERVE
           END-IF
           MOVE SPACES TO WS-LIGNE
           STRING "  " SINIS-ID " " SINIS-DATE " " SINIS-STATUT " "
                   SINIS-MONTANT " " SINIS-REGLE " " SINIS-RESERVE
                   " " SINIS-DEVISE
                   DELIMITED BY SIZE
                   INTO WS-LIGNE
           PERFORM AJOUTE-LIGNE.

      *    Périodes de suspension de la police, reconstituées dans
      *    l'ordre de l'historique : un 'S' ouvre une période (motif
      *    du 'S'), un 'A' la referme ; une période sans 'A' est en
      *    cours.
       PREPARE-FICHE-SUSPENSIONS.
           MOVE ZERO TO WS-SP-COUNT
           MOVE ZERO TO WS-SP-NON-LISTEES
           SET SUSPENSION-FERMEE TO TRUE
           MOVE SPACES TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE "SUSPENSIONS" TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE WS-LIGNE-TIRETS TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           OPEN INPUT FICHIER-SUSPENSIONS
           IF WS-SUSP-FILE-STATUS = '00'
               PERFORM UNTIL WS-SUSP-FILE-STATUS = '10'
                   READ FICHIER-SUSPENSIONS
                       AT END
                           MOVE '10' TO WS-SUSP-FILE-STATUS
                       NOT AT END
                           IF SUSP-ASSUR-ID = ASSUR-ID
                               PERFORM APPARIE-SUSPENSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SUSPENSIONS
           END-IF
           IF WS-SP-COUNT = 0
               MOVE "  (aucune suspension)" TO WS-LIGNE
               PERFORM AJOUTE-LIGNE
           END-IF
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               MOVE SPACES TO WS-LIGNE
               IF WS-SP-FIN(WS-SP-IDX) = SPACES
                   STRING "  Du " WS-SP-DEBUT(WS-SP-IDX)
                           " (en cours)    Motif: "
                           WS-SP-MOTIF(WS-SP-IDX)
                           DELIMITED BY SIZE
                           INTO WS-LIGNE
               ELSE
                   STRING "  Du " WS-SP-DEBUT(WS-SP-IDX)
                           " au " WS-SP-FIN(WS-SP-IDX)
                           "  Motif: " WS-SP-MOTIF(WS-SP-IDX)
                           DELIMITED BY SIZE
                           INTO WS-LIGNE
               END-IF
               PERFORM AJOUTE-LIGNE
           END-PERFORM
           IF WS-SP-NON-LISTEES > 0
               MOVE WS-SP-NON-LISTEES TO WS-FORMATTED-NB
               MOVE SPACES TO WS-LIGNE
               STRING "  (" WS-FORMATTED-NB " periode(s) "
                       "supplementaire(s) non listee(s))"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
               PERFORM AJOUTE-LIGNE
           END-IF.

      *    Apparie la ligne d'historique courante (SUSPENSION-REC)
      *    avec la période en cours de la police.
       APPARIE-SUSPENSION.
           IF SUSP-CODE = 'S' AND SUSPENSION-FERMEE
               IF WS-SP-COUNT >= WS-SP-MAX
                   ADD 1 TO WS-SP-NON-LISTEES
               ELSE
                   ADD 1 TO WS-SP-COUNT
                   MOVE SUSP-DATE TO WS-SP-DEBUT(WS-SP-COUNT)
                   MOVE SPACES TO WS-SP-FIN(WS-SP-COUNT)
                   MOVE SUSP-MOTIF TO WS-SP-MOTIF(WS-SP-COUNT)
                   SET SUSPENSION-OUVERTE TO TRUE
               END-IF
           ELSE
               IF SUSP-CODE = 'A' AND SUSPENSION-OUVERTE
                   MOVE SUSP-DATE TO WS-SP-FIN(WS-SP-COUNT)
                   SET SUSPENSION-FERMEE TO TRUE
               END-IF
           END-IF.

      *    Dernières lignes du journal d'audit de la police (les
      *    lignes de l'ancien journal en texte libre et les lignes de
      *    trace sans clé sont ignorées), listées de la plus récente à
      *    la plus ancienne.
       PREPARE-FICHE-JOURNAL.
           MOVE ZERO TO WS-JH-COUNT
           MOVE ZERO TO WS-JH-ECARTEES
           MOVE SPACES TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE "JOURNAL DES MOUVEMENTS (DU PLUS RECENT AU PLUS ANCIEN)"
               TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           MOVE WS-LIGNE-TIRETS TO WS-LIGNE
           PERFORM AJOUTE-LIGNE
           OPEN INPUT FICHIER-JOURNAL
           IF WS-JOURNAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS = '10'
                   READ FICHIER-JOURNAL
                       AT END
                           MOVE '10' TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           IF JRN-RUN-ID NUMERIC AND
                                   JRN-SEQ NUMERIC AND
                                   JRN-ID = ASSUR-ID
                               PERFORM RETIENT-LIGNE-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-JOURNAL
           END-IF
           IF WS-JH-COUNT = 0
               MOVE "  (aucun mouvement journalise)" TO WS-LIGNE
               PERFORM AJOUTE-LIGNE
           END-IF
           PERFORM VARYING WS-JH-IDX FROM WS-JH-COUNT BY -1
                   UNTIL WS-JH-IDX < 1
               MOVE WS-JH-DATA(WS-JH-IDX) TO WS-JRN-TRAVAIL
               PERFORM AJOUTE-LIGNE-JOURNAL
           END-PERFORM
           IF WS-JH-ECARTEES > 0
               MOVE WS-JH-ECARTEES TO WS-FORMATTED-NB
               MOVE SPACES TO WS-LIGNE
               STRING "  (" WS-FORMATTED-NB " mouvement(s) plus "
                       "ancien(s) non affiche(s))"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
               PERFORM AJOUTE-LIGNE
           END-IF.

      *    Retient la ligne de journal courante ; table pleine, la
      *    plus ancienne retenue est écartée (décalage d'un rang).
       RETIENT-LIGNE-JOURNAL.
           IF WS-JH-COUNT >= WS-JH-MAX
               ADD 1 TO WS-JH-ECARTEES
               PERFORM VARYING WS-JH-IDX FROM 2 BY 1
                       UNTIL WS-JH-IDX > WS-JH-COUNT
                   MOVE WS-JH-DATA(WS-JH-IDX) TO
                       WS-JH-DATA(WS-JH-IDX - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-JH-COUNT
           END-IF
           MOVE JOURNAL-REC TO WS-JH-DATA(WS-JH-COUNT).

      *    Ajoute à la fiche les deux lignes d'un mouvement journalisé
      *    (WS-JRN-TRAVAIL) : date et heure d'exécution, code et
      *    libellé, code de réouverture éventuel, puis statut et
      *    montant avant et après.
       AJOUTE-LIGNE-JOURNAL.
           EVALUATE JRNT-CODE
               WHEN 'C'
                   MOVE 'Creation' TO WS-LIBELLE-MVT
               WHEN 'M'
                   MOVE 'Modification' TO WS-LIBELLE-MVT
               WHEN 'R'
                   MOVE 'Resiliation' TO WS-LIBELLE-MVT
               WHEN 'S'
                   MOVE 'Suspension' TO WS-LIBELLE-MVT
               WHEN 'A'
                   MOVE 'Reactivation' TO WS-LIBELLE-MVT
               WHEN 'V'
                   MOVE 'Revalorisation' TO WS-LIBELLE-MVT
               WHEN OTHER
                   MOVE SPACES TO WS-LIBELLE-MVT
           END-EVALUATE
           MOVE JRNT-AVANT TO WS-IMAGE-AVANT
           MOVE JRNT-APRES TO WS-IMAGE-APRES
           MOVE SPACES TO WS-LIGNE
           IF JRNT-REOUVERTURE = SPACES
               STRING "  " JRNT-RUN-ID(1:8) " " JRNT-RUN-ID(9:6)
                       "  " JRNT-CODE " " WS-LIBELLE-MVT
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
           ELSE
               STRING "  " JRNT-RUN-ID(1:8) " " JRNT-RUN-ID(9:6)
                       "  " JRNT-CODE " " WS-LIBELLE-MVT
                       "  Reouverture: " JRNT-REOUVERTURE
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
           END-IF
           PERFORM AJOUTE-LIGNE
           MOVE SPACES TO WS-LIGNE
           IF JRNT-AVANT = SPACES
               STRING "      Statut: " IAP-STATUT
                       "  Montant: " IAP-MONTANT
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
           ELSE
               STRING "      Statut: " IAV-STATUT " -> " IAP-STATUT
                       "  Montant: " IAV-MONTANT " -> " IAP-MONTANT
                       DELIMITED BY SIZE
                       INTO WS-LIGNE
           END-IF
           PERFORM AJOUTE-LIGNE.

      *    Ajoute WS-LIGNE aux lignes de la fiche. Table pleine : la
      *    fiche est tronquée (signalé en dernière ligne) plutôt que
      *    d'arrêter la consultation.
       AJOUTE-LIGNE.
           IF WS-LIG-COUNT < WS-LIG-MAX - 1
               ADD 1 TO WS-LIG-COUNT
               MOVE WS-LIGNE TO WS-LIG-DATA(WS-LIG-COUNT)
           ELSE
               IF FICHE-COMPLETE
                   SET FICHE-TRONQUEE TO TRUE
                   ADD 1 TO WS-LIG-COUNT
                   MOVE "  (fiche tronquee: capacite atteinte)"
                       TO WS-LIG-DATA(WS-LIG-COUNT)
               END-IF
           END-IF.

      *    Feuillette les lignes préparées, page par page, jusqu'à la
      *    réponse 'R' (ou la suite demandée après la dernière page).
       AFFICHE-PAGES.
           MOVE 1 TO WS-PAGE-DEBUT
           COMPUTE WS-NB-PAGES =
               (WS-LIG-COUNT + WS-PAGE-TAILLE - 1) / WS-PAGE-TAILLE
           SET PAGINATION-EN-COURS TO TRUE
           PERFORM AFFICHE-UNE-PAGE UNTIL PAGINATION-TERMINEE.

      *    Affiche la page commençant à WS-PAGE-DEBUT puis traite la
      *    réponse de l'opérateur : S (ou Entrée) page suivante, P
      *    page précédente, R retour ; en mode liste, un numéro de
      *    police ouvre sa fiche.
       AFFICHE-UNE-PAGE.
           COMPUTE WS-PAGE-FIN = WS-PAGE-DEBUT + WS-PAGE-TAILLE - 1
           IF WS-PAGE-FIN > WS-LIG-COUNT
               MOVE WS-LIG-COUNT TO WS-PAGE-FIN
           END-IF
           DISPLAY " "
           PERFORM VARYING WS-LIG-IDX FROM WS-PAGE-DEBUT BY 1
                   UNTIL WS-LIG-IDX > WS-PAGE-FIN
               DISPLAY WS-LIG-DATA(WS-LIG-IDX)
           END-PERFORM
           COMPUTE WS-PAGE-NUM =
               (WS-PAGE-DEBUT - 1) / WS-PAGE-TAILLE + 1
           MOVE WS-PAGE-NUM TO WS-FORMATTED-PAGE
           MOVE WS-NB-PAGES TO WS-FORMATTED-PAGES
           IF MODE-LISTE
               DISPLAY "-- PAGE " WS-FORMATTED-PAGE "/"
                   WS-FORMATTED-PAGES " -- NUMERO DE POLICE, S=SUITE, "
                   "P=PRECEDENTE, R=RETOUR > "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "-- PAGE " WS-FORMATTED-PAGE "/"
                   WS-FORMATTED-PAGES " -- S=SUITE, P=PRECEDENTE, "
                   "R=RETOUR > "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-SAISIE-PAGE
           ACCEPT WS-SAISIE-PAGE
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-PAGE) TO WS-SAISIE-PAGE
           EVALUATE TRUE
               WHEN WS-SAISIE-PAGE = 'R'
                   SET PAGINATION-TERMINEE TO TRUE
               WHEN WS-SAISIE-PAGE = 'P'
                   IF WS-PAGE-DEBUT > WS-PAGE-TAILLE
                       SUBTRACT WS-PAGE-TAILLE FROM WS-PAGE-DEBUT
                   ELSE
                       MOVE 1 TO WS-PAGE-DEBUT
                   END-IF
               WHEN WS-SAISIE-PAGE = 'S' OR WS-SAISIE-PAGE = SPACES
                   IF WS-PAGE-FIN < WS-LIG-COUNT
                       COMPUTE WS-PAGE-DEBUT = WS-PAGE-FIN + 1
                   ELSE
                       IF MODE-FICHE
                           SET PAGINATION-TERMINEE TO TRUE
                       END-IF
                   END-IF
               WHEN MODE-LISTE AND
                       FUNCTION TEST-NUMVAL(WS-SAISIE-PAGE) = 0
                   PERFORM CONTROLE-CHOIX-POLICE
               WHEN OTHER
                   DISPLAY "SAISIE NON RECONNUE."
           END-EVALUATE.

      *    Contrôle le numéro de police saisi dans la liste : il doit
      *    désigner une ligne de la liste.
       CONTROLE-CHOIX-POLICE.
           IF FUNCTION NUMVAL(WS-SAISIE-PAGE) < 1 OR
                   FUNCTION NUMVAL(WS-SAISIE-PAGE) > WS-CP-COUNT
               DISPLAY "NUMERO HORS DE LA LISTE."
           ELSE
               COMPUTE WS-CHOIX = FUNCTION NUMVAL(WS-SAISIE-PAGE)
               SET PAGINATION-TERMINEE TO TRUE
           END-IF.

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

      *    Recherche un libellé de type brut dans la table partagée
      *    et renvoie sa ligne de produit canonique (même paragraphe
      *    que dans ASSUREXT).
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

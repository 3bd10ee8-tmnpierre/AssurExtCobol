      *    (ASSUR-DATE-DEB / ASSUR-DATE-FIN). Les images avant/après
      *    sont journalisées et les mouvements rejetés sont restitués
      *    dans un fichier à part pour re-saisie par l'agence.
      *    Chaque sinistre porte en outre son cumul réglé et sa
      *    réserve restant ouverte : les règlements ('P') et les
      *    révisions de réserve ('V') sont des mouvements distincts,
      *    datés, reportés au grand livre des transactions de
      *    sinistres (transactions-sinistres.dat) d'où SINISDEV tire
      *    les triangles de développement. Un sinistre ne se clôt
      *    plus tant que sa réserve n'est pas soldée.
      *    Une fois une période close par ASSURCLO (voir
      *    copybooks/PERREC.cpy), un règlement ou une révision daté
      *    dans cette période est rejeté, sauf code de réouverture
      *    autorisé pour la période (voir copybooks/AUTREC.cpy), repris
      *    dans le journal d'audit. Seule compte la date à laquelle le
      *    mouvement est reporté au grand livre : une déclaration, une
      *    réévaluation ou une clôture y est reportée à la date du
      *    jour, jamais dans une période close, même quand le sinistre
      *    est survenu avant la clôture.
      *    À la déclaration, la survenance est en outre confrontée à
      *    l'historique des suspensions (historique-suspensions.dat,
      *    appariement S/A comme dans SUSPAGE) : un sinistre survenu
      *    pendant une période de suspension, close ou encore en
      *    cours, est rejeté comme survenu hors garantie (même
      *    contrôle sur la nouvelle date d'une réévaluation). Les
      *    déclarations acceptées qui présentent un profil à examiner
      *    sont signalées au gestionnaire sinistres dans un fichier
      *    de signalements, sans être rejetées : sinistre dans les
      *    premiers jours de la prise d'effet ou d'une réactivation,
      *    sinistres rapprochés sur une même police ou un même client
      *    (ASSUR-CLIENT), montant au-delà du seuil de la ligne de
      *    produit (table TYPELK). Délais, fenêtre et seuils sont des
      *    cartes du fichier sinistres-params.dat.
      *    *************************************************************

       IDENTIFICATION DIVISION.

      *    Fichier des mouvements de sinistres du jour : un code
      *    mouvement ('C' = déclaration, 'M' = réévaluation, 'R' =
      *    clôture, 'P' = règlement, 'V' = révision de la réserve)
      *    suivi des champs du fichier des sinistres. Sur une
      *    réévaluation ou une clôture, un champ laissé à blanc
      *    signifie "inchangé". Sur un règlement, MVT-MONTANT est le
      *    montant payé et MVT-DATE la date du paiement ; sur une
      *    révision, MVT-MONTANT est la nouvelle réserve et MVT-DATE
      *    la date de la révision (date du jour si à blanc). Le code
      *    de réouverture n'est exigé que pour un règlement ou une
      *    révision daté dans une période close.
           SELECT FICHIER-MOUVEMENTS ASSIGN TO
                   'mouvements-sinistres.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Fichier des sinistres indexé (voir copybooks/SINISREC.cpy).
      *    ACCESS DYNAMIC : relu en séquentiel au début du passage pour
      *    les contrôles de sinistres rapprochés, puis chaque mouvement
      *    est appliqué par clé SINIS-ID, sans ordre imposé dans le
      *    fichier du jour.
           SELECT FICHIER-SINISTRES ASSIGN TO 'sinistres.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SINIS-ID
               FILE STATUS IS WS-SINIS-FILE-STATUS.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Grand livre des transactions de sinistres (voir
      *    copybooks/TRSREC.cpy) : une ligne datée par ouverture,
      *    règlement, révision de réserve ou clôture, ajoutée à la
      *    suite du fichier existant (jamais tronqué).
           SELECT FICHIER-TRANSACTIONS ASSIGN TO
                   'transactions-sinistres.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRS-FILE-STATUS.

      *    Enregistrement de contrôle du fichier des sinistres (même
      *    structure que copybooks/CTLREC.cpy pour le maître) :
      *    entretenu ici à chaque mouvement appliqué, rapproché par
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *    Fichier de contrôle des périodes écrit par ASSURCLO (voir
      *    copybooks/PERREC.cpy). Absent (aucune clôture encore
      *    passée) : aucune période n'est verrouillée.
           SELECT FICHIER-PERIODES ASSIGN TO 'periode-controle.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

      *    Autorisations de réouverture d'une période close (voir
      *    copybooks/AUTREC.cpy). Absent : aucun code n'est accepté.
           SELECT FICHIER-AUTORISATIONS ASSIGN TO
                   'autorisations-reouverture.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUT-FILE-STATUS.

      *    Historique des suspensions écrit par ASSURMNT (voir
      *    copybooks/SUSPREC.cpy). Absent : aucune suspension connue.
           SELECT FICHIER-SUSPENSIONS ASSIGN TO
                   'historique-suspensions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

      *    Cartes de paramètres du contrôle des déclarations, tenues
      *    par le gestionnaire sinistres : DELAI-CARENCE (jours après
      *    la prise d'effet ou une réactivation), FENETRE-CUMUL
      *    (jours) et NB-CUMUL (nombre de sinistres dans la fenêtre)
      *    pour les sinistres rapprochés, SEUIL-xxxx pour le montant
      *    au-delà duquel un sinistre de la ligne de produit xxxx
      *    (AUTO, HABI, SANT, VIE, VOYA) est signalé. Une valeur à
      *    zéro désactive la règle. Fichier absent : valeurs par
      *    défaut, sans seuil de montant.
           SELECT FICHIER-PARAMETRES ASSIGN TO 'sinistres-params.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *    Signalements au gestionnaire sinistres : une ligne par
      *    règle déclenchée sur une déclaration acceptée, ajoutée à la
      *    suite du fichier existant (jamais tronqué, comme le
      *    journal) jusqu'à son traitement par le gestionnaire.
           SELECT FICHIER-SIGNALEMENTS ASSIGN TO
                   'sinistres-signalements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SIGN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  MVT-MONTANT         PIC X(9).
           05  FILLER              PIC X(1).
           05  MVT-DEVISE          PIC X(3).
           05  FILLER              PIC X(1).
           05  MVT-REOUVERTURE     PIC X(8).

      *    Voir copybooks/SINISREC.cpy.
       FD  FICHIER-SINISTRES.
           05  WS-REJET-LENGTH     PIC 9(3).
           05  WS-REJET-DATA       PIC X(170).

      *    Voir copybooks/TRSREC.cpy.
       FD  FICHIER-TRANSACTIONS.
       01  TRS-REC.
           COPY TRSREC.

      *    Voir copybooks/CTLREC.cpy.
       FD  FICHIER-CONTROLE.
       01  CTL-REC.
           COPY CTLREC.

      *    Voir copybooks/PERREC.cpy.
       FD  FICHIER-PERIODES.
       01  PERIODE-REC.
           COPY PERREC.

      *    Voir copybooks/AUTREC.cpy.
       FD  FICHIER-AUTORISATIONS.
       01  AUTORISATION-REC.
           COPY AUTREC.

      *    Voir copybooks/SUSPREC.cpy.
       FD  FICHIER-SUSPENSIONS.
       01  SUSPENSION-REC.
           COPY SUSPREC.

       FD  FICHIER-PARAMETRES.
       01  PARAM-REC.
           05  PARAM-MOT-CLE       PIC X(16).
           05  FILLER              PIC X(1).
           05  PARAM-VALEUR        PIC X(8).

      *    Ligne de signalement : date du passage, sinistre, police,
      *    client, ligne de produit, survenance, montant déclaré,
      *    règle déclenchée (CARENCE, REACTIV, CUMUL-PO, CUMUL-CL,
      *    MONTANT) et détail en clair.
       FD  FICHIER-SIGNALEMENTS.
       01  SIGNALEMENT-REC.
           05  SIGN-DATE-PASSAGE   PIC X(8).
           05  FILLER              PIC X(1).
           05  SIGN-SINIS-ID       PIC X(8).
           05  FILLER              PIC X(1).
           05  SIGN-ASSUR-ID       PIC X(8).
           05  FILLER              PIC X(1).
           05  SIGN-CLIENT         PIC X(6).
           05  FILLER              PIC X(1).
           05  SIGN-PRODUIT        PIC X(4).
           05  FILLER              PIC X(1).
           05  SIGN-DATE           PIC X(8).
           05  FILLER              PIC X(1).
           05  SIGN-MONTANT        PIC X(9).
           05  FILLER              PIC X(1).
           05  SIGN-DEVISE         PIC X(3).
           05  FILLER              PIC X(1).
           05  SIGN-REGLE          PIC X(8).
           05  FILLER              PIC X(1).
           05  SIGN-DETAIL         PIC X(40).

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-MASTER-FILE-STATUS   PIC XX.
       01  WS-JOURNAL-FILE-STATUS  PIC XX.
       01  WS-CTL-FILE-STATUS      PIC XX.
       01  WS-TRS-FILE-STATUS      PIC XX.
       01  WS-PER-FILE-STATUS      PIC XX.
       01  WS-AUT-FILE-STATUS      PIC XX.
       01  WS-SUSP-FILE-STATUS     PIC XX.
       01  WS-PARAM-FILE-STATUS    PIC XX.
       01  WS-SIGN-FILE-STATUS     PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).

      *    Copie de travail de l'enregistrement de contrôle des
       01  WS-TOTAL-DECLARATIONS   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REEVALUATIONS  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-CLOTURES       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REGLEMENTS     PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REVISIONS      PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REJETS         PIC 9(6) VALUE ZERO.

      *    Validité du mouvement en cours et raison du rejet, sur le
      *    Image avant modification de l'enregistrement sinistre, pour
      *    le journal d'audit. Sur une déclaration, l'image avant est
      *    vide.
       01  WS-IMAGE-AVANT          PIC X(69).
       01  WS-IMAGE-APRES          PIC X(69).

      *    Réglé et réserve du sinistre en cours, convertis depuis
      *    SINIS-REGLE / SINIS-RESERVE (un montant inexploitable
      *    compte pour zéro), et montant converti du mouvement.
      *    SINIS-MONTANT, SINIS-REGLE et SINIS-RESERVE font 9 octets :
      *    999999.99 au plus en écriture numérique simple (même
      *    garde-fou que WS-MONTANT-EDITE dans ASSURFAC).
       01  WS-REGLE-NUM            PIC 9(10)V99 VALUE ZERO.
       01  WS-RESERVE-NUM          PIC 9(10)V99 VALUE ZERO.
       01  WS-RESERVE-AVANT        PIC 9(10)V99 VALUE ZERO.
       01  WS-MONTANT-MVT          PIC S9(10)V99 VALUE ZERO.
       01  WS-MONTANT-EDITE        PIC 9(6).99.

      *    Transaction à reporter au grand livre pour le mouvement en
      *    cours : code, date, montant réglé et variation signée de
      *    la réserve.
       01  WS-TRS-CODE             PIC X(1).
       01  WS-DATE-TRANSACTION     PIC X(8).
       01  WS-TRS-REGLE            PIC S9(10)V99 VALUE ZERO.
       01  WS-TRS-VAR-RESERVE      PIC S9(10)V99 VALUE ZERO.

      *    Verrouillage des périodes closes (mêmes zones que dans
      *    ASSURMNT, voir copybooks/PERREC.cpy) : plus grande date de
      *    verrouillage et dernière période close, date du mouvement
      *    à contrôler, code de réouverture qu'il porte et code
      *    retenu pour le journal quand il a servi.
       01  WS-DATE-VERROU          PIC X(8) VALUE SPACES.
       01  WS-PERIODE-CLOSE        PIC X(6) VALUE SPACES.
       01  WS-DATE-PERIODE         PIC X(8).
       01  WS-CODE-REOUVERTURE     PIC X(8).
       01  WS-REOUVERTURE-RETENUE  PIC X(8) VALUE SPACES.
       01  WS-PERIODE-SW           PIC X VALUE 'Y'.
           88  PERIODE-AUTORISEE           VALUE 'Y'.
           88  PERIODE-VERROUILLEE         VALUE 'N'.
       01  WS-TOTAL-REOUVERTURES   PIC 9(6) VALUE ZERO.

      *    Autorisations de réouverture chargées en mémoire (voir
      *    copybooks/AUTREC.cpy).
       01  WS-AUT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-AUT-MAX              PIC 9(3) VALUE 200.
       01  WS-AUT-TABLE.
           05  WS-AUT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-AUT-COUNT.
               10  WS-AUT-CODE             PIC X(8).
               10  WS-AUT-PERIODE          PIC X(6).
               10  WS-AUT-DATE-LIMITE      PIC X(8).
       01  WS-AUT-IDX              PIC 9(3) VALUE ZERO.

      *    Paramètres du contrôle des déclarations (cartes de
      *    sinistres-params.dat) : délai de carence en jours, fenêtre
      *    et nombre de sinistres rapprochés, seuils de montant par
      *    ligne de produit.
       01  WS-DELAI-CARENCE        PIC 9(4) VALUE 30.
       01  WS-FENETRE-CUMUL        PIC 9(4) VALUE 30.
       01  WS-NB-CUMUL             PIC 9(4) VALUE 2.
       01  WS-PARAM-LU             PIC 9(8)V99 VALUE ZERO.
       01  WS-SEUIL-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-SEUIL-MAX            PIC 9(2) VALUE 20.
       01  WS-SEUIL-TABLE.
           05  WS-SEUIL-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-SEUIL-COUNT.
               10  WS-SEUIL-PRODUIT        PIC X(4).
               10  WS-SEUIL-MONTANT        PIC 9(8)V99.
       01  WS-SEUIL-IDX            PIC 9(2) VALUE ZERO.
       01  WS-SEUIL-POS            PIC 9(2) VALUE ZERO.

      *    Périodes de suspension de toutes les polices, reconstituées
      *    par appariement S/A dans l'ordre de l'historique : un 'S'
      *    ouvre une période (ignoré si la police est déjà suspendue),
      *    un 'A' la referme ; une période sans 'A' est en cours (fin
      *    à blanc). La fin d'une période est une date de
      *    réactivation.
       01  WS-SP-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-SP-MAX               PIC 9(5) VALUE 20000.
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-SP-COUNT.
               10  WS-SP-ASSUR-ID          PIC X(8).
               10  WS-SP-DEBUT             PIC X(8).
               10  WS-SP-FIN               PIC X(8).
       01  WS-SP-IDX               PIC 9(5) VALUE ZERO.
       01  WS-SP-POS               PIC 9(5) VALUE ZERO.

      *    Sinistres connus (fichier des sinistres au début du
      *    passage, puis déclarations acceptées du jour) : police,
      *    client de la police et survenance en jours, pour les
      *    contrôles de sinistres rapprochés.
       01  WS-SC-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-SC-MAX               PIC 9(5) VALUE 50000.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-SC-COUNT.
               10  WS-SC-SINIS-ID          PIC X(8).
               10  WS-SC-ASSUR-ID          PIC X(8).
               10  WS-SC-CLIENT            PIC X(6).
               10  WS-SC-JOUR              PIC 9(7).
       01  WS-SC-IDX               PIC 9(5) VALUE ZERO.

      *    Zones de travail du contrôle de la déclaration en cours :
      *    police contrôlée, dates en jours, écart, dernière
      *    réactivation, sinistres rapprochés trouvés, règle et détail
      *    du signalement.
       01  WS-SCR-ASSUR-ID         PIC X(8).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-JOUR-SURVENANCE      PIC 9(7) VALUE ZERO.
       01  WS-JOUR-REFERENCE       PIC 9(7) VALUE ZERO.
       01  WS-ECART-JOURS          PIC S9(7) VALUE ZERO.
       01  WS-DATE-REACTIVATION    PIC X(8).
       01  WS-NB-CUMUL-POLICE      PIC 9(5) VALUE ZERO.
       01  WS-NB-CUMUL-CLIENT      PIC 9(5) VALUE ZERO.
       01  WS-NB-CUMUL-TOTAL       PIC 9(5) VALUE ZERO.
       01  WS-SIGN-REGLE           PIC X(8).
       01  WS-SIGN-DETAIL          PIC X(40).
       01  WS-FORMATTED-JOURS      PIC ZZZ9.
       01  WS-FORMATTED-NB         PIC ZZZZ9.
       01  WS-SEUIL-EDITE          PIC ZZZZZZZ9.99.
       01  WS-SIGNALE-SW           PIC X VALUE 'N'.
           88  SINISTRE-SIGNALE            VALUE 'Y'.
           88  SINISTRE-NON-SIGNALE        VALUE 'N'.
       01  WS-TOTAL-REJETS-SUSP    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SIGNALES       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SIGNALEMENTS   PIC 9(6) VALUE ZERO.

      *    Table de correspondance des types (voir
      *    copybooks/TYPELK.cpy).
           COPY TYPELK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               STOP RUN
           END-IF

      *    Sinistres déjà connus, pour les contrôles de sinistres
      *    rapprochés.
           PERFORM CHARGE-SINISTRES-CONNUS

      *    Le journal d'audit est complété à la suite (jamais
      *    tronqué). OPEN EXTEND n'est valide que si le fichier existe
      *    déjà : au tout premier lancement il est créé avec OPEN
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF

      *    Grand livre des transactions, complété à la suite comme le
      *    journal d'audit.
           OPEN EXTEND FICHIER-TRANSACTIONS
           IF WS-TRS-FILE-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-TRANSACTIONS
           END-IF

           OPEN OUTPUT FICHIER-REJETS

      *    Signalements complétés à la suite, comme le journal.
           OPEN EXTEND FICHIER-SIGNALEMENTS
           IF WS-SIGN-FILE-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-SIGNALEMENTS
           END-IF

      *    Date/heure du jour, reprise dans chaque ligne du journal.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME

      *    l'entretenir au fil des mouvements appliqués.
           PERFORM LIT-CONTROLE

      *    Périodes closes et autorisations de réouverture.
           PERFORM LIT-PERIODE-CONTROLE
           PERFORM LIT-AUTORISATIONS

      *    Paramètres du contrôle des déclarations et périodes de
      *    suspension.
           PERFORM LIT-PARAMETRES-CONTROLE
           PERFORM LIT-HISTORIQUE-SUSPENSIONS

      *    Écriture de l'en-tête du fichier des rejets (même principe
      *    que celui d'ASSURMNT).
           MOVE "Mouvement d'origine - Raison du rejet" TO
           CLOSE FICHIER-SINISTRES
           CLOSE FICHIER-MASTER
           CLOSE FICHIER-JOURNAL
           CLOSE FICHIER-TRANSACTIONS
           CLOSE FICHIER-REJETS
           CLOSE FICHIER-SIGNALEMENTS

      *    Réécriture de l'enregistrement de contrôle mis à jour.
           PERFORM ECRIT-CONTROLE
               WS-TOTAL-DECLARATIONS " DECLARATION(S), "
               WS-TOTAL-REEVALUATIONS " REEVALUATION(S), "
               WS-TOTAL-CLOTURES " CLOTURE(S), "
               WS-TOTAL-REGLEMENTS " REGLEMENT(S), "
               WS-TOTAL-REVISIONS " REVISION(S) DE RESERVE, "
               WS-TOTAL-REJETS " REJET(S)."
           IF WS-DATE-VERROU NOT = SPACES
               DISPLAY "PERIODES CLOSES JUSQU'AU " WS-DATE-VERROU
                   " (" WS-PERIODE-CLOSE "): " WS-TOTAL-REOUVERTURES
                   " MOUVEMENT(S) ADMIS SUR CODE DE REOUVERTURE."
           END-IF
           DISPLAY "CONTROLE DES DECLARATIONS: " WS-TOTAL-REJETS-SUSP
               " REJET(S) POUR SUSPENSION, " WS-TOTAL-SIGNALES
               " SINISTRE(S) SIGNALE(S) (" WS-TOTAL-SIGNALEMENTS
               " SIGNALEMENT(S))."
           IF WS-TOTAL-SIGNALEMENTS > 0
               DISPLAY "ATTENTION: VOIR sinistres-signalements.dat "
                   "POUR EXAMEN PAR LE GESTIONNAIRE SINISTRES."
           END-IF
           IF WS-TOTAL-REJETS > 0
               DISPLAY "ATTENTION: VOIR sinistres-rejets.dat POUR "
                   "RE-SAISIE PAR L'AGENCE."
                       MOVE '10' TO WS-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-MOUVEMENTS
                       MOVE SPACES TO WS-REOUVERTURE-RETENUE
                       EVALUATE MVT-CODE
                           WHEN 'C'
                               PERFORM APPLIQUE-DECLARATION
                               PERFORM APPLIQUE-REEVALUATION
                           WHEN 'R'
                               PERFORM APPLIQUE-CLOTURE
                           WHEN 'P'
                               PERFORM APPLIQUE-REGLEMENT
                           WHEN 'V'
                               PERFORM APPLIQUE-REVISION-RESERVE
                           WHEN OTHER
                               MOVE "Code mouvement inconnu" TO
                                   WS-REJECT-REASON
      *    reprise de la police), la police doit exister au maître et
      *    la date de survenance doit tomber dans sa période de
      *    couverture. Le SINIS-ID ne doit pas déjà exister (le WRITE
      *    INVALID KEY intercepte le doublon). Rien n'étant encore
      *    réglé, toute l'estimation de la déclaration est mise en
      *    réserve, et l'ouverture de la réserve est reportée au grand
      *    livre à la date du jour.
       APPLIQUE-DECLARATION.
           PERFORM VALIDE-DECLARATION
           IF MOUVEMENT-EST-VALIDE
               PERFORM CONTROLE-MONTANT-MVT
           END-IF
           IF MOUVEMENT-EST-INVALIDE
               PERFORM WRITE-REJET-RECORD
           ELSE
               MOVE MVT-ASSUR-ID TO SINIS-ASSUR-ID
               MOVE MVT-DATE TO SINIS-DATE
               MOVE 'Ouvert' TO SINIS-STATUT
               MOVE ZERO TO WS-REGLE-NUM
               MOVE WS-MONTANT-MVT TO WS-RESERVE-NUM
               PERFORM RANGE-MONTANTS-SINISTRE
      *    Devise du mouvement si fournie, sinon celle de la police
      *    (ASSUR-REC vient d'être relu par VALIDE-DECLARATION).
               IF MVT-DEVISE NOT = SPACES
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-DECLARATIONS
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE 'O' TO WS-TRS-CODE
                       MOVE WS-CURRENT-TIME(1:8) TO
                           WS-DATE-TRANSACTION
                       MOVE ZERO TO WS-TRS-REGLE
                       MOVE WS-RESERVE-NUM TO WS-TRS-VAR-RESERVE
                       PERFORM WRITE-TRANSACTION-RECORD
                       PERFORM CALCULE-MONTANT-CONTROLE
                       ADD 1 TO WS-CTL-NB-ENREG
                       ADD WS-MONTANT-CONTROLE TO
                           WS-CTL-HASH-MONTANTS
                       PERFORM CONTROLE-SIGNALEMENTS
               END-WRITE
           END-IF.

      *    rattachement ASSUR-ID n'est pas modifiable). Une nouvelle
      *    date de survenance repasse par le contrôle de période de
      *    couverture de la police, comme à la déclaration. Un
      *    sinistre clos n'est plus réévaluable. Un nouveau montant
      *    est la nouvelle estimation de la charge totale : le réglé
      *    ne bouge pas, la réserve devient estimation - réglé (une
      *    estimation inférieure au réglé est rejetée) et la révision
      *    est reportée au grand livre à la date du jour.
       APPLIQUE-REEVALUATION.
           PERFORM LIT-SINISTRE-PAR-CLE
           IF SINIS-NON-TROUVE
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE "Sinistre deja clos" TO WS-REJECT-REASON
               END-IF
               PERFORM CHARGE-MONTANTS-SINISTRE
               IF MOUVEMENT-EST-VALIDE AND MVT-MONTANT NOT = SPACES
                   PERFORM CONTROLE-MONTANT-MVT
                   IF MOUVEMENT-EST-VALIDE AND
                           WS-MONTANT-MVT < WS-REGLE-NUM
                       SET MOUVEMENT-EST-INVALIDE TO TRUE
                       MOVE "Estimation inferieure au regle" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
               IF MOUVEMENT-EST-INVALIDE
                   PERFORM WRITE-REJET-RECORD
               ELSE
                       MOVE MVT-DATE TO SINIS-DATE
                   END-IF
                   IF MVT-MONTANT NOT = SPACES
                       MOVE WS-RESERVE-NUM TO WS-RESERVE-AVANT
                       COMPUTE WS-RESERVE-NUM =
                           WS-MONTANT-MVT - WS-REGLE-NUM
                       PERFORM RANGE-MONTANTS-SINISTRE
                   END-IF
                   IF MVT-DEVISE NOT = SPACES
                       MOVE MVT-DEVISE TO SINIS-DEVISE
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-REEVALUATIONS
                           PERFORM WRITE-JOURNAL-RECORD
                           IF MVT-DATE NOT = SPACES
                               PERFORM MAJ-SINISTRE-CONNU
                           END-IF
                           IF MVT-MONTANT NOT = SPACES
                               MOVE 'V' TO WS-TRS-CODE
                               MOVE WS-CURRENT-TIME(1:8) TO
                                   WS-DATE-TRANSACTION
                               MOVE ZERO TO WS-TRS-REGLE
                               COMPUTE WS-TRS-VAR-RESERVE =
                                   WS-RESERVE-NUM - WS-RESERVE-AVANT
                               PERFORM WRITE-TRANSACTION-RECORD
                           END-IF
                           PERFORM CALCULE-MONTANT-CONTROLE
                           MOVE WS-MONTANT-CONTROLE TO
                               WS-MONTANT-CTL-APRES
               END-IF
           END-IF.

      *    Clôture d'un sinistre existant : le statut passe à 'Clos'.
      *    La clôture est refusée tant que la réserve n'est pas
      *    soldée (par règlement ou par révision à zéro) : la charge
      *    définitive est alors le réglé. Un montant fourni sur la
      *    clôture ne remplace plus rien ; il doit être égal au réglé,
      *    comme contrôle de l'agence. La clôture est reportée au
      *    grand livre, montants à zéro.
       APPLIQUE-CLOTURE.
           PERFORM LIT-SINISTRE-PAR-CLE
           IF SINIS-NON-TROUVE
               PERFORM CALCULE-MONTANT-CONTROLE
               MOVE WS-MONTANT-CONTROLE TO WS-MONTANT-CTL-AVANT
               SET MOUVEMENT-EST-VALIDE TO TRUE
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM CHARGE-MONTANTS-SINISTRE
               IF SINIS-STATUT = 'Clos'
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE "Sinistre deja clos" TO WS-REJECT-REASON
               END-IF
               IF MOUVEMENT-EST-VALIDE AND MVT-MONTANT NOT = SPACES
                   PERFORM CONTROLE-MONTANT-MVT
                   IF MOUVEMENT-EST-VALIDE AND
                           WS-MONTANT-MVT NOT = WS-REGLE-NUM
                       SET MOUVEMENT-EST-INVALIDE TO TRUE
                       MOVE "Montant de cloture different du regle"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF MOUVEMENT-EST-VALIDE AND WS-RESERVE-NUM > 0
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE "Reserve encore ouverte: cloture refusee" TO
                       WS-REJECT-REASON
               END-IF
               IF MOUVEMENT-EST-INVALIDE
                   PERFORM WRITE-REJET-RECORD
               ELSE
                   MOVE 'Clos' TO SINIS-STATUT
                   PERFORM RANGE-MONTANTS-SINISTRE
                   MOVE SINIS-REC TO WS-IMAGE-APRES
                   REWRITE SINIS-REC
                       INVALID KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CLOTURES
                           PERFORM WRITE-JOURNAL-RECORD
                           MOVE 'R' TO WS-TRS-CODE
                           MOVE WS-CURRENT-TIME(1:8) TO
                               WS-DATE-TRANSACTION
                           MOVE ZERO TO WS-TRS-REGLE
                           MOVE ZERO TO WS-TRS-VAR-RESERVE
                           PERFORM WRITE-TRANSACTION-RECORD
                           PERFORM CALCULE-MONTANT-CONTROLE
                           MOVE WS-MONTANT-CONTROLE TO
                               WS-MONTANT-CTL-APRES
                           COMPUTE WS-CTL-HASH-MONTANTS =
                               WS-CTL-HASH-MONTANTS +
                               WS-MONTANT-CTL-APRES -
                               WS-MONTANT-CTL-AVANT
                   END-REWRITE
               END-IF
           END-IF.

      *    Règlement sur un sinistre ouvert : le montant payé vient
      *    en déduction de la réserve (un règlement supérieur à la
      *    réserve est rejeté, la réserve doit d'abord être révisée)
      *    et s'ajoute au réglé ; la charge totale ne bouge pas. Le
      *    règlement est reporté au grand livre à sa date de
      *    paiement.
       APPLIQUE-REGLEMENT.
           PERFORM LIT-SINISTRE-PAR-CLE
           IF SINIS-NON-TROUVE
               MOVE "SINIS-ID inconnu au fichier" TO WS-REJECT-REASON
               PERFORM WRITE-REJET-RECORD
           ELSE
               MOVE SINIS-REC TO WS-IMAGE-AVANT
               PERFORM CALCULE-MONTANT-CONTROLE
               MOVE WS-MONTANT-CONTROLE TO WS-MONTANT-CTL-AVANT
               PERFORM VALIDE-TRANSACTION
               IF MOUVEMENT-EST-VALIDE AND WS-MONTANT-MVT = 0
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE "Montant de reglement nul" TO WS-REJECT-REASON
               END-IF
               IF MOUVEMENT-EST-VALIDE AND
                       WS-MONTANT-MVT > WS-RESERVE-NUM
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE "Reglement superieur a la reserve" TO
                       WS-REJECT-REASON
               END-IF
               IF MOUVEMENT-EST-VALIDE AND
                       WS-REGLE-NUM + WS-RESERVE-NUM > 999999.99
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE "Charge superieure a 999999.99" TO
                       WS-REJECT-REASON
               END-IF
               IF MOUVEMENT-EST-INVALIDE
                   PERFORM WRITE-REJET-RECORD
               ELSE
                   MOVE WS-RESERVE-NUM TO WS-RESERVE-AVANT
                   ADD WS-MONTANT-MVT TO WS-REGLE-NUM
                   SUBTRACT WS-MONTANT-MVT FROM WS-RESERVE-NUM
                   PERFORM RANGE-MONTANTS-SINISTRE
                   MOVE SINIS-REC TO WS-IMAGE-APRES
                   REWRITE SINIS-REC
                       INVALID KEY
                           MOVE "Echec de reecriture au fichier" TO
                               WS-REJECT-REASON
                           PERFORM WRITE-REJET-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-REGLEMENTS
                           PERFORM WRITE-JOURNAL-RECORD
                           MOVE 'P' TO WS-TRS-CODE
                           MOVE WS-MONTANT-MVT TO WS-TRS-REGLE
                           COMPUTE WS-TRS-VAR-RESERVE =
                               WS-RESERVE-NUM - WS-RESERVE-AVANT
                           PERFORM WRITE-TRANSACTION-RECORD
                           PERFORM CALCULE-MONTANT-CONTROLE
                           MOVE WS-MONTANT-CONTROLE TO
                               WS-MONTANT-CTL-APRES
                           COMPUTE WS-CTL-HASH-MONTANTS =
                               WS-CTL-HASH-MONTANTS +
                               WS-MONTANT-CTL-APRES -
                               WS-MONTANT-CTL-AVANT
                   END-REWRITE
               END-IF
           END-IF.

      *    Révision de la réserve d'un sinistre ouvert : MVT-MONTANT
      *    est la nouvelle réserve (zéro pour la solder avant
      *    clôture). Le réglé ne bouge pas, la charge totale devient
      *    réglé + nouvelle réserve. La variation de réserve est
      *    reportée au grand livre à la date de la révision.
       APPLIQUE-REVISION-RESERVE.
           PERFORM LIT-SINISTRE-PAR-CLE
           IF SINIS-NON-TROUVE
               MOVE "SINIS-ID inconnu au fichier" TO WS-REJECT-REASON
               PERFORM WRITE-REJET-RECORD
           ELSE
               MOVE SINIS-REC TO WS-IMAGE-AVANT
               PERFORM CALCULE-MONTANT-CONTROLE
               MOVE WS-MONTANT-CONTROLE TO WS-MONTANT-CTL-AVANT
               PERFORM VALIDE-TRANSACTION
               IF MOUVEMENT-EST-VALIDE AND
                       WS-REGLE-NUM + WS-MONTANT-MVT > 999999.99
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE "Charge superieure a 999999.99" TO
                       WS-REJECT-REASON
               END-IF
               IF MOUVEMENT-EST-INVALIDE
                   PERFORM WRITE-REJET-RECORD
               ELSE
                   MOVE WS-RESERVE-NUM TO WS-RESERVE-AVANT
                   MOVE WS-MONTANT-MVT TO WS-RESERVE-NUM
                   PERFORM RANGE-MONTANTS-SINISTRE
                   MOVE SINIS-REC TO WS-IMAGE-APRES
                   REWRITE SINIS-REC
                       INVALID KEY
                           MOVE "Echec de reecriture au fichier" TO
                               WS-REJECT-REASON
                           PERFORM WRITE-REJET-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-REVISIONS
                           PERFORM WRITE-JOURNAL-RECORD
                           MOVE 'V' TO WS-TRS-CODE
                           MOVE ZERO TO WS-TRS-REGLE
                           COMPUTE WS-TRS-VAR-RESERVE =
                               WS-RESERVE-NUM - WS-RESERVE-AVANT
                           PERFORM WRITE-TRANSACTION-RECORD
                           PERFORM CALCULE-MONTANT-CONTROLE
                           MOVE WS-MONTANT-CONTROLE TO
                               WS-MONTANT-CTL-APRES
      *    Validation d'un mouvement de déclaration : tous les champs
      *    doivent être fournis et valides, la police doit exister au
      *    maître et la date de survenance doit tomber entre
      *    ASSUR-DATE-DEB et ASSUR-DATE-FIN de la police, hors de toute
      *    période de suspension.
       VALIDE-DECLARATION.
           SET MOUVEMENT-EST-VALIDE TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
                               SET MOUVEMENT-EST-INVALIDE TO TRUE
                               MOVE "Date hors periode de couverture"
                                   TO WS-REJECT-REASON
                           ELSE
                               MOVE MVT-ASSUR-ID TO WS-SCR-ASSUR-ID
                               PERFORM CONTROLE-SUSPENSION
                           END-IF
                       END-IF
                   END-IF
      *    police, avec la même règle qu'à la déclaration : sans ce
      *    contrôle, un mouvement 'M' pouvait déplacer la date d'un
      *    sinistre hors couverture alors qu'une déclaration l'aurait
      *    rejeté (période de suspension comprise). La police est
      *    relue par la clé portée par le sinistre déjà lu
      *    (SINIS-ASSUR-ID, non modifiable par le mouvement).
       VALIDE-DATE-COUVERTURE.
           SET MASTER-NON-TROUVE TO TRUE
           MOVE SPACES TO ASSUR-REC
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE "Date hors periode de couverture" TO
                       WS-REJECT-REASON
               ELSE
                   MOVE SINIS-ASSUR-ID TO WS-SCR-ASSUR-ID
                   PERFORM CONTROLE-SUSPENSION
               END-IF
           END-IF.

      *    Validation commune d'un règlement ou d'une révision de
      *    réserve sur le sinistre qui vient d'être lu : sinistre
      *    ouvert, montant fourni et exploitable, devise éventuelle
      *    égale à celle du sinistre, date de transaction valide et
      *    hors période close (sauf code de réouverture autorisé).
      *    Laisse le réglé et la réserve convertis dans WS-REGLE-NUM /
      *    WS-RESERVE-NUM et la date retenue dans WS-DATE-TRANSACTION.
       VALIDE-TRANSACTION.
           SET MOUVEMENT-EST-VALIDE TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM CHARGE-MONTANTS-SINISTRE

           IF SINIS-STATUT = 'Clos'
               SET MOUVEMENT-EST-INVALIDE TO TRUE
               MOVE "Sinistre deja clos" TO WS-REJECT-REASON
           END-IF

           IF MOUVEMENT-EST-VALIDE AND MVT-MONTANT = SPACES
               SET MOUVEMENT-EST-INVALIDE TO TRUE
               MOVE "Montant absent du mouvement" TO WS-REJECT-REASON
           END-IF

           IF MOUVEMENT-EST-VALIDE
               PERFORM CONTROLE-MONTANT-MVT
           END-IF

           IF MOUVEMENT-EST-VALIDE AND MVT-DEVISE NOT = SPACES AND
                   MVT-DEVISE NOT = SINIS-DEVISE
               SET MOUVEMENT-EST-INVALIDE TO TRUE
               MOVE "Devise differente de celle du sinistre" TO
                   WS-REJECT-REASON
           END-IF

           IF MOUVEMENT-EST-VALIDE
               PERFORM VALIDE-DATE-TRANSACTION
           END-IF

           IF MOUVEMENT-EST-VALIDE
               MOVE WS-DATE-TRANSACTION TO WS-DATE-PERIODE
               MOVE MVT-REOUVERTURE TO WS-CODE-REOUVERTURE
               PERFORM CONTROLE-PERIODE-CLOSE
               IF PERIODE-VERROUILLEE
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
               END-IF
           END-IF.

      *    Date d'un règlement ou d'une révision : date du jour si le
      *    mouvement la laisse à blanc, sinon une date numérique ni
      *    antérieure à la survenance du sinistre, ni postérieure au
      *    jour du passage.
       VALIDE-DATE-TRANSACTION.
           IF MVT-DATE = SPACES
               MOVE WS-CURRENT-TIME(1:8) TO WS-DATE-TRANSACTION
           ELSE
               IF MVT-DATE NOT NUMERIC
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE "Date de transaction invalide" TO
                       WS-REJECT-REASON
               ELSE
                   IF MVT-DATE < SINIS-DATE
                       SET MOUVEMENT-EST-INVALIDE TO TRUE
                       MOVE "Date anterieure a la survenance" TO
                           WS-REJECT-REASON
                   ELSE
                       IF MVT-DATE > WS-CURRENT-TIME(1:8)
                           SET MOUVEMENT-EST-INVALIDE TO TRUE
                           MOVE "Date posterieure au jour du passage"
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE MVT-DATE TO WS-DATE-TRANSACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Convertit le montant du mouvement dans WS-MONTANT-MVT :
      *    écriture numérique simple, ni négatif, ni supérieur à
      *    999999.99 (capacité des montants du sinistre).
       CONTROLE-MONTANT-MVT.
           MOVE ZERO TO WS-MONTANT-MVT
           IF FUNCTION TEST-NUMVAL(MVT-MONTANT) NOT = 0
               SET MOUVEMENT-EST-INVALIDE TO TRUE
               MOVE "Montant non numerique" TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-MONTANT-MVT = FUNCTION NUMVAL(MVT-MONTANT)
               IF WS-MONTANT-MVT < 0
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE "Montant negatif" TO WS-REJECT-REASON
               ELSE
                   IF WS-MONTANT-MVT > 999999.99
                       SET MOUVEMENT-EST-INVALIDE TO TRUE
                       MOVE "Montant superieur a 999999.99" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    Convertit le réglé et la réserve du sinistre courant
      *    (SINIS-REC) dans WS-REGLE-NUM / WS-RESERVE-NUM ; un montant
      *    inexploitable compte pour zéro.
       CHARGE-MONTANTS-SINISTRE.
           MOVE ZERO TO WS-REGLE-NUM
           MOVE ZERO TO WS-RESERVE-NUM
           IF FUNCTION TEST-NUMVAL(SINIS-REGLE) = 0
               COMPUTE WS-REGLE-NUM = FUNCTION NUMVAL(SINIS-REGLE)
           END-IF
           IF FUNCTION TEST-NUMVAL(SINIS-RESERVE) = 0
               COMPUTE WS-RESERVE-NUM = FUNCTION NUMVAL(SINIS-RESERVE)
           END-IF.

      *    Range WS-REGLE-NUM et WS-RESERVE-NUM dans le sinistre
      *    courant, et leur somme dans SINIS-MONTANT (charge totale),
      *    en écriture numérique simple.
       RANGE-MONTANTS-SINISTRE.
           MOVE WS-REGLE-NUM TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO SINIS-REGLE
           MOVE WS-RESERVE-NUM TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO SINIS-RESERVE
           COMPUTE WS-MONTANT-EDITE = WS-REGLE-NUM + WS-RESERVE-NUM
           MOVE WS-MONTANT-EDITE TO SINIS-MONTANT.

      *    Reporte au grand livre des transactions la transaction
      *    préparée (WS-TRS-CODE, WS-DATE-TRANSACTION, WS-TRS-REGLE,
      *    WS-TRS-VAR-RESERVE) pour le sinistre courant, avec la
      *    réserve restant ouverte après la transaction. Une
      *    transaction passée dans une période close sur code de
      *    réouverture est comptée ici, une fois reportée.
       WRITE-TRANSACTION-RECORD.
           IF WS-REOUVERTURE-RETENUE NOT = SPACES
               ADD 1 TO WS-TOTAL-REOUVERTURES
           END-IF
           MOVE SPACES TO TRS-REC
           MOVE SINIS-ID TO TRS-SINIS-ID
           MOVE WS-DATE-TRANSACTION TO TRS-DATE
           MOVE WS-TRS-CODE TO TRS-CODE
           MOVE SINIS-DEVISE TO TRS-DEVISE
           MOVE WS-TRS-REGLE TO TRS-REGLE
           MOVE WS-TRS-VAR-RESERVE TO TRS-VAR-RESERVE
           MOVE WS-RESERVE-NUM TO TRS-RESERVE-APRES
           MOVE WS-CURRENT-TIME(1:14) TO TRS-HORODATAGE
           WRITE TRS-REC.

      *    Écrit dans le journal d'audit l'image avant et l'image
      *    après du sinistre touché par le mouvement en cours,
      *    horodatées, avec le code de réouverture quand le mouvement
      *    tombait dans une période close. Sur une déclaration,
      *    l'image avant est vide.
       WRITE-JOURNAL-RECORD.
           MOVE SPACES TO WS-JOURNAL-DATA
           IF WS-REOUVERTURE-RETENUE = SPACES
               STRING "MVT " MVT-CODE
                       " SINISTRE " MVT-SINIS-ID
                       " LE " WS-CURRENT-TIME(1:8)
                       " A " WS-CURRENT-TIME(9:6)
                       DELIMITED BY SIZE
                       INTO WS-JOURNAL-DATA
           ELSE
               STRING "MVT " MVT-CODE
                       " SINISTRE " MVT-SINIS-ID
                       " LE " WS-CURRENT-TIME(1:8)
                       " A " WS-CURRENT-TIME(9:6)
                       " REOUVERTURE " WS-REOUVERTURE-RETENUE
                       " PERIODE " WS-DATE-PERIODE(1:6)
                       DELIMITED BY SIZE
                       INTO WS-JOURNAL-DATA
           END-IF
           MOVE LENGTH OF WS-JOURNAL-DATA TO WS-JOURNAL-LENGTH
           WRITE JOURNAL-REC FROM WS-JOURNAL-DATA

                   INTO WS-REJET-DATA
           MOVE LENGTH OF WS-REJET-DATA TO WS-REJET-LENGTH
           WRITE REJET-REC FROM WS-REJET-DATA.

      *    Lit le fichier de contrôle des périodes (voir
      *    copybooks/PERREC.cpy) et retient la plus grande date de
      *    verrouillage, avec sa période close. Fichier absent :
      *    aucune clôture encore passée, rien n'est verrouillé (même
      *    paragraphe que dans ASSURMNT).
       LIT-PERIODE-CONTROLE.
           OPEN INPUT FICHIER-PERIODES
           IF WS-PER-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PER-FILE-STATUS = '10'
                   READ FICHIER-PERIODES
                       AT END
                           MOVE '10' TO WS-PER-FILE-STATUS
                       NOT AT END
                           IF PER-DATE-VERROU NUMERIC AND
                                   (WS-DATE-VERROU = SPACES OR
                                    PER-DATE-VERROU > WS-DATE-VERROU)
                               MOVE PER-DATE-VERROU TO WS-DATE-VERROU
                               MOVE PER-PERIODE-CLOSE TO
                                   WS-PERIODE-CLOSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PERIODES
           END-IF.

      *    Charge les autorisations de réouverture (voir
      *    copybooks/AUTREC.cpy). Fichier absent : aucun code de
      *    réouverture n'est accepté (même paragraphe que dans
      *    ASSURMNT).
       LIT-AUTORISATIONS.
           OPEN INPUT FICHIER-AUTORISATIONS
           IF WS-AUT-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-AUT-FILE-STATUS = '10'
                   READ FICHIER-AUTORISATIONS
                       AT END
                           MOVE '10' TO WS-AUT-FILE-STATUS
                       NOT AT END
                           IF AUT-CODE NOT = SPACES
                               IF WS-AUT-COUNT >= WS-AUT-MAX
                                   DISPLAY "ERREUR: CAPACITE MAXIMALE "
                                       "ATTEINTE POUR LES "
                                       "AUTORISATIONS DE REOUVERTURE ("
                                       WS-AUT-MAX "). ARRET DU "
                                       "TRAITEMENT."
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-AUT-COUNT
                               MOVE AUT-CODE TO
                                   WS-AUT-CODE(WS-AUT-COUNT)
                               MOVE AUT-PERIODE TO
                                   WS-AUT-PERIODE(WS-AUT-COUNT)
                               MOVE AUT-DATE-LIMITE TO
                                   WS-AUT-DATE-LIMITE(WS-AUT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AUTORISATIONS
           END-IF.

      *    Contrôle la date WS-DATE-PERIODE contre les périodes
      *    closes : au-delà de la date de verrouillage, le mouvement
      *    est libre. Dans une période close, il n'est accepté que si
      *    WS-CODE-REOUVERTURE est autorisé pour la période de la
      *    date (AAAAMM) et encore dans sa date limite ; le code
      *    retenu est alors laissé dans WS-REOUVERTURE-RETENUE pour le
      *    journal. Refusé, la raison est laissée dans
      *    WS-REJECT-REASON (même paragraphe que dans ASSURMNT).
       CONTROLE-PERIODE-CLOSE.
           SET PERIODE-AUTORISEE TO TRUE
           MOVE SPACES TO WS-REOUVERTURE-RETENUE
           IF WS-DATE-VERROU NOT = SPACES AND
                   WS-DATE-PERIODE NOT > WS-DATE-VERROU
               SET PERIODE-VERROUILLEE TO TRUE
               MOVE SPACES TO WS-REJECT-REASON
               IF WS-CODE-REOUVERTURE = SPACES
                   STRING "Periode close " WS-DATE-PERIODE(1:6)
                           " sans reouverture"
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
               ELSE
                   PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                           UNTIL WS-AUT-IDX > WS-AUT-COUNT
                       IF WS-AUT-CODE(WS-AUT-IDX) =
                               WS-CODE-REOUVERTURE AND
                               WS-AUT-PERIODE(WS-AUT-IDX) =
                                   WS-DATE-PERIODE(1:6) AND
                               (WS-AUT-DATE-LIMITE(WS-AUT-IDX) =
                                   SPACES OR
                                WS-AUT-DATE-LIMITE(WS-AUT-IDX) NOT <
                                   WS-CURRENT-TIME(1:8))
                           SET PERIODE-AUTORISEE TO TRUE
                           MOVE WS-CODE-REOUVERTURE TO
                               WS-REOUVERTURE-RETENUE
                           MOVE WS-AUT-COUNT TO WS-AUT-IDX
                       END-IF
                   END-PERFORM
                   IF PERIODE-VERROUILLEE
                       STRING "Code reouverture refuse pour "
                               WS-DATE-PERIODE(1:6)
                               DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    Lit les cartes de paramètres du contrôle des déclarations.
      *    Fichier absent : les valeurs par défaut sont conservées,
      *    sans seuil de montant.
       LIT-PARAMETRES-CONTROLE.
           OPEN INPUT FICHIER-PARAMETRES
           IF WS-PARAM-FILE-STATUS NOT = '00'
               DISPLAY "ATTENTION: FICHIER DES PARAMETRES DE CONTROLE "
                   "ABSENT (sinistres-params.dat): VALEURS PAR DEFAUT."
           ELSE
               PERFORM UNTIL WS-PARAM-FILE-STATUS = '10'
                   READ FICHIER-PARAMETRES
                       AT END
                           MOVE '10' TO WS-PARAM-FILE-STATUS
                       NOT AT END
                           PERFORM TRAITE-CARTE-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PARAMETRES
           END-IF.

      *    Applique une carte de paramètre (délais et nombre : 0 à
      *    9999 ; seuil de montant par ligne de produit). Une carte
      *    inconnue ou une valeur non numérique est signalée et
      *    ignorée ; une seconde carte SEUIL pour la même ligne de
      *    produit remplace la première.
       TRAITE-CARTE-CONTROLE.
           IF PARAM-MOT-CLE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARAM-VALEUR) NOT = 0
                   DISPLAY "ATTENTION: VALEUR INVALIDE ("
                       PARAM-VALEUR ") POUR " PARAM-MOT-CLE
                       ": CARTE IGNOREE."
               ELSE
                   COMPUTE WS-PARAM-LU = FUNCTION NUMVAL(PARAM-VALEUR)
                   EVALUATE TRUE
                       WHEN PARAM-MOT-CLE = 'DELAI-CARENCE'
                           MOVE WS-PARAM-LU TO WS-DELAI-CARENCE
                       WHEN PARAM-MOT-CLE = 'FENETRE-CUMUL'
                           MOVE WS-PARAM-LU TO WS-FENETRE-CUMUL
                       WHEN PARAM-MOT-CLE = 'NB-CUMUL'
                           MOVE WS-PARAM-LU TO WS-NB-CUMUL
                       WHEN PARAM-MOT-CLE(1:6) = 'SEUIL-' AND
                               PARAM-MOT-CLE(7:4) NOT = SPACES
                           PERFORM RANGE-SEUIL-PRODUIT
                       WHEN OTHER
                           DISPLAY "ATTENTION: CARTE PARAMETRE "
                               "INCONNUE IGNOREE: " PARAM-MOT-CLE
                   END-EVALUATE
               END-IF
           END-IF.

      *    Range le seuil de montant de la carte SEUIL-xxxx courante
      *    pour la ligne de produit xxxx.
       RANGE-SEUIL-PRODUIT.
           MOVE ZERO TO WS-SEUIL-POS
           PERFORM VARYING WS-SEUIL-IDX FROM 1 BY 1
                   UNTIL WS-SEUIL-IDX > WS-SEUIL-COUNT
               IF WS-SEUIL-PRODUIT(WS-SEUIL-IDX) = PARAM-MOT-CLE(7:4)
                   MOVE WS-SEUIL-IDX TO WS-SEUIL-POS
                   MOVE WS-SEUIL-COUNT TO WS-SEUIL-IDX
               END-IF
           END-PERFORM
           IF WS-SEUIL-POS = 0
               IF WS-SEUIL-COUNT >= WS-SEUIL-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LES SEUILS DE MONTANT (" WS-SEUIL-MAX
                       "). ARRET DU TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SEUIL-COUNT
               MOVE WS-SEUIL-COUNT TO WS-SEUIL-POS
               MOVE PARAM-MOT-CLE(7:4) TO
                   WS-SEUIL-PRODUIT(WS-SEUIL-POS)
           END-IF
           MOVE WS-PARAM-LU TO WS-SEUIL-MONTANT(WS-SEUIL-POS).

      *    Charge les périodes de suspension de toutes les polices
      *    depuis l'historique. Fichier absent : aucune suspension.
       LIT-HISTORIQUE-SUSPENSIONS.
           OPEN INPUT FICHIER-SUSPENSIONS
           IF WS-SUSP-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SUSP-FILE-STATUS = '10'
                   READ FICHIER-SUSPENSIONS
                       AT END
                           MOVE '10' TO WS-SUSP-FILE-STATUS
                       NOT AT END
                           PERFORM APPARIE-SUSPENSION
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SUSPENSIONS
           END-IF.

      *    Apparie la ligne d'historique courante (SUSPENSION-REC)
      *    avec la dernière période connue de la police : seule
      *    celle-ci peut être encore ouverte.
       APPARIE-SUSPENSION.
           MOVE ZERO TO WS-SP-POS
           PERFORM VARYING WS-SP-IDX FROM WS-SP-COUNT BY -1
                   UNTIL WS-SP-IDX < 1
               IF WS-SP-ASSUR-ID(WS-SP-IDX) = SUSP-ASSUR-ID
                   MOVE WS-SP-IDX TO WS-SP-POS
                   MOVE 1 TO WS-SP-IDX
               END-IF
           END-PERFORM
           IF SUSP-CODE = 'S'
               IF WS-SP-POS = 0 OR WS-SP-FIN(WS-SP-POS) NOT = SPACES
                   IF WS-SP-COUNT >= WS-SP-MAX
                       DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE "
                           "POUR LES PERIODES DE SUSPENSION ("
                           WS-SP-MAX
                           "). ARRET DU TRAITEMENT."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SP-COUNT
                   MOVE SUSP-ASSUR-ID TO WS-SP-ASSUR-ID(WS-SP-COUNT)
                   MOVE SUSP-DATE TO WS-SP-DEBUT(WS-SP-COUNT)
                   MOVE SPACES TO WS-SP-FIN(WS-SP-COUNT)
               END-IF
           ELSE
               IF SUSP-CODE = 'A' AND WS-SP-POS > 0
                   IF WS-SP-FIN(WS-SP-POS) = SPACES
                       MOVE SUSP-DATE TO WS-SP-FIN(WS-SP-POS)
                   END-IF
               END-IF
           END-IF.

      *    Contrôle que la date de survenance MVT-DATE ne tombe dans
      *    aucune période de suspension de la police WS-SCR-ASSUR-ID :
      *    suspendue à partir de la date du 'S', couverte de nouveau à
      *    partir de la date du 'A'.
       CONTROLE-SUSPENSION.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-ASSUR-ID(WS-SP-IDX) = WS-SCR-ASSUR-ID AND
                       WS-SP-DEBUT(WS-SP-IDX) NOT > MVT-DATE AND
                       (WS-SP-FIN(WS-SP-IDX) = SPACES OR
                        MVT-DATE < WS-SP-FIN(WS-SP-IDX))
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "Survenance en suspension du "
                           WS-SP-DEBUT(WS-SP-IDX)
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                   ADD 1 TO WS-TOTAL-REJETS-SUSP
                   MOVE WS-SP-COUNT TO WS-SP-IDX
               END-IF
           END-PERFORM.

      *    Relit le fichier des sinistres en séquentiel et retient
      *    chaque sinistre avec le client de sa police (lue par clé au
      *    maître ; police absente : client à blanc).
       CHARGE-SINISTRES-CONNUS.
           PERFORM UNTIL WS-SINIS-FILE-STATUS = '10'
               READ FICHIER-SINISTRES NEXT
                   AT END
                       MOVE '10' TO WS-SINIS-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO ASSUR-REC
                       MOVE SINIS-ASSUR-ID TO ASSUR-ID
                       READ FICHIER-MASTER
                           INVALID KEY
                               MOVE SPACES TO ASSUR-CLIENT
                       END-READ
                       MOVE ZERO TO WS-JOUR-SURVENANCE
                       IF SINIS-DATE NUMERIC
                           MOVE SINIS-DATE TO WS-DATE-NUM
                           COMPUTE WS-JOUR-SURVENANCE =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       END-IF
                       PERFORM AJOUTE-SINISTRE-CONNU
               END-READ
           END-PERFORM.

      *    Ajoute aux sinistres connus le sinistre de SINIS-REC, avec
      *    le client de la police (ASSUR-CLIENT) et sa survenance en
      *    jours (WS-JOUR-SURVENANCE).
       AJOUTE-SINISTRE-CONNU.
           IF WS-SC-COUNT >= WS-SC-MAX
               DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR LES "
                   "SINISTRES CONNUS (" WS-SC-MAX "). ARRET DU "
                   "TRAITEMENT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE SINIS-ID TO WS-SC-SINIS-ID(WS-SC-COUNT)
           MOVE SINIS-ASSUR-ID TO WS-SC-ASSUR-ID(WS-SC-COUNT)
           MOVE ASSUR-CLIENT TO WS-SC-CLIENT(WS-SC-COUNT)
           MOVE WS-JOUR-SURVENANCE TO WS-SC-JOUR(WS-SC-COUNT).

      *    Reporte sur le sinistre connu la nouvelle date de
      *    survenance d'une réévaluation.
       MAJ-SINISTRE-CONNU.
           MOVE ZERO TO WS-JOUR-SURVENANCE
           MOVE MVT-DATE TO WS-DATE-NUM
           COMPUTE WS-JOUR-SURVENANCE =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-SINIS-ID(WS-SC-IDX) = SINIS-ID
                   MOVE WS-JOUR-SURVENANCE TO WS-SC-JOUR(WS-SC-IDX)
                   MOVE WS-SC-COUNT TO WS-SC-IDX
               END-IF
           END-PERFORM.

      *    Contrôles de signalement de la déclaration qui vient d'être
      *    acceptée (SINIS-REC écrit, ASSUR-REC de sa police relu par
      *    VALIDE-DECLARATION) : carence après prise d'effet ou
      *    réactivation, sinistres rapprochés, seuil de montant. Le
      *    sinistre rejoint ensuite les sinistres connus.
       CONTROLE-SIGNALEMENTS.
           SET SINISTRE-NON-SIGNALE TO TRUE
           MOVE ASSUR-TYPE TO WS-TYPE-RECHERCHE
           PERFORM LOOKUP-TYPE
           MOVE MVT-DATE TO WS-DATE-NUM
           COMPUTE WS-JOUR-SURVENANCE =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-JOUR-SURVENANCE > 0
               IF WS-DELAI-CARENCE > 0
                   PERFORM CONTROLE-CARENCE
               END-IF
               IF WS-NB-CUMUL > 0 AND WS-FENETRE-CUMUL > 0
                   PERFORM CONTROLE-CUMULS
               END-IF
           END-IF
           IF TYPE-TROUVE
               PERFORM CONTROLE-SEUIL-PRODUIT
           END-IF
           IF SINISTRE-SIGNALE
               ADD 1 TO WS-TOTAL-SIGNALES
           END-IF
           PERFORM AJOUTE-SINISTRE-CONNU.

      *    Sinistre survenu moins de WS-DELAI-CARENCE jours après la
      *    prise d'effet de la police, ou après sa dernière
      *    réactivation antérieure à la survenance.
       CONTROLE-CARENCE.
           IF ASSUR-DATE-DEB NUMERIC
               MOVE ASSUR-DATE-DEB TO WS-DATE-NUM
               COMPUTE WS-JOUR-REFERENCE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-ECART-JOURS =
                   WS-JOUR-SURVENANCE - WS-JOUR-REFERENCE
               IF WS-JOUR-REFERENCE > 0 AND WS-ECART-JOURS >= 0 AND
                       WS-ECART-JOURS < WS-DELAI-CARENCE
                   MOVE WS-ECART-JOURS TO WS-FORMATTED-JOURS
                   MOVE 'CARENCE' TO WS-SIGN-REGLE
                   MOVE SPACES TO WS-SIGN-DETAIL
                   STRING "J+" WS-FORMATTED-JOURS
                           " apres prise d'effet " ASSUR-DATE-DEB
                           DELIMITED BY SIZE
                           INTO WS-SIGN-DETAIL
                   PERFORM WRITE-SIGNALEMENT-RECORD
               END-IF
           END-IF

           MOVE SPACES TO WS-DATE-REACTIVATION
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-ASSUR-ID(WS-SP-IDX) = MVT-ASSUR-ID AND
                       WS-SP-FIN(WS-SP-IDX) NOT = SPACES AND
                       WS-SP-FIN(WS-SP-IDX) NOT > MVT-DATE AND
                       WS-SP-FIN(WS-SP-IDX) > WS-DATE-REACTIVATION
                   MOVE WS-SP-FIN(WS-SP-IDX) TO WS-DATE-REACTIVATION
               END-IF
           END-PERFORM
           IF WS-DATE-REACTIVATION NUMERIC
               MOVE WS-DATE-REACTIVATION TO WS-DATE-NUM
               COMPUTE WS-JOUR-REFERENCE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-ECART-JOURS =
                   WS-JOUR-SURVENANCE - WS-JOUR-REFERENCE
               IF WS-JOUR-REFERENCE > 0 AND
                       WS-ECART-JOURS < WS-DELAI-CARENCE
                   MOVE WS-ECART-JOURS TO WS-FORMATTED-JOURS
                   MOVE 'REACTIV' TO WS-SIGN-REGLE
                   MOVE SPACES TO WS-SIGN-DETAIL
                   STRING "J+" WS-FORMATTED-JOURS
                           " apres reactivation " WS-DATE-REACTIVATION
                           DELIMITED BY SIZE
                           INTO WS-SIGN-DETAIL
                   PERFORM WRITE-SIGNALEMENT-RECORD
               END-IF
           END-IF.

      *    Sinistres connus survenus à moins de WS-FENETRE-CUMUL jours
      *    (avant ou après) de celui-ci, sur la même police ou sur une
      *    autre police du même client : signalé quand, avec celui-ci,
      *    ils atteignent WS-NB-CUMUL. Le cumul client n'est signalé
      *    que s'il implique au moins une autre police.
       CONTROLE-CUMULS.
           MOVE ZERO TO WS-NB-CUMUL-POLICE
           MOVE ZERO TO WS-NB-CUMUL-CLIENT
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-JOUR(WS-SC-IDX) > 0
                   COMPUTE WS-ECART-JOURS =
                       WS-JOUR-SURVENANCE - WS-SC-JOUR(WS-SC-IDX)
                   IF WS-ECART-JOURS < 0
                       COMPUTE WS-ECART-JOURS = 0 - WS-ECART-JOURS
                   END-IF
                   IF WS-ECART-JOURS NOT > WS-FENETRE-CUMUL
                       IF WS-SC-ASSUR-ID(WS-SC-IDX) = MVT-ASSUR-ID
                           ADD 1 TO WS-NB-CUMUL-POLICE
                       ELSE
                           IF ASSUR-CLIENT NOT = SPACES AND
                                   WS-SC-CLIENT(WS-SC-IDX) =
                                       ASSUR-CLIENT
                               ADD 1 TO WS-NB-CUMUL-CLIENT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-FENETRE-CUMUL TO WS-FORMATTED-JOURS
           IF WS-NB-CUMUL-POLICE + 1 >= WS-NB-CUMUL
               COMPUTE WS-NB-CUMUL-TOTAL = WS-NB-CUMUL-POLICE + 1
               MOVE WS-NB-CUMUL-TOTAL TO WS-FORMATTED-NB
               MOVE 'CUMUL-PO' TO WS-SIGN-REGLE
               MOVE SPACES TO WS-SIGN-DETAIL
               STRING WS-FORMATTED-NB " sinistres police en "
                       WS-FORMATTED-JOURS " jours"
                       DELIMITED BY SIZE
                       INTO WS-SIGN-DETAIL
               PERFORM WRITE-SIGNALEMENT-RECORD
           END-IF
           IF WS-NB-CUMUL-CLIENT > 0 AND
                   WS-NB-CUMUL-POLICE + WS-NB-CUMUL-CLIENT + 1 >=
                       WS-NB-CUMUL
               COMPUTE WS-NB-CUMUL-TOTAL =
                   WS-NB-CUMUL-POLICE + WS-NB-CUMUL-CLIENT + 1
               MOVE WS-NB-CUMUL-TOTAL TO WS-FORMATTED-NB
               MOVE 'CUMUL-CL' TO WS-SIGN-REGLE
               MOVE SPACES TO WS-SIGN-DETAIL
               STRING WS-FORMATTED-NB " sinistres client en "
                       WS-FORMATTED-JOURS " jours"
                       DELIMITED BY SIZE
                       INTO WS-SIGN-DETAIL
               PERFORM WRITE-SIGNALEMENT-RECORD
           END-IF.

      *    Montant déclaré au-delà du seuil de la ligne de produit de
      *    la police (pas de seuil pour la ligne : pas de contrôle ;
      *    seuil à zéro : règle désactivée).
       CONTROLE-SEUIL-PRODUIT.
           PERFORM VARYING WS-SEUIL-IDX FROM 1 BY 1
                   UNTIL WS-SEUIL-IDX > WS-SEUIL-COUNT
               IF WS-SEUIL-PRODUIT(WS-SEUIL-IDX) = WS-TYPE-CANONIQUE
                   IF WS-SEUIL-MONTANT(WS-SEUIL-IDX) > 0 AND
                           WS-MONTANT-MVT >
                               WS-SEUIL-MONTANT(WS-SEUIL-IDX)
                       MOVE WS-SEUIL-MONTANT(WS-SEUIL-IDX) TO
                           WS-SEUIL-EDITE
                       MOVE 'MONTANT' TO WS-SIGN-REGLE
                       MOVE SPACES TO WS-SIGN-DETAIL
                       STRING "Montant au-dela du seuil "
                               WS-SEUIL-EDITE
                               DELIMITED BY SIZE
                               INTO WS-SIGN-DETAIL
                       PERFORM WRITE-SIGNALEMENT-RECORD
                   END-IF
                   MOVE WS-SEUIL-COUNT TO WS-SEUIL-IDX
               END-IF
           END-PERFORM.

      *    Écrit une ligne de signalement pour la déclaration
      *    courante (SINIS-REC), avec la règle WS-SIGN-REGLE et son
      *    détail WS-SIGN-DETAIL.
       WRITE-SIGNALEMENT-RECORD.
           MOVE SPACES TO SIGNALEMENT-REC
           MOVE WS-CURRENT-TIME(1:8) TO SIGN-DATE-PASSAGE
           MOVE SINIS-ID TO SIGN-SINIS-ID
           MOVE SINIS-ASSUR-ID TO SIGN-ASSUR-ID
           MOVE ASSUR-CLIENT TO SIGN-CLIENT
           MOVE WS-TYPE-CANONIQUE TO SIGN-PRODUIT
           MOVE SINIS-DATE TO SIGN-DATE
           MOVE SINIS-MONTANT TO SIGN-MONTANT
           MOVE SINIS-DEVISE TO SIGN-DEVISE
           MOVE WS-SIGN-REGLE TO SIGN-REGLE
           MOVE WS-SIGN-DETAIL TO SIGN-DETAIL
           WRITE SIGNALEMENT-REC
           ADD 1 TO WS-TOTAL-SIGNALEMENTS
           SET SINISTRE-SIGNALE TO TRUE.

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

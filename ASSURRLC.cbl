      *    *************************************************************
      *    PROGRAMME ASSURRLC
      *    Relance des primes impayées : la balance âgée d'ASSURENC
      *    montrait les retards mais rien ne suivait, les agences
      *    relançaient à la main et une police pouvait rester 'Actif'
      *    des mois sans aucun encaissement. Ce programme relit les
      *    quittances ouvertes (quittances.dat, voir
      *    copybooks/QUITREC.cpy) à la date d'arrêté (carte
      *    DATE-ARRETE de assurext-params.dat, sinon la date du jour)
      *    et fait progresser chaque quittance échue dans le cycle de
      *    relance : première relance, seconde relance, puis mise en
      *    demeure, aux seuils de retard de la carte de paramètres
      *    relances-params.dat. L'étape atteinte et sa date sont
      *    conservées sur la quittance, si bien qu'une lettre n'est
      *    jamais envoyée deux fois ; une quittance ne franchit
      *    qu'une étape par passage, et l'étape suivante attend
      *    l'écart de jours prévu entre les deux seuils, de sorte
      *    qu'un arriéré ancien repris pour la première fois repart
      *    de la première relance. Les lettres partent sur un extrait
      *    d'impression regroupé par client (QUIT-CLIENT). Une mise
      *    en demeure restée impayée au-delà de son délai donne un
      *    mouvement de suspension 'S' au motif IMPAYE, déposé dans
      *    le fichier d'attente d'ASSURMNT (mouvements-attente.dat)
      *    qui l'applique à son prochain passage. Une quittance payée
      *    entre-temps (appariée par ASSURENC) ou annulée sort du
      *    cycle d'elle-même : seules les quittances ouvertes sont
      *    relancées.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURRLC.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier des quittances, relu puis réécrit en entier avec
      *    les étapes de relance mises à jour.
           SELECT FICHIER-QUITTANCES ASSIGN TO 'quittances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUIT-FILE-STATUS.

      *    Fichier maître indexé, consulté par clé pour ne demander la
      *    suspension que d'une police encore active.
           SELECT FICHIER-MASTER ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASSUR-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      *    Fichier de référence des clients, consulté par clé pour le
      *    libellé imprimé sur la lettre. Fichier absent : le nom
      *    porté par la quittance est imprimé.
           SELECT FICHIER-CLIENTS ASSIGN TO 'clients.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-ID
               FILE STATUS IS WS-CLI-FILE-STATUS.

      *    Fichier d'attente d'ASSURMNT : les mouvements de
      *    suspension pour impayé y sont ajoutés à la suite, datés
      *    du passage, et appliqués par ASSURMNT à son prochain
      *    passage comme tout mouvement différé devenu échu.
           SELECT FICHIER-ATTENTE ASSIGN TO 'mouvements-attente.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ATT-FILE-STATUS.

      *    Extrait d'impression des lettres de relance, recréé à
      *    chaque exécution.
           SELECT FICHIER-LETTRES ASSIGN TO 'lettres-relances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Compte rendu des relances du passage, recréé à chaque
      *    exécution.
           SELECT FICHIER-RAPPORT ASSIGN TO 'rapport-relances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Carte de paramètres partagée avec ASSUREXT : seule la
      *    carte DATE-ARRETE est exploitée ici.
           SELECT FICHIER-PARAMETRES ASSIGN TO 'assurext-params.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *    Seuils du cycle de relance, en jours : SEUIL-RELANCE1,
      *    SEUIL-RELANCE2 et SEUIL-DEMEURE (retard depuis l'échéance
      *    à partir duquel chaque étape est atteinte), DELAI-DEMEURE
      *    (jours laissés après la mise en demeure avant la demande
      *    de suspension). Fichier ou carte absents : 15, 30, 45 et
      *    30 jours.
           SELECT FICHIER-SEUILS ASSIGN TO 'relances-params.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SEUIL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Voir copybooks/QUITREC.cpy.
       FD  FICHIER-QUITTANCES.
       01  QUIT-REC.
           COPY QUITREC.

      *    Voir copybooks/MASTERREC.cpy : mêmes noms de champs que
      *    l'ancien FICHIER-ASSUR-PART1, plus ASSUR-SOURCE ('1'/'2').
       FD  FICHIER-MASTER.
       01  ASSUR-REC.
           COPY MASTERREC.

      *    Voir copybooks/CLIREC.cpy.
       FD  FICHIER-CLIENTS.
       01  CLI-REC.
           COPY CLIREC.

      *    Même agencement que MVT-REC d'ASSURMNT (code mouvement,
      *    champs du maître, date d'effet, motif, client, courtier,
      *    code de réouverture) ;
      *    noms suffixés -ATT pour ne pas entrer en collision avec
      *    les champs du maître. Seuls le code, la clé, la date
      *    d'effet et le motif sont renseignés : sur une suspension,
      *    ASSURMNT n'exploite rien d'autre.
       FD  FICHIER-ATTENTE.
       01  ATTENTE-REC.
           05  CODE-ATT            PIC X(1).
           05  FILLER              PIC X(1).
           05  ID-ATT              PIC X(8).
           05  FILLER              PIC X(1).
           05  NOM-ATT             PIC X(14).
           05  FILLER              PIC X(1).
           05  DESC-ATT            PIC X(14).
           05  FILLER              PIC X(1).
           05  TYPE-ATT            PIC X(41).
           05  FILLER              PIC X(1).
           05  STATUT-ATT          PIC X(8).
           05  FILLER              PIC X(1).
           05  DATE-DEB-ATT        PIC X(8).
           05  FILLER              PIC X(1).
           05  DATE-FIN-ATT        PIC X(8).
           05  FILLER              PIC X(1).
           05  MONTANT-ATT         PIC X(9).
           05  FILLER              PIC X(1).
           05  DEVISE-ATT          PIC X(3).
           05  FILLER              PIC X(1).
           05  DATE-EFFET-ATT      PIC X(8).
           05  FILLER              PIC X(1).
           05  MOTIF-ATT           PIC X(10).
           05  FILLER              PIC X(1).
           05  CLIENT-ATT          PIC X(6).
           05  FILLER              PIC X(1).
           05  COURTIER-ATT        PIC X(6).
           05  FILLER              PIC X(1).
           05  REOUVERTURE-ATT     PIC X(8).

      *    Extrait d'impression des lettres, en agencement fixe comme
      *    l'extrait comptable d'ASSUREXT : '1' = en-tête du lot, '2'
      *    = en-tête de lettre (un client, l'étape la plus avancée de
      *    ses quittances relancées), '3' = quittance relancée dans
      *    la lettre qui précède, '9' = trailer (nombre de lettres,
      *    de lignes et total des montants relancés, toutes devises
      *    confondues, pour contrôle de l'imprimeur seulement).
       FD  FICHIER-LETTRES.
       01  LET-ENTETE.
           05  LET-E-TYPE          PIC X(1).
           05  LET-E-DATE-EXEC     PIC X(8).
           05  LET-E-DATE-ARRETE   PIC X(8).
       01  LET-LETTRE.
           05  LET-L-TYPE          PIC X(1).
           05  LET-L-CLIENT        PIC X(6).
           05  LET-L-NOM           PIC X(14).
           05  LET-L-NIVEAU        PIC X(1).
           05  LET-L-NB-LIGNES     PIC 9(4).
       01  LET-DETAIL.
           05  LET-D-TYPE          PIC X(1).
           05  LET-D-QUIT-ID       PIC X(11).
           05  LET-D-ASSUR-ID      PIC X(8).
           05  LET-D-DATE-ECHEANCE PIC X(8).
           05  LET-D-DEVISE        PIC X(3).
           05  LET-D-MONTANT       PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
           05  LET-D-JOURS-RETARD  PIC 9(5).
           05  LET-D-NIVEAU        PIC X(1).
       01  LET-TRAILER.
           05  LET-T-TYPE          PIC X(1).
           05  LET-T-NB-LETTRES    PIC 9(6).
           05  LET-T-NB-LIGNES     PIC 9(6).
           05  LET-T-HASH          PIC S9(13)V99
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
       FD  FICHIER-SEUILS.
       01  SEUIL-REC.
           05  SEUIL-MOT-CLE       PIC X(16).
           05  FILLER              PIC X(1).
           05  SEUIL-VALEUR        PIC X(8).

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-QUIT-FILE-STATUS     PIC XX.
       01  WS-MASTER-FILE-STATUS   PIC XX.
       01  WS-CLI-FILE-STATUS      PIC XX.
       01  WS-ATT-FILE-STATUS      PIC XX.
       01  WS-PARAM-FILE-STATUS    PIC XX.
       01  WS-SEUIL-FILE-STATUS    PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).
       01  WS-BLANK-LINE           PIC X(147) VALUE SPACES.
       01  WS-FOOTER-INFO          PIC X(147).

      *    Disponibilité du fichier de référence des clients.
       01  WS-CLIENTS-DISPO-SW     PIC X VALUE 'N'.
           88  CLIENTS-DISPONIBLES         VALUE 'Y'.
           88  CLIENTS-INDISPONIBLES       VALUE 'N'.

      *    Date d'arrêté des relances (carte DATE-ARRETE de
      *    assurext-params.dat si valide, sinon date du jour).
       01  WS-DATE-ARRETE          PIC X(8).
       01  WS-DATE-ARRETE-NUM      PIC 9(8).
       01  WS-PARAM-MM             PIC 9(2).
       01  WS-PARAM-JJ             PIC 9(2).

      *    Seuils du cycle de relance, en jours (valeurs par défaut
      *    remplacées par les cartes de relances-params.dat).
       01  WS-SEUIL-RELANCE1       PIC 9(4) VALUE 15.
       01  WS-SEUIL-RELANCE2       PIC 9(4) VALUE 30.
       01  WS-SEUIL-DEMEURE        PIC 9(4) VALUE 45.
       01  WS-DELAI-DEMEURE        PIC 9(4) VALUE 30.
       01  WS-SEUIL-LU             PIC 9(4) VALUE ZERO.
       01  WS-ECART-RELANCE2       PIC 9(4) VALUE ZERO.
       01  WS-ECART-DEMEURE        PIC 9(4) VALUE ZERO.

      *    Quittances rechargées en mémoire (même capacité que dans
      *    ASSURFAC), mises à jour au fil des relances puis réécrites
      *    en entier.
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

      *    Quittance en cours : retard depuis l'échéance, jours
      *    écoulés depuis l'étape précédente, nouvelle étape atteinte
      *    ce passage (à blanc si aucune).
       01  WS-ECHEANCE-NUM         PIC 9(8).
       01  WS-ETAPE-NUM            PIC 9(8).
       01  WS-JOURS-RETARD         PIC 9(5) VALUE ZERO.
       01  WS-JOURS-ETAPE          PIC 9(5) VALUE ZERO.
       01  WS-NOUVEAU-NIVEAU       PIC X(1).
       01  WS-MONTANT-QUITTANCE    PIC 9(10)V99 VALUE ZERO.

      *    Lettres du passage : une entrée par quittance relancée,
      *    chaînée aux autres quittances du même client (WS-LET-SUIV)
      *    pour écrire l'extrait regroupé par client sans tri.
       01  WS-LET-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-LET-MAX              PIC 9(5) VALUE 20000.
       01  WS-LET-TABLE.
           05  WS-LET-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-LET-COUNT.
               10  WS-LET-QUIT-IDX         PIC 9(6).
               10  WS-LET-JOURS-RETARD     PIC 9(5).
               10  WS-LET-SUIV             PIC 9(5).
       01  WS-LET-IDX              PIC 9(5) VALUE ZERO.

      *    Clients destinataires d'une lettre, dans l'ordre de leur
      *    première quittance relancée. Le regroupement se fait sur
      *    le numéro de client ; une quittance d'une police pas
      *    encore appariée par CLIMATCH (numéro à blanc) retombe sur
      *    le regroupement par nom, comme dans la balance âgée
      *    d'ASSURENC.
       01  WS-DEST-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-DEST-MAX             PIC 9(5) VALUE 20000.
       01  WS-DEST-TABLE.
           05  WS-DEST-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-DEST-COUNT.
               10  WS-DEST-CLIENT          PIC X(6).
               10  WS-DEST-NOM             PIC X(14).
               10  WS-DEST-NIVEAU          PIC X(1).
               10  WS-DEST-NB-LIGNES       PIC 9(4).
               10  WS-DEST-PREMIERE        PIC 9(5).
               10  WS-DEST-DERNIERE        PIC 9(5).
       01  WS-DEST-IDX             PIC 9(5) VALUE ZERO.
       01  WS-DEST-POS             PIC 9(5) VALUE ZERO.

      *    Polices dont la suspension a déjà été demandée ce passage
      *    (plusieurs quittances d'une même police peuvent expirer
      *    ensemble : un seul mouvement).
       01  WS-SUSP-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-SUSP-MAX             PIC 9(5) VALUE 5000.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SUSP-COUNT.
               10  WS-SUSP-ASSUR-ID        PIC X(8).
       01  WS-SUSP-IDX             PIC 9(5) VALUE ZERO.
       01  WS-SUSP-DEJA-SW         PIC X VALUE 'N'.
           88  SUSPENSION-DEJA-DEMANDEE    VALUE 'Y'.
           88  SUSPENSION-A-DEMANDER       VALUE 'N'.

      *    Table de correspondance des statuts (voir
      *    copybooks/STATUTLK.cpy).
           COPY STATUTLK.

      *    Compteurs du compte rendu de fin de traitement et totaux
      *    de contrôle de l'extrait des lettres.
       01  WS-TOTAL-OUVERTES       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-RELANCE1       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-RELANCE2       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-DEMEURE        PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SUSPENSIONS    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-NON-ACTIVES    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ANOMALIES      PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-LIGNES         PIC 9(6) VALUE ZERO.
       01  WS-HASH-LETTRES         PIC S9(13)V99 VALUE ZERO.
       01  WS-FORMATTED-MONTANT    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-LIBELLE-ACTION       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME
           MOVE WS-CURRENT-TIME(1:8) TO WS-DATE-ARRETE

      *    Date d'arrêté et seuils du cycle de relance.
           PERFORM LIT-FICHIER-PARAMETRES
           PERFORM LIT-FICHIER-SEUILS
           IF WS-SEUIL-RELANCE1 = 0 OR
                   WS-SEUIL-RELANCE2 NOT > WS-SEUIL-RELANCE1 OR
                   WS-SEUIL-DEMEURE NOT > WS-SEUIL-RELANCE2 OR
                   WS-DELAI-DEMEURE = 0
               DISPLAY "ERREUR: SEUILS DE RELANCE INCOHERENTS ("
                   WS-SEUIL-RELANCE1 "/" WS-SEUIL-RELANCE2 "/"
                   WS-SEUIL-DEMEURE "/" WS-DELAI-DEMEURE "): "
                   "ILS DOIVENT ETRE CROISSANTS ET NON NULS. AUCUNE "
                   "RELANCE EFFECTUEE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ECART-RELANCE2 =
               WS-SEUIL-RELANCE2 - WS-SEUIL-RELANCE1
           COMPUTE WS-ECART-DEMEURE =
               WS-SEUIL-DEMEURE - WS-SEUIL-RELANCE2
           MOVE WS-DATE-ARRETE TO WS-DATE-ARRETE-NUM

           OPEN INPUT FICHIER-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: OUVERTURE DU FICHIER MAITRE IMPOSSIBLE "
                   "(STATUT " WS-MASTER-FILE-STATUS "). LE FICHIER "
                   "DOIT AVOIR ETE CREE PAR ASSURCNV."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Fichier de référence des clients, s'il existe.
           OPEN INPUT FICHIER-CLIENTS
           IF WS-CLI-FILE-STATUS = '00'
               SET CLIENTS-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "ATTENTION: FICHIER DES CLIENTS ABSENT OU "
                   "ILLISIBLE (STATUT " WS-CLI-FILE-STATUS "): NOM "
                   "DE LA QUITTANCE IMPRIME SUR LES LETTRES."
           END-IF

      *    Le fichier d'attente d'ASSURMNT est complété à la suite ;
      *    OPEN EXTEND n'est valide que si le fichier existe déjà.
           OPEN EXTEND FICHIER-ATTENTE
           IF WS-ATT-FILE-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-ATTENTE
           END-IF

           OPEN OUTPUT FICHIER-RAPPORT
           MOVE "Relances des primes impayees" TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Date d'arrete: " WS-DATE-ARRETE
                   " - Genere le: " WS-CURRENT-TIME(1:8)
                   " - Seuils (jours): relance 1 " WS-SEUIL-RELANCE1
                   ", relance 2 " WS-SEUIL-RELANCE2
                   ", mise en demeure " WS-SEUIL-DEMEURE
                   ", delai " WS-DELAI-DEMEURE
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           WRITE RAPPORT-REC FROM WS-BLANK-LINE

      *    Quittances en mémoire, progression de chaque quittance
      *    ouverte échue dans le cycle, puis réécriture.
           PERFORM LIT-QUITTANCES
           PERFORM VARYING WS-QUIT-IDX FROM 1 BY 1
                   UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               MOVE WS-QUIT-DATA(WS-QUIT-IDX) TO WS-QUIT-TRAVAIL
               IF WQ-STATUT = 'O'
                   ADD 1 TO WS-TOTAL-OUVERTES
                   PERFORM RELANCE-QUITTANCE
               END-IF
           END-PERFORM
           PERFORM ECRIT-QUITTANCES

      *    Extrait des lettres, regroupé par client.
           PERFORM ECRIT-LETTRES

           WRITE RAPPORT-REC FROM WS-BLANK-LINE
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Quittances ouvertes: " WS-TOTAL-OUVERTES
                   " - Relance 1: " WS-TOTAL-RELANCE1
                   " - Relance 2: " WS-TOTAL-RELANCE2
                   " - Mise en demeure: " WS-TOTAL-DEMEURE
                   " - Suspensions demandees: " WS-TOTAL-SUSPENSIONS
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Lettres: " WS-DEST-COUNT
                   " - Polices non actives (sans suspension): "
                   WS-TOTAL-NON-ACTIVES
                   " - Anomalies: " WS-TOTAL-ANOMALIES
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA

           CLOSE FICHIER-MASTER
           CLOSE FICHIER-ATTENTE
           CLOSE FICHIER-RAPPORT
           IF CLIENTS-DISPONIBLES
               CLOSE FICHIER-CLIENTS
           END-IF

           DISPLAY "RELANCES TERMINEES: " WS-TOTAL-OUVERTES
               " QUITTANCE(S) OUVERTE(S), " WS-TOTAL-RELANCE1
               " RELANCE(S) 1, " WS-TOTAL-RELANCE2 " RELANCE(S) 2, "
               WS-TOTAL-DEMEURE " MISE(S) EN DEMEURE, "
               WS-DEST-COUNT " LETTRE(S), " WS-TOTAL-SUSPENSIONS
               " SUSPENSION(S) DEMANDEE(S)."
           IF WS-TOTAL-SUSPENSIONS > 0
               DISPLAY "INFO: MOUVEMENT(S) DE SUSPENSION DEPOSE(S) "
                   "DANS mouvements-attente.dat POUR LE PROCHAIN "
                   "PASSAGE D'ASSURMNT."
           END-IF
           IF WS-TOTAL-ANOMALIES > 0
               DISPLAY "ATTENTION: " WS-TOTAL-ANOMALIES
                   " QUITTANCE(S) A L'ECHEANCE OU A L'ETAPE "
                   "INEXPLOITABLE, NON RELANCEE(S) (VOIR "
                   "rapport-relances.dat)."
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
      *    ASSUREXT) et la retient comme date de référence des
      *    relances.
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

      *    Lit les seuils du cycle de relance. Fichier absent : les
      *    valeurs par défaut sont conservées. Une carte inconnue ou
      *    une valeur non numérique est signalée et ignorée.
       LIT-FICHIER-SEUILS.
           OPEN INPUT FICHIER-SEUILS
           IF WS-SEUIL-FILE-STATUS NOT = '00'
               DISPLAY "ATTENTION: FICHIER DES SEUILS DE RELANCE "
                   "ABSENT (relances-params.dat): SEUILS PAR DEFAUT."
           ELSE
               PERFORM UNTIL WS-SEUIL-FILE-STATUS = '10'
                   READ FICHIER-SEUILS
                       AT END
                           MOVE '10' TO WS-SEUIL-FILE-STATUS
                       NOT AT END
                           PERFORM TRAITE-CARTE-SEUIL
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SEUILS
           END-IF.

      *    Applique une carte de seuil (nombre de jours, 1 à 9999).
       TRAITE-CARTE-SEUIL.
           IF SEUIL-MOT-CLE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SEUIL-VALEUR) NOT = 0
                   DISPLAY "ATTENTION: VALEUR INVALIDE ("
                       SEUIL-VALEUR ") POUR " SEUIL-MOT-CLE
                       ": CARTE IGNOREE."
               ELSE
                   COMPUTE WS-SEUIL-LU = FUNCTION NUMVAL(SEUIL-VALEUR)
                   EVALUATE SEUIL-MOT-CLE
                       WHEN 'SEUIL-RELANCE1'
                           MOVE WS-SEUIL-LU TO WS-SEUIL-RELANCE1
                       WHEN 'SEUIL-RELANCE2'
                           MOVE WS-SEUIL-LU TO WS-SEUIL-RELANCE2
                       WHEN 'SEUIL-DEMEURE'
                           MOVE WS-SEUIL-LU TO WS-SEUIL-DEMEURE
                       WHEN 'DELAI-DEMEURE'
                           MOVE WS-SEUIL-LU TO WS-DELAI-DEMEURE
                       WHEN OTHER
                           DISPLAY "ATTENTION: CARTE DE SEUIL INCONNUE "
                               "IGNOREE: " SEUIL-MOT-CLE
                   END-EVALUATE
               END-IF
           END-IF.

      *    Recharge les quittances en mémoire. Fichier absent : rien
      *    à relancer.
       LIT-QUITTANCES.
           OPEN INPUT FICHIER-QUITTANCES
           IF WS-QUIT-FILE-STATUS NOT = '00'
               DISPLAY "ATTENTION: FICHIER DES QUITTANCES ABSENT "
                   "(STATUT " WS-QUIT-FILE-STATUS "): RIEN A RELANCER."
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

      *    Fait progresser la quittance ouverte courante
      *    (WS-QUIT-TRAVAIL) d'au plus une étape du cycle : l'étape
      *    suivante est atteinte quand le retard depuis l'échéance
      *    dépasse son seuil et que l'écart entre les deux seuils
      *    s'est écoulé depuis l'étape précédente. La mise en demeure
      *    expirée demande la suspension de la police. Une échéance
      *    ou une étape illisible est signalée au rapport.
       RELANCE-QUITTANCE.
           IF WQ-DATE-ECHEANCE NOT NUMERIC
               MOVE "Echeance inexploitable" TO WS-LIBELLE-ACTION
               PERFORM ECRIT-LIGNE-ANOMALIE
           ELSE
               MOVE WQ-DATE-ECHEANCE TO WS-ECHEANCE-NUM
               IF FUNCTION INTEGER-OF-DATE(WS-ECHEANCE-NUM) = 0
                   MOVE "Echeance inexploitable" TO WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-ANOMALIE
               ELSE
                   IF WQ-DATE-ECHEANCE < WS-DATE-ARRETE
                       COMPUTE WS-JOURS-RETARD =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-ARRETE-NUM)
                           - FUNCTION INTEGER-OF-DATE(WS-ECHEANCE-NUM)
                       PERFORM DETERMINE-ETAPE
                   END-IF
               END-IF
           END-IF.

      *    Détermine l'étape atteinte ce passage par la quittance
      *    échue courante et applique l'action correspondante.
       DETERMINE-ETAPE.
           MOVE SPACE TO WS-NOUVEAU-NIVEAU
           MOVE ZERO TO WS-JOURS-ETAPE
           IF WQ-RELANCE-NIVEAU NOT = SPACE
               IF WQ-RELANCE-DATE NOT NUMERIC
                   MOVE "Date d'etape de relance inexploitable" TO
                       WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-ANOMALIE
                   MOVE '4' TO WQ-RELANCE-NIVEAU
               ELSE
                   MOVE WQ-RELANCE-DATE TO WS-ETAPE-NUM
                   IF WS-ETAPE-NUM < WS-DATE-ARRETE-NUM
                       COMPUTE WS-JOURS-ETAPE =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-ARRETE-NUM)
                           - FUNCTION INTEGER-OF-DATE(WS-ETAPE-NUM)
                   END-IF
               END-IF
           END-IF

           EVALUATE WQ-RELANCE-NIVEAU
               WHEN SPACE
                   IF WS-JOURS-RETARD >= WS-SEUIL-RELANCE1
                       MOVE '1' TO WS-NOUVEAU-NIVEAU
                   END-IF
               WHEN '1'
                   IF WS-JOURS-RETARD >= WS-SEUIL-RELANCE2 AND
                           WS-JOURS-ETAPE >= WS-ECART-RELANCE2
                       MOVE '2' TO WS-NOUVEAU-NIVEAU
                   END-IF
               WHEN '2'
                   IF WS-JOURS-RETARD >= WS-SEUIL-DEMEURE AND
                           WS-JOURS-ETAPE >= WS-ECART-DEMEURE
                       MOVE '3' TO WS-NOUVEAU-NIVEAU
                   END-IF
               WHEN '3'
                   IF WS-JOURS-ETAPE >= WS-DELAI-DEMEURE
                       MOVE '4' TO WS-NOUVEAU-NIVEAU
                   END-IF
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   MOVE "Etape de relance inconnue" TO
                       WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-ANOMALIE
           END-EVALUATE

           IF WS-NOUVEAU-NIVEAU NOT = SPACE
               MOVE WS-NOUVEAU-NIVEAU TO WQ-RELANCE-NIVEAU
               MOVE WS-DATE-ARRETE TO WQ-RELANCE-DATE
               MOVE WS-QUIT-TRAVAIL TO WS-QUIT-DATA(WS-QUIT-IDX)
               EVALUATE WS-NOUVEAU-NIVEAU
                   WHEN '1'
                       ADD 1 TO WS-TOTAL-RELANCE1
                       MOVE "Relance 1" TO WS-LIBELLE-ACTION
                       PERFORM RANGE-LETTRE
                   WHEN '2'
                       ADD 1 TO WS-TOTAL-RELANCE2
                       MOVE "Relance 2" TO WS-LIBELLE-ACTION
                       PERFORM RANGE-LETTRE
                   WHEN '3'
                       ADD 1 TO WS-TOTAL-DEMEURE
                       MOVE "Mise en demeure" TO WS-LIBELLE-ACTION
                       PERFORM RANGE-LETTRE
                   WHEN '4'
                       PERFORM DEMANDE-SUSPENSION
               END-EVALUATE
               PERFORM ECRIT-LIGNE-ACTION
           END-IF.

      *    Range la quittance relancée dans la table des lettres et
      *    la chaîne aux autres quittances du même destinataire.
       RANGE-LETTRE.
           IF WS-LET-COUNT >= WS-LET-MAX
               DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR LES "
                   "LETTRES DE RELANCE (" WS-LET-MAX "). ARRET DU "
                   "TRAITEMENT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LET-COUNT
           MOVE WS-QUIT-IDX TO WS-LET-QUIT-IDX(WS-LET-COUNT)
           MOVE WS-JOURS-RETARD TO WS-LET-JOURS-RETARD(WS-LET-COUNT)
           MOVE ZERO TO WS-LET-SUIV(WS-LET-COUNT)

           PERFORM FIND-OR-ADD-DESTINATAIRE
           IF WS-DEST-PREMIERE(WS-DEST-POS) = 0
               MOVE WS-LET-COUNT TO WS-DEST-PREMIERE(WS-DEST-POS)
           ELSE
               MOVE WS-LET-COUNT TO
                   WS-LET-SUIV(WS-DEST-DERNIERE(WS-DEST-POS))
           END-IF
           MOVE WS-LET-COUNT TO WS-DEST-DERNIERE(WS-DEST-POS)
           ADD 1 TO WS-DEST-NB-LIGNES(WS-DEST-POS)
           IF WS-NOUVEAU-NIVEAU > WS-DEST-NIVEAU(WS-DEST-POS)
               MOVE WS-NOUVEAU-NIVEAU TO WS-DEST-NIVEAU(WS-DEST-POS)
           END-IF.

      *    Recherche le destinataire de la quittance courante (numéro
      *    de client, à défaut nom) et l'ajoute s'il n'y est pas
      *    encore. Retourne la position dans WS-DEST-POS.
       FIND-OR-ADD-DESTINATAIRE.
           MOVE 0 TO WS-DEST-POS
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-COUNT
               IF WS-DEST-CLIENT(WS-DEST-IDX) = WQ-CLIENT AND
                       (WQ-CLIENT NOT = SPACES OR
                        WS-DEST-NOM(WS-DEST-IDX) = WQ-NOM)
                   MOVE WS-DEST-IDX TO WS-DEST-POS
                   MOVE WS-DEST-COUNT TO WS-DEST-IDX
               END-IF
           END-PERFORM
           IF WS-DEST-POS = 0
               IF WS-DEST-COUNT >= WS-DEST-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LES DESTINATAIRES DE RELANCE (" WS-DEST-MAX
                       "). ARRET DU TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEST-COUNT
               MOVE WS-DEST-COUNT TO WS-DEST-POS
               MOVE WQ-CLIENT TO WS-DEST-CLIENT(WS-DEST-POS)
               MOVE WQ-NOM TO WS-DEST-NOM(WS-DEST-POS)
               MOVE SPACE TO WS-DEST-NIVEAU(WS-DEST-POS)
               MOVE ZERO TO WS-DEST-NB-LIGNES(WS-DEST-POS)
               MOVE ZERO TO WS-DEST-PREMIERE(WS-DEST-POS)
               MOVE ZERO TO WS-DEST-DERNIERE(WS-DEST-POS)
               PERFORM CHERCHE-NOM-CLIENT
           END-IF.

      *    Libellé de référence du client (CLI-NOM) pour la lettre,
      *    quand le fichier des clients est disponible et que le
      *    numéro y figure ; sinon le nom porté par la quittance est
      *    conservé.
       CHERCHE-NOM-CLIENT.
           IF CLIENTS-DISPONIBLES AND WQ-CLIENT NOT = SPACES
               MOVE SPACES TO CLI-REC
               MOVE WQ-CLIENT TO CLI-ID
               READ FICHIER-CLIENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOM TO WS-DEST-NOM(WS-DEST-POS)
               END-READ
           END-IF.

      *    Mise en demeure expirée : la suspension de la police est
      *    demandée à ASSURMNT par un mouvement 'S' au motif IMPAYE,
      *    une seule fois par police et par passage, et seulement si
      *    la police est encore active (une police déjà suspendue ou
      *    résiliée n'a rien à recevoir ; elle est comptée à part).
      *    Dans tous les cas la quittance sort du cycle (étape '4').
       DEMANDE-SUSPENSION.
           SET SUSPENSION-A-DEMANDER TO TRUE
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               IF WS-SUSP-ASSUR-ID(WS-SUSP-IDX) = WQ-ASSUR-ID
                   SET SUSPENSION-DEJA-DEMANDEE TO TRUE
                   MOVE WS-SUSP-COUNT TO WS-SUSP-IDX
               END-IF
           END-PERFORM

           IF SUSPENSION-DEJA-DEMANDEE
               MOVE "Suspension deja demandee ce passage" TO
                   WS-LIBELLE-ACTION
           ELSE
               MOVE SPACES TO WS-STATUT-CANONIQUE
               MOVE SPACES TO ASSUR-REC
               MOVE WQ-ASSUR-ID TO ASSUR-ID
               READ FICHIER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ASSUR-STATUT TO WS-STATUT-RECHERCHE
                       PERFORM LOOKUP-STATUT
               END-READ
               IF WS-STATUT-CANONIQUE = 'ACTIF'
                   PERFORM ECRIT-MOUVEMENT-SUSPENSION
                   MOVE "Suspension demandee (IMPAYE)" TO
                       WS-LIBELLE-ACTION
               ELSE
                   ADD 1 TO WS-TOTAL-NON-ACTIVES
                   MOVE "Police non active: pas de suspension" TO
                       WS-LIBELLE-ACTION
               END-IF
           END-IF.

      *    Dépose dans le fichier d'attente d'ASSURMNT le mouvement de
      *    suspension de la police de la quittance courante, daté du
      *    passage (donc échu au prochain passage d'ASSURMNT).
       ECRIT-MOUVEMENT-SUSPENSION.
           MOVE SPACES TO ATTENTE-REC
           MOVE 'S' TO CODE-ATT
           MOVE WQ-ASSUR-ID TO ID-ATT
           MOVE WS-CURRENT-TIME(1:8) TO DATE-EFFET-ATT
           MOVE 'IMPAYE' TO MOTIF-ATT
           WRITE ATTENTE-REC
           ADD 1 TO WS-TOTAL-SUSPENSIONS
           IF WS-SUSP-COUNT >= WS-SUSP-MAX
               DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR LES "
                   "SUSPENSIONS DEMANDEES (" WS-SUSP-MAX "). ARRET DU "
                   "TRAITEMENT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUSP-COUNT
           MOVE WQ-ASSUR-ID TO WS-SUSP-ASSUR-ID(WS-SUSP-COUNT).

      *    Écrit au rapport l'action menée sur la quittance courante
      *    (libellé préparé dans WS-LIBELLE-ACTION).
       ECRIT-LIGNE-ACTION.
           PERFORM CONVERTIT-MONTANT-QUITTANCE
           MOVE WS-MONTANT-QUITTANCE TO WS-FORMATTED-MONTANT
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "  " WQ-ID " " WQ-ASSUR-ID " " WQ-CLIENT " "
                   WQ-NOM " " WQ-DEVISE " " WS-FORMATTED-MONTANT
                   " - Echeance: " WQ-DATE-ECHEANCE
                   " Retard: " WS-JOURS-RETARD " j - "
                   WS-LIBELLE-ACTION
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA.

      *    Signale au rapport une quittance ouverte non relançable
      *    (raison préparée dans WS-LIBELLE-ACTION).
       ECRIT-LIGNE-ANOMALIE.
           ADD 1 TO WS-TOTAL-ANOMALIES
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "  " WQ-ID " " WQ-ASSUR-ID " " WQ-CLIENT " "
                   WQ-NOM " - ANOMALIE: " WS-LIBELLE-ACTION
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA.

      *    Montant de la quittance courante (écriture numérique
      *    simple) ; inexploitable, il compte pour zéro.
       CONVERTIT-MONTANT-QUITTANCE.
           MOVE ZERO TO WS-MONTANT-QUITTANCE
           IF FUNCTION TEST-NUMVAL(WQ-MONTANT) = 0
               COMPUTE WS-MONTANT-QUITTANCE =
                   FUNCTION NUMVAL(WQ-MONTANT)
           END-IF.

      *    Écrit l'extrait des lettres : en-tête du lot, puis pour
      *    chaque destinataire son en-tête de lettre suivi de ses
      *    quittances relancées (parcours de la chaîne), puis le
      *    trailer de contrôle.
       ECRIT-LETTRES.
           OPEN OUTPUT FICHIER-LETTRES
           MOVE SPACES TO LET-ENTETE
           MOVE '1' TO LET-E-TYPE
           MOVE WS-CURRENT-TIME(1:8) TO LET-E-DATE-EXEC
           MOVE WS-DATE-ARRETE TO LET-E-DATE-ARRETE
           WRITE LET-ENTETE

           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-COUNT
               MOVE SPACES TO LET-LETTRE
               MOVE '2' TO LET-L-TYPE
               MOVE WS-DEST-CLIENT(WS-DEST-IDX) TO LET-L-CLIENT
               MOVE WS-DEST-NOM(WS-DEST-IDX) TO LET-L-NOM
               MOVE WS-DEST-NIVEAU(WS-DEST-IDX) TO LET-L-NIVEAU
               MOVE WS-DEST-NB-LIGNES(WS-DEST-IDX) TO LET-L-NB-LIGNES
               WRITE LET-LETTRE
               MOVE WS-DEST-PREMIERE(WS-DEST-IDX) TO WS-LET-IDX
               PERFORM UNTIL WS-LET-IDX = 0
                   PERFORM ECRIT-LIGNE-LETTRE
                   MOVE WS-LET-SUIV(WS-LET-IDX) TO WS-LET-IDX
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO LET-TRAILER
           MOVE '9' TO LET-T-TYPE
           MOVE WS-DEST-COUNT TO LET-T-NB-LETTRES
           MOVE WS-TOTAL-LIGNES TO LET-T-NB-LIGNES
           MOVE WS-HASH-LETTRES TO LET-T-HASH
           WRITE LET-TRAILER
           CLOSE FICHIER-LETTRES.

      *    Écrit la ligne de lettre de la quittance relancée
      *    WS-LET-IDX et la cumule dans les totaux de contrôle.
       ECRIT-LIGNE-LETTRE.
           MOVE WS-QUIT-DATA(WS-LET-QUIT-IDX(WS-LET-IDX)) TO
               WS-QUIT-TRAVAIL
           PERFORM CONVERTIT-MONTANT-QUITTANCE
           MOVE SPACES TO LET-DETAIL
           MOVE '3' TO LET-D-TYPE
           MOVE WQ-ID TO LET-D-QUIT-ID
           MOVE WQ-ASSUR-ID TO LET-D-ASSUR-ID
           MOVE WQ-DATE-ECHEANCE TO LET-D-DATE-ECHEANCE
           MOVE WQ-DEVISE TO LET-D-DEVISE
           MOVE WS-MONTANT-QUITTANCE TO LET-D-MONTANT
           MOVE WS-LET-JOURS-RETARD(WS-LET-IDX) TO LET-D-JOURS-RETARD
           MOVE WQ-RELANCE-NIVEAU TO LET-D-NIVEAU
           WRITE LET-DETAIL
           ADD 1 TO WS-TOTAL-LIGNES
           ADD WS-MONTANT-QUITTANCE TO WS-HASH-LETTRES.

      *    Réécrit le fichier des quittances en entier à partir de la
      *    table en mémoire (rien à réécrire si le fichier était
      *    absent).
       ECRIT-QUITTANCES.
           IF WS-QUIT-COUNT > 0
               OPEN OUTPUT FICHIER-QUITTANCES
               PERFORM VARYING WS-QUIT-IDX FROM 1 BY 1
                       UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
                   MOVE WS-QUIT-DATA(WS-QUIT-IDX) TO QUIT-REC
                   WRITE QUIT-REC
               END-PERFORM
               CLOSE FICHIER-QUITTANCES
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

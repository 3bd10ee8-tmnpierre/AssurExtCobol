      *    d'attente, réexaminé en début de chaque passage, et le
      *    compte rendu de fin de traitement donne le nombre de
      *    mouvements en attente et la plus proche date d'effet.
      *    Une résiliation en cours de période annule les quittances
      *    encore ouvertes dont l'échéance tombe à partir de la date
      *    de résiliation (statut 'A', voir copybooks/QUITREC.cpy),
      *    calcule la prime non acquise au prorata des jours restant
      *    jusqu'à ASSUR-DATE-FIN et, quand le client a payé plus que
      *    la prime acquise, émet un avoir de ristourne dans la devise
      *    de la police (avoirs-ristournes.dat, voir
      *    copybooks/AVOIRREC.cpy), repris sur la liste quotidienne
      *    des ristournes destinée à la comptabilité.
      *    Une fois une période close par ASSURCLO (voir
      *    copybooks/PERREC.cpy), tout mouvement dont la date d'effet
      *    tombe dans cette période est rejeté, sauf s'il porte un
      *    code de réouverture autorisé pour la période (voir
      *    copybooks/AUTREC.cpy) ; le code utilisé est repris sur la
      *    ligne du journal d'audit. Une résiliation est en outre
      *    contrôlée sur sa date de résiliation, qui borne la date de
      *    fin, les quittances annulées et la ristourne.
      *    *************************************************************

       IDENTIFICATION DIVISION.
      *    sans ASSUR-SOURCE), puis la date d'effet du mouvement
      *    (AAAAMMJJ), le code motif (exploité par la suspension
      *    seule), le numéro de client (fichier clients.dat, voir
      *    CLIMATCH), le code courtier (à blanc = affaire directe) et
      *    le code de réouverture (exigé seulement quand la date
      *    d'effet, ou la date de résiliation d'un mouvement 'R', tombe
      *    dans une période close).
      *    Sur une modification, un champ laissé à blanc signifie
      *    "inchangé". Une date d'effet à blanc ou échue
      *    signifie "applicable immédiatement" (comportement
      *    échus, réécrit en fin de passage avec les mouvements
      *    toujours en attente. Remplace les avenants retenus sur
      *    papier par les agences et ressaisis "le bon matin".
      *    ASSURRLC y ajoute aussi les suspensions pour impayé ('S',
      *    motif IMPAYE) des mises en demeure expirées.
           SELECT FICHIER-ATTENTE ASSIGN TO 'mouvements-attente.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

      *    Fichier des quittances (voir copybooks/QUITREC.cpy), relu
      *    en début de passage et réécrit en entier en fin de passage
      *    quand une résiliation a annulé des quittances. Fichier
      *    absent : aucune quittance émise, rien à annuler.
           SELECT FICHIER-QUITTANCES ASSIGN TO 'quittances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUIT-FILE-STATUS.

      *    Avoirs de ristourne émis sur résiliation (voir
      *    copybooks/AVOIRREC.cpy), ajoutés à la suite (jamais
      *    tronqué, comme le journal d'audit).
           SELECT FICHIER-AVOIRS ASSIGN TO 'avoirs-ristournes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AVOIR-FILE-STATUS.

      *    Liste quotidienne des ristournes pour la comptabilité,
      *    recréée à chaque exécution.
           SELECT FICHIER-RISTOURNES ASSIGN TO 'rapport-ristournes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.

           05  MVT-CLIENT          PIC X(6).
           05  FILLER              PIC X(1).
           05  MVT-COURTIER        PIC X(6).
           05  FILLER              PIC X(1).
           05  MVT-REOUVERTURE     PIC X(8).

      *    Voir copybooks/MASTERREC.cpy : mêmes noms de champs que
      *    l'ancien FICHIER-ASSUR-PART1, plus ASSUR-SOURCE ('1'/'2').
       FD  FICHIER-REJETS.
       01  REJET-REC.
           05  WS-REJET-LENGTH     PIC 9(3).
           05  WS-REJET-DATA       PIC X(209).

      *    Voir copybooks/CTLREC.cpy.
       FD  FICHIER-CONTROLE.
      *    conservé tel qu'il a été saisi, date d'effet et motif
      *    compris).
       FD  FICHIER-ATTENTE.
       01  ATTENTE-REC             PIC X(166).

      *    Voir copybooks/QUITREC.cpy.
       FD  FICHIER-QUITTANCES.
       01  QUIT-REC.
           COPY QUITREC.

      *    Voir copybooks/AVOIRREC.cpy.
       FD  FICHIER-AVOIRS.
       01  AVOIR-REC.
           COPY AVOIRREC.

       FD  FICHIER-RISTOURNES.
       01  RISTOURNE-REC.
           05  WS-RISTOURNE-LENGTH PIC 9(3).
           05  WS-RISTOURNE-DATA   PIC X(200).

      *    Voir copybooks/PERREC.cpy.
       FD  FICHIER-PERIODES.
       01  PERIODE-REC.
           COPY PERREC.

      *    Voir copybooks/AUTREC.cpy.
       FD  FICHIER-AUTORISATIONS.
       01  AUTORISATION-REC.
           COPY AUTREC.

       WORKING-STORAGE SECTION.

       01  WS-ATT-FILE-STATUS      PIC XX.
       01  WS-SUSP-FILE-STATUS     PIC XX.
       01  WS-CLI-FILE-STATUS      PIC XX.
       01  WS-QUIT-FILE-STATUS     PIC XX.
       01  WS-AVOIR-FILE-STATUS    PIC XX.
       01  WS-PER-FILE-STATUS      PIC XX.
       01  WS-AUT-FILE-STATUS      PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).

      *    Disponibilité du fichier de référence des clients pour la
       01  WS-ATT-TABLE.
           05  WS-ATT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ATT-COUNT.
               10  WS-ATT-DATA             PIC X(166).
       01  WS-ATT-IDX              PIC 9(5) VALUE ZERO.
       01  WS-ATT-CHARGES          PIC 9(5) VALUE ZERO.
       01  WS-ATT-GARDES           PIC 9(5) VALUE ZERO.
           05  FILLER              PIC X(123).
           05  FILLER              PIC X(1).
           05  WS-ATT-DATE-EFFET   PIC X(8).
           05  FILLER              PIC X(34).

      *    Copie de travail de l'enregistrement de contrôle du maître
      *    (voir copybooks/CTLREC.cpy) : lue au début du traitement,
       01  WS-RUN-ID               PIC X(14).
       01  WS-JOURNAL-SEQ          PIC 9(6) VALUE ZERO.

      *    Quittances chargées en mémoire en début de passage (même
      *    table que dans ASSURENC), annulées en place par les
      *    résiliations puis réécrites en fin de passage.
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

      *    Résiliation en cours : date de résiliation (date de fin
      *    portée par le mouvement, à défaut sa date d'effet, à défaut
      *    la date du passage), date de fin d'origine de la police,
      *    prime de la période, primes encaissées, prime acquise et
      *    non acquise au prorata des jours, et montant de la
      *    ristourne.
       01  WS-RES-DATE             PIC X(8).
       01  WS-RES-DATE-FIN-ORIG    PIC X(8).
       01  WS-RES-DEB-NUM          PIC 9(8).
       01  WS-RES-FIN-NUM          PIC 9(8).
       01  WS-RES-RESIL-NUM        PIC 9(8).
       01  WS-RES-JOURS-PERIODE    PIC 9(6) VALUE ZERO.
       01  WS-RES-JOURS-ACQUIS     PIC 9(6) VALUE ZERO.
       01  WS-RES-PRIME            PIC 9(10)V99 VALUE ZERO.
       01  WS-RES-PRIME-PAYEE      PIC 9(10)V99 VALUE ZERO.
       01  WS-RES-PRIME-ACQUISE    PIC 9(10)V99 VALUE ZERO.
       01  WS-RES-NON-ACQUISE      PIC 9(10)V99 VALUE ZERO.
       01  WS-RES-MONTANT          PIC 9(10)V99 VALUE ZERO.
       01  WS-RES-NB-ANNULEES      PIC 9(3) VALUE ZERO.
       01  WS-PRORATA-SW           PIC X VALUE 'Y'.
           88  PRORATA-CALCULABLE          VALUE 'Y'.
           88  PRORATA-INCALCULABLE        VALUE 'N'.

      *    Contrôle d'une date AAAAMMJJ (mêmes règles que la carte
      *    DATE-ARRETE d'ASSURENC : mois, jour, puis date réelle).
       01  WS-DATE-CONTROLE.
           05  WS-DC-AAAA          PIC 9(4).
           05  WS-DC-MM            PIC 9(2).
           05  WS-DC-JJ            PIC 9(2).
       01  WS-DATE-CONTROLE-NUM REDEFINES WS-DATE-CONTROLE
                                   PIC 9(8).
       01  WS-DATE-VALIDE-SW       PIC X VALUE 'Y'.
           88  DATE-VALIDE                 VALUE 'Y'.
           88  DATE-INVALIDE               VALUE 'N'.

      *    Cumuls de la liste des ristournes : par devise (jamais de
      *    total toutes devises confondues), plus les compteurs du
      *    compte rendu de fin de traitement.
       01  WS-RIS-DEV-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-RIS-DEV-MAX          PIC 9(3) VALUE 20.
       01  WS-RIS-DEV-TABLE.
           05  WS-RIS-DEV-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-RIS-DEV-COUNT.
               10  WS-RIS-DEV-CODE         PIC X(3).
               10  WS-RIS-DEV-NB           PIC 9(6).
               10  WS-RIS-DEV-TOTAL        PIC 9(11)V99.
       01  WS-RIS-DEV-IDX          PIC 9(3) VALUE ZERO.
       01  WS-RIS-DEV-POS          PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-AVOIRS         PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-QUIT-ANNULEES  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SANS-RISTOURNE PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-PRORATA-KO     PIC 9(6) VALUE ZERO.

      *    Mise en forme de la liste des ristournes.
       01  WS-LIGNE-RISTOURNE      PIC X(200).
       01  WS-FORMATTED-PAYEE      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-NON-ACQ    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-RISTOURNE  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-NB         PIC ZZZZZ9.

      *    Verrouillage des périodes closes (voir
      *    copybooks/PERREC.cpy) : plus grande date de verrouillage
      *    et dernière période close lues dans le fichier de contrôle
      *    des périodes (à blanc : aucune période close), date du
      *    mouvement à contrôler, code de réouverture qu'il porte et
      *    code retenu pour le journal quand il a servi.
       01  WS-DATE-VERROU          PIC X(8) VALUE SPACES.
       01  WS-PERIODE-CLOSE        PIC X(6) VALUE SPACES.
       01  WS-DATE-PERIODE         PIC X(8).
       01  WS-CODE-REOUVERTURE     PIC X(8).
       01  WS-REOUVERTURE-RETENUE  PIC X(8) VALUE SPACES.
       01  WS-REOUVERTURE-EFFET    PIC X(8) VALUE SPACES.
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

      *    Table de correspondance des statuts, partagée avec ASSUREXT
      *    (voir copybooks/STATUTLK.cpy).
           COPY STATUTLK.

           OPEN OUTPUT FICHIER-REJETS

      *    Les avoirs de ristourne sont ajoutés à la suite, avec le
      *    même traitement du tout premier lancement ; la liste des
      *    ristournes est recréée à chaque passage.
           OPEN EXTEND FICHIER-AVOIRS
           IF WS-AVOIR-FILE-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-AVOIRS
           END-IF
           OPEN OUTPUT FICHIER-RISTOURNES

      *    Date/heure du jour ; les 14 premiers caractères
      *    (AAAAMMJJHHMMSS) servent d'identifiant d'exécution dans le
      *    journal d'audit.
      *    l'entretenir au fil des mouvements appliqués.
           PERFORM LIT-CONTROLE

      *    Périodes closes et autorisations de réouverture, avant
      *    tout mouvement (les mouvements d'attente échus compris).
           PERFORM LIT-PERIODE-CONTROLE
           PERFORM LIT-AUTORISATIONS

      *    Écriture de l'en-tête du fichier des rejets (même principe
      *    que le rapport d'exceptions d'ASSUREXT).
           MOVE "Mouvement d'origine - Raison du rejet" TO
           MOVE LENGTH OF WS-REJET-DATA TO WS-REJET-LENGTH
           WRITE REJET-REC FROM WS-REJET-DATA

      *    En-tête de la liste des ristournes et chargement des
      *    quittances, annulées en mémoire par les résiliations.
           PERFORM ECRIT-ENTETE-RISTOURNES
           PERFORM LIT-QUITTANCES

      *    Réexamen du fichier d'attente avant les mouvements du
      *    jour : les mouvements différés dont la date d'effet est
      *    désormais échue sont appliqués maintenant, les autres
           CLOSE FICHIER-JOURNAL
           CLOSE FICHIER-SUSPENSIONS
           CLOSE FICHIER-REJETS
           CLOSE FICHIER-AVOIRS
           IF CLIENTS-DISPONIBLES
               CLOSE FICHIER-CLIENTS
           END-IF

      *    Totaux de la liste des ristournes, puis réécriture des
      *    quittances si des résiliations en ont annulé.
           PERFORM ECRIT-TOTAUX-RISTOURNES
           CLOSE FICHIER-RISTOURNES
           IF WS-TOTAL-QUIT-ANNULEES > 0
               PERFORM ECRIT-QUITTANCES
           END-IF

      *    Réécriture du fichier d'attente (mouvements toujours
      *    différés, anciens et nouveaux).
           PERFORM ECRIT-MOUVEMENTS-ATTENTE
               DISPLAY "PROCHAINE DATE D'EFFET EN ATTENTE: "
                   WS-ATT-DATE-MINI
           END-IF
           DISPLAY "RESILIATIONS: " WS-TOTAL-QUIT-ANNULEES
               " QUITTANCE(S) ANNULEE(S), " WS-TOTAL-AVOIRS
               " AVOIR(S) DE RISTOURNE EMIS, " WS-TOTAL-SANS-RISTOURNE
               " SANS RISTOURNE (VOIR rapport-ristournes.dat)."
           IF WS-TOTAL-PRORATA-KO > 0
               DISPLAY "ATTENTION: " WS-TOTAL-PRORATA-KO
                   " RESILIATION(S) AU PRORATA NON CALCULABLE (DATES "
                   "DE LA POLICE INEXPLOITABLES), A TRAITER A LA MAIN."
           END-IF
           IF WS-DATE-VERROU NOT = SPACES
               DISPLAY "PERIODES CLOSES JUSQU'AU " WS-DATE-VERROU
                   " (" WS-PERIODE-CLOSE "): " WS-TOTAL-REOUVERTURES
                   " MOUVEMENT(S) ADMIS SUR CODE DE REOUVERTURE."
           END-IF
           IF WS-TOTAL-REJETS > 0
               DISPLAY "ATTENTION: VOIR mouvements-rejets.dat POUR "
                   "RE-SAISIE PAR L'AGENCE."

      *    Applique le mouvement présent dans MVT-REC au fichier
      *    maître selon son code (partagé entre les mouvements du
      *    jour et les mouvements d'attente devenus échus). Un
      *    mouvement dont la date d'effet tombe dans une période
      *    close est rejeté sans code de réouverture autorisé ; sans
      *    date d'effet, il prend effet le jour du passage, jamais
      *    dans une période close.
       APPLIQUE-MOUVEMENT.
           IF MVT-DATE-EFFET NOT = SPACES
               MOVE MVT-DATE-EFFET TO WS-DATE-PERIODE
           ELSE
               MOVE WS-CURRENT-TIME(1:8) TO WS-DATE-PERIODE
           END-IF
           MOVE MVT-REOUVERTURE TO WS-CODE-REOUVERTURE
           PERFORM CONTROLE-PERIODE-CLOSE
           IF PERIODE-VERROUILLEE
               PERFORM WRITE-REJET-RECORD
           ELSE
               EVALUATE MVT-CODE
                   WHEN 'C'
                       PERFORM APPLIQUE-CREATION
                   WHEN 'M'
                       PERFORM APPLIQUE-MODIFICATION
                   WHEN 'R'
                       PERFORM APPLIQUE-RESILIATION
                   WHEN 'S'
                       PERFORM APPLIQUE-SUSPENSION
                   WHEN 'A'
                       PERFORM APPLIQUE-REACTIVATION
                   WHEN OTHER
                       MOVE "Code mouvement inconnu" TO
                           WS-REJECT-REASON
                       PERFORM WRITE-REJET-RECORD
               END-EVALUATE
           END-IF.

      *    Charge le fichier d'attente en mémoire. Fichier absent :
      *    aucun mouvement différé (premier passage).
      *    'Resilie' (orthographe non accentuée, la seule qui tienne
      *    dans les 8 octets d'ASSUR-STATUT, résolue par la table
      *    STATUTLK) et la date de fin est remplacée si le mouvement en
      *    fournit une. Les quittances ouvertes à échoir sont annulées
      *    et la ristourne éventuelle est émise (voir
      *    ANNULE-QUITTANCES-POLICE et CALCULE-RISTOURNE). Une police
      *    déjà résiliée est rejetée : une seconde résiliation
      *    émettrait une seconde ristourne sur les mêmes primes (une
      *    date de fin à corriger passe par un mouvement 'M').
       APPLIQUE-RESILIATION.
           PERFORM LIT-MASTER-PAR-CLE
           IF MASTER-NON-TROUVE
                   SET MOUVEMENT-EST-INVALIDE TO TRUE
                   MOVE "Date de fin invalide" TO WS-REJECT-REASON
               END-IF
               IF MOUVEMENT-EST-VALIDE
                   MOVE ASSUR-STATUT TO WS-STATUT-RECHERCHE
                   PERFORM LOOKUP-STATUT
                   IF WS-STATUT-CANONIQUE = 'RESILIE'
                       SET MOUVEMENT-EST-INVALIDE TO TRUE
                       MOVE "Police deja resiliee" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
               IF MOUVEMENT-EST-VALIDE
                   PERFORM DETERMINE-DATE-RESILIATION
               END-IF
               IF MOUVEMENT-EST-VALIDE
                   PERFORM CONTROLE-PERIODE-RESILIATION
               END-IF
               IF MOUVEMENT-EST-INVALIDE
                   PERFORM WRITE-REJET-RECORD
               ELSE
      *    Date de fin et prime d'origine, retenues avant que le
      *    mouvement ne remplace la date de fin.
                   MOVE ASSUR-DATE-FIN TO WS-RES-DATE-FIN-ORIG
                   PERFORM CALCULE-MONTANT-CONTROLE
                   MOVE WS-MONTANT-CONTROLE TO WS-RES-PRIME
                   MOVE 'Resilie' TO ASSUR-STATUT
                   IF MVT-DATE-FIN NOT = SPACES
                       MOVE MVT-DATE-FIN TO ASSUR-DATE-FIN
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-RESILIATIONS
                           PERFORM WRITE-JOURNAL-RECORD
                           PERFORM ANNULE-QUITTANCES-POLICE
                           PERFORM CALCULE-RISTOURNE
                   END-REWRITE
               END-IF
           END-IF.

      *    Date de résiliation du mouvement en cours : la date de fin
      *    qu'il porte, à défaut sa date d'effet (échue, sans quoi le
      *    mouvement serait resté en attente), à défaut la date du
      *    passage. Elle doit être une date réelle : c'est elle qui
      *    borne les quittances annulées et le prorata.
       DETERMINE-DATE-RESILIATION.
           IF MVT-DATE-FIN NOT = SPACES
               MOVE MVT-DATE-FIN TO WS-RES-DATE
           ELSE
               IF MVT-DATE-EFFET NOT = SPACES
                   MOVE MVT-DATE-EFFET TO WS-RES-DATE
               ELSE
                   MOVE WS-CURRENT-TIME(1:8) TO WS-RES-DATE
               END-IF
           END-IF
           MOVE WS-RES-DATE TO WS-DATE-CONTROLE
           PERFORM CONTROLE-DATE
           IF DATE-INVALIDE
               SET MOUVEMENT-EST-INVALIDE TO TRUE
               MOVE "Date de resiliation invalide" TO WS-REJECT-REASON
           END-IF.

      *    Contrôle la date de résiliation WS-RES-DATE contre les
      *    périodes closes, comme la date d'effet l'a été dans
      *    APPLIQUE-MOUVEMENT. Le code de réouverture retenu sur la
      *    date d'effet reste celui du journal si la date de
      *    résiliation n'en exige pas.
       CONTROLE-PERIODE-RESILIATION.
           MOVE WS-REOUVERTURE-RETENUE TO WS-REOUVERTURE-EFFET
           MOVE WS-RES-DATE TO WS-DATE-PERIODE
           MOVE MVT-REOUVERTURE TO WS-CODE-REOUVERTURE
           PERFORM CONTROLE-PERIODE-CLOSE
           IF PERIODE-VERROUILLEE
               SET MOUVEMENT-EST-INVALIDE TO TRUE
           ELSE
               IF WS-REOUVERTURE-RETENUE = SPACES
                   MOVE WS-REOUVERTURE-EFFET TO WS-REOUVERTURE-RETENUE
               END-IF
           END-IF.

      *    Contrôle la date AAAAMMJJ placée dans WS-DATE-CONTROLE :
      *    numérique, mois et jour plausibles, date réelle.
       CONTROLE-DATE.
           SET DATE-VALIDE TO TRUE
           IF WS-DATE-CONTROLE NOT NUMERIC
               SET DATE-INVALIDE TO TRUE
           ELSE
               IF WS-DC-MM < 1 OR WS-DC-MM > 12 OR
                       WS-DC-JJ < 1 OR WS-DC-JJ > 31 OR
                       FUNCTION INTEGER-OF-DATE
                           (WS-DATE-CONTROLE-NUM) = 0
                   SET DATE-INVALIDE TO TRUE
               END-IF
           END-IF.

      *    Annule les quittances encore ouvertes de la police résiliée
      *    dont l'échéance tombe à la date de résiliation ou après :
      *    statut 'A', date d'effet de la résiliation en
      *    QUIT-DATE-REGLEMENT. Les quittances échues restent dues ;
      *    les quittances payées sont cumulées pour la ristourne.
       ANNULE-QUITTANCES-POLICE.
           MOVE ZERO TO WS-RES-NB-ANNULEES
           MOVE ZERO TO WS-RES-PRIME-PAYEE
           PERFORM VARYING WS-QUIT-IDX FROM 1 BY 1
                   UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               MOVE WS-QUIT-DATA(WS-QUIT-IDX) TO WS-QUIT-TRAVAIL
               IF WQ-ASSUR-ID = ASSUR-ID
                   IF WQ-STATUT = 'O' AND
                           WQ-DATE-ECHEANCE NUMERIC AND
                           WQ-DATE-ECHEANCE >= WS-RES-DATE
                       MOVE 'A' TO WQ-STATUT
                       MOVE WS-RES-DATE TO WQ-DATE-REGLEMENT
                       MOVE WS-QUIT-TRAVAIL TO
                           WS-QUIT-DATA(WS-QUIT-IDX)
                       ADD 1 TO WS-RES-NB-ANNULEES
                       ADD 1 TO WS-TOTAL-QUIT-ANNULEES
                   END-IF
                   IF WQ-STATUT = 'P' AND
                           FUNCTION TEST-NUMVAL(WQ-MONTANT) = 0
                       COMPUTE WS-RES-PRIME-PAYEE =
                           WS-RES-PRIME-PAYEE +
                           FUNCTION NUMVAL(WQ-MONTANT)
                   END-IF
               END-IF
           END-PERFORM.

      *    Calcule la ristourne de la police résiliée : la prime de la
      *    période ASSUR-DATE-DEB - date de fin d'origine est acquise
      *    au prorata des jours courus jusqu'à la date de résiliation,
      *    le reste est la prime non acquise. Le client est remboursé
      *    de ce qu'il a payé au-delà de la prime acquise, dans la
      *    limite de la prime non acquise. Dates de la police
      *    inexploitables : la résiliation figure sur la liste pour
      *    traitement manuel, sans avoir.
       CALCULE-RISTOURNE.
           SET PRORATA-CALCULABLE TO TRUE
           MOVE ZERO TO WS-RES-NON-ACQUISE
           MOVE ZERO TO WS-RES-MONTANT
           MOVE ASSUR-DATE-DEB TO WS-DATE-CONTROLE
           PERFORM CONTROLE-DATE
           IF DATE-INVALIDE
               SET PRORATA-INCALCULABLE TO TRUE
           ELSE
               MOVE WS-DATE-CONTROLE-NUM TO WS-RES-DEB-NUM
           END-IF
           MOVE WS-RES-DATE-FIN-ORIG TO WS-DATE-CONTROLE
           PERFORM CONTROLE-DATE
           IF DATE-INVALIDE
               SET PRORATA-INCALCULABLE TO TRUE
           ELSE
               MOVE WS-DATE-CONTROLE-NUM TO WS-RES-FIN-NUM
           END-IF
           IF PRORATA-CALCULABLE AND WS-RES-FIN-NUM <= WS-RES-DEB-NUM
               SET PRORATA-INCALCULABLE TO TRUE
           END-IF

           IF PRORATA-INCALCULABLE
               ADD 1 TO WS-TOTAL-PRORATA-KO
               PERFORM ECRIT-LIGNE-RISTOURNE
           ELSE
               MOVE WS-RES-DATE TO WS-RES-RESIL-NUM
               COMPUTE WS-RES-JOURS-PERIODE =
                   FUNCTION INTEGER-OF-DATE(WS-RES-FIN-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-RES-DEB-NUM)
               IF WS-RES-RESIL-NUM <= WS-RES-DEB-NUM
                   MOVE ZERO TO WS-RES-JOURS-ACQUIS
               ELSE
                   IF WS-RES-RESIL-NUM >= WS-RES-FIN-NUM
                       MOVE WS-RES-JOURS-PERIODE TO WS-RES-JOURS-ACQUIS
                   ELSE
                       COMPUTE WS-RES-JOURS-ACQUIS =
                           FUNCTION INTEGER-OF-DATE(WS-RES-RESIL-NUM) -
                           FUNCTION INTEGER-OF-DATE(WS-RES-DEB-NUM)
                   END-IF
               END-IF
               COMPUTE WS-RES-PRIME-ACQUISE ROUNDED =
                   WS-RES-PRIME * WS-RES-JOURS-ACQUIS /
                   WS-RES-JOURS-PERIODE
               COMPUTE WS-RES-NON-ACQUISE =
                   WS-RES-PRIME - WS-RES-PRIME-ACQUISE
               IF WS-RES-PRIME-PAYEE > WS-RES-PRIME-ACQUISE
                   COMPUTE WS-RES-MONTANT =
                       WS-RES-PRIME-PAYEE - WS-RES-PRIME-ACQUISE
               END-IF
               IF WS-RES-MONTANT > WS-RES-NON-ACQUISE
                   MOVE WS-RES-NON-ACQUISE TO WS-RES-MONTANT
               END-IF
               IF WS-RES-MONTANT > ZERO
                   PERFORM ECRIT-AVOIR
                   PERFORM ECRIT-LIGNE-RISTOURNE
               ELSE
                   ADD 1 TO WS-TOTAL-SANS-RISTOURNE
               END-IF
           END-IF.

      *    Ajoute au fichier des avoirs la ristourne de la police
      *    résiliée, dans la devise de la police, et la cumule par
      *    devise pour la liste.
       ECRIT-AVOIR.
           MOVE SPACES TO AVOIR-REC
           MOVE WS-RUN-ID TO AVOIR-RUN-ID
           MOVE 'R' TO AVOIR-NATURE
           MOVE ASSUR-ID TO AVOIR-ASSUR-ID
           MOVE ASSUR-CLIENT TO AVOIR-CLIENT
           MOVE ASSUR-NOM TO AVOIR-NOM
           MOVE WS-CURRENT-TIME(1:8) TO AVOIR-DATE-EMISSION
           MOVE WS-RES-DATE TO AVOIR-DATE-RESILIATION
           MOVE WS-RES-DATE-FIN-ORIG TO AVOIR-DATE-FIN
           MOVE ASSUR-DEVISE TO AVOIR-DEVISE
           MOVE WS-RES-PRIME TO AVOIR-PRIME-ANNUELLE
           MOVE WS-RES-PRIME-PAYEE TO AVOIR-PRIME-PAYEE
           MOVE WS-RES-NON-ACQUISE TO AVOIR-PRIME-NON-ACQUISE
           MOVE WS-RES-MONTANT TO AVOIR-MONTANT
           WRITE AVOIR-REC
           ADD 1 TO WS-TOTAL-AVOIRS
           PERFORM FIND-OR-ADD-DEVISE-RISTOURNE
           ADD 1 TO WS-RIS-DEV-NB(WS-RIS-DEV-POS)
           ADD WS-RES-MONTANT TO WS-RIS-DEV-TOTAL(WS-RIS-DEV-POS).

      *    Recherche la devise de la police courante dans les cumuls
      *    de la liste des ristournes, et l'ajoute si elle n'y est pas
      *    encore. Retourne la position dans WS-RIS-DEV-POS.
       FIND-OR-ADD-DEVISE-RISTOURNE.
           MOVE 0 TO WS-RIS-DEV-POS
           PERFORM VARYING WS-RIS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-RIS-DEV-IDX > WS-RIS-DEV-COUNT
               IF WS-RIS-DEV-CODE(WS-RIS-DEV-IDX) = ASSUR-DEVISE
                   MOVE WS-RIS-DEV-IDX TO WS-RIS-DEV-POS
                   MOVE WS-RIS-DEV-COUNT TO WS-RIS-DEV-IDX
               END-IF
           END-PERFORM
           IF WS-RIS-DEV-POS = 0
               IF WS-RIS-DEV-COUNT >= WS-RIS-DEV-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LES DEVISES DES RISTOURNES (" WS-RIS-DEV-MAX
                       "). ARRET DU TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RIS-DEV-COUNT
               MOVE WS-RIS-DEV-COUNT TO WS-RIS-DEV-POS
               MOVE ASSUR-DEVISE TO WS-RIS-DEV-CODE(WS-RIS-DEV-POS)
               MOVE ZERO TO WS-RIS-DEV-NB(WS-RIS-DEV-POS)
               MOVE ZERO TO WS-RIS-DEV-TOTAL(WS-RIS-DEV-POS)
           END-IF.

      *    Écrit l'en-tête de la liste quotidienne des ristournes.
       ECRIT-ENTETE-RISTOURNES.
           MOVE SPACES TO WS-LIGNE-RISTOURNE
           STRING "Ristournes sur resiliation - passage du "
                   WS-CURRENT-TIME(1:8)
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RISTOURNE
           PERFORM WRITE-LIGNE-RISTOURNE
           MOVE "Police   Client Nom            Dev Resiliee Fin init"
               TO WS-LIGNE-RISTOURNE
           PERFORM WRITE-LIGNE-RISTOURNE.

      *    Écrit sur la liste la ligne de la police résiliée : avoir
      *    émis, ou prorata non calculable à traiter à la main.
       ECRIT-LIGNE-RISTOURNE.
           MOVE WS-RES-NB-ANNULEES TO WS-FORMATTED-NB
           MOVE SPACES TO WS-LIGNE-RISTOURNE
           IF PRORATA-INCALCULABLE
               STRING ASSUR-ID " " ASSUR-CLIENT " " ASSUR-NOM " "
                       ASSUR-DEVISE " " WS-RES-DATE " "
                       WS-RES-DATE-FIN-ORIG
                       " - Quittances annulees: " WS-FORMATTED-NB
                       " - PRORATA NON CALCULABLE (DATES DE LA "
                       "POLICE INEXPLOITABLES): A TRAITER A LA MAIN"
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-RISTOURNE
           ELSE
               MOVE WS-RES-PRIME-PAYEE TO WS-FORMATTED-PAYEE
               MOVE WS-RES-NON-ACQUISE TO WS-FORMATTED-NON-ACQ
               MOVE WS-RES-MONTANT TO WS-FORMATTED-RISTOURNE
               STRING ASSUR-ID " " ASSUR-CLIENT " " ASSUR-NOM " "
                       ASSUR-DEVISE " " WS-RES-DATE " "
                       WS-RES-DATE-FIN-ORIG
                       " - Encaisse: " WS-FORMATTED-PAYEE
                       " Non acquis: " WS-FORMATTED-NON-ACQ
                       " Ristourne: " WS-FORMATTED-RISTOURNE
                       " Quittances annulees: " WS-FORMATTED-NB
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-RISTOURNE
           END-IF
           PERFORM WRITE-LIGNE-RISTOURNE.

      *    Écrit les totaux de la liste des ristournes : nombre et
      *    montant des avoirs par devise, quittances annulées,
      *    résiliations sans ristourne et prorata non calculables.
       ECRIT-TOTAUX-RISTOURNES.
           MOVE SPACES TO WS-LIGNE-RISTOURNE
           PERFORM WRITE-LIGNE-RISTOURNE
           IF WS-RIS-DEV-COUNT = 0
               MOVE "Aucune ristourne emise ce passage." TO
                   WS-LIGNE-RISTOURNE
               PERFORM WRITE-LIGNE-RISTOURNE
           END-IF
           PERFORM VARYING WS-RIS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-RIS-DEV-IDX > WS-RIS-DEV-COUNT
               MOVE WS-RIS-DEV-NB(WS-RIS-DEV-IDX) TO WS-FORMATTED-NB
               MOVE WS-RIS-DEV-TOTAL(WS-RIS-DEV-IDX) TO
                   WS-FORMATTED-RISTOURNE
               MOVE SPACES TO WS-LIGNE-RISTOURNE
               STRING "Total " WS-RIS-DEV-CODE(WS-RIS-DEV-IDX) ": "
                       WS-FORMATTED-NB " avoir(s) - Montant: "
                       WS-FORMATTED-RISTOURNE
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-RISTOURNE
               PERFORM WRITE-LIGNE-RISTOURNE
           END-PERFORM
           MOVE SPACES TO WS-LIGNE-RISTOURNE
           STRING "Resiliations: " WS-TOTAL-RESILIATIONS
                   " - Quittances annulees: " WS-TOTAL-QUIT-ANNULEES
                   " - Sans ristourne: " WS-TOTAL-SANS-RISTOURNE
                   " - Prorata non calculable: " WS-TOTAL-PRORATA-KO
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RISTOURNE
           PERFORM WRITE-LIGNE-RISTOURNE.

      *    Écrit la ligne préparée dans WS-LIGNE-RISTOURNE sur la
      *    liste des ristournes.
       WRITE-LIGNE-RISTOURNE.
           MOVE WS-LIGNE-RISTOURNE TO WS-RISTOURNE-DATA
           MOVE LENGTH OF WS-RISTOURNE-DATA TO WS-RISTOURNE-LENGTH
           WRITE RISTOURNE-REC FROM WS-RISTOURNE-DATA.

      *    Recharge les quittances en mémoire. Fichier absent : aucune
      *    quittance à annuler.
       LIT-QUITTANCES.
           OPEN INPUT FICHIER-QUITTANCES
           IF WS-QUIT-FILE-STATUS NOT = '00'
               CONTINUE
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

      *    Suspension d'une police existante : le statut passe à
      *    'Suspendu' et une ligne 'S' portant le code motif saisi par
      *    l'agence est ajoutée à l'historique des suspensions.
      *    Écrit dans le journal d'audit la ligne fixe du mouvement
      *    en cours : identifiant d'exécution, numéro d'ordre, code,
      *    clé touchée, image avant et image après (voir
      *    copybooks/JRNREC.cpy), plus le code de réouverture quand
      *    le mouvement tombait dans une période close (il est alors
      *    compté parmi les mouvements admis sur code de réouverture).
      *    Sur une création, l'image avant est vide.
       WRITE-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-SEQ
           IF WS-REOUVERTURE-RETENUE NOT = SPACES
               ADD 1 TO WS-TOTAL-REOUVERTURES
           END-IF
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-RUN-ID TO JRN-RUN-ID
           MOVE WS-JOURNAL-SEQ TO JRN-SEQ
           MOVE MVT-ID TO JRN-ID
           MOVE WS-IMAGE-AVANT TO JRN-AVANT
           MOVE WS-IMAGE-APRES TO JRN-APRES
           MOVE WS-REOUVERTURE-RETENUE TO JRN-REOUVERTURE
           WRITE JOURNAL-REC.

      *    Restitue le mouvement rejeté tel qu'il a été lu, suivi de la
                   INTO WS-REJET-DATA
           MOVE LENGTH OF WS-REJET-DATA TO WS-REJET-LENGTH
           WRITE REJET-REC FROM WS-REJET-DATA.

      *    Lit le fichier de contrôle des périodes (voir
      *    copybooks/PERREC.cpy) et retient la plus grande date de
      *    verrouillage, avec sa période close. Fichier absent :
      *    aucune clôture encore passée, rien n'est verrouillé.
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
      *    réouverture n'est accepté.
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
      *    WS-REJECT-REASON.
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

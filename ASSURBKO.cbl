      *    compensation dans l'historique des suspensions (un 'A' pour
      *    une suspension défaite, un 'S' au motif BACKOUT pour une
      *    réactivation défaite), afin que SUSPAGE ne voie ni
      *    suspension fantôme ni levée sans mouvement. Une
      *    résiliation défaite rouvre les quittances de la police
      *    qu'elle avait annulées (statut 'A' ramené à 'O', pour les
      *    seules quittances portant sa date de résiliation) et
      *    contre-passe dans avoirs-ristournes.dat l'avoir de
      *    ristourne émis par le passage annulé (ligne 'X' aux
      *    montants opposés, voir copybooks/AVOIRREC.cpy).
      *    Une exécution lancée dans une période close par ASSURCLO
      *    (voir copybooks/PERREC.cpy) a déjà été reprise dans la
      *    copie du maître et transmise à la comptabilité : son
      *    backout est refusé, sauf carte REOUVERTURE portant un code
      *    autorisé pour la période (voir copybooks/AUTREC.cpy) ; le
      *    code utilisé est tracé dans le journal réécrit par une
      *    ligne de code 'B' (voir copybooks/JRNREC.cpy).
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

      *    Fichier des quittances (voir copybooks/QUITREC.cpy), relu
      *    puis réécrit en entier quand une résiliation défaite a
      *    rouvert des quittances annulées.
           SELECT FICHIER-QUITTANCES ASSIGN TO 'quittances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUIT-FILE-STATUS.

      *    Avoirs de ristourne émis par ASSURMNT (voir
      *    copybooks/AVOIRREC.cpy) : ceux de l'exécution annulée sont
      *    relus, puis contre-passés par une ligne ajoutée à la suite.
           SELECT FICHIER-AVOIRS ASSIGN TO 'avoirs-ristournes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AVOIR-FILE-STATUS.

      *    Carte de paramètres facultative : RUN-ID suivi de
      *    l'identifiant d'exécution (AAAAMMJJHHMMSS) à annuler. Sans
      *    carte, la dernière exécution présente dans le journal est
      *    annulée (cas usuel : le passage qui vient d'échouer). La
      *    carte REOUVERTURE porte le code de réouverture exigé quand
      *    l'exécution à annuler date d'une période close.
           SELECT FICHIER-PARAMETRES ASSIGN TO 'assurbko-params.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

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

       01  SUSPENSION-REC.
           COPY SUSPREC.

      *    Voir copybooks/QUITREC.cpy.
       FD  FICHIER-QUITTANCES.
       01  QUIT-REC.
           COPY QUITREC.

      *    Voir copybooks/AVOIRREC.cpy.
       FD  FICHIER-AVOIRS.
       01  AVOIR-REC.
           COPY AVOIRREC.

       FD  FICHIER-PARAMETRES.
       01  PARAM-REC.
           05  PARAM-MOT-CLE       PIC X(16).
           05  FILLER              PIC X(1).
           05  PARAM-VALEUR        PIC X(14).

      *    Voir copybooks/PERREC.cpy.
       FD  FICHIER-PERIODES.
       01  PERIODE-REC.
           COPY PERREC.

      *    Voir copybooks/AUTREC.cpy.
       FD  FICHIER-AUTORISATIONS.
       01  AUTORISATION-REC.
           COPY AUTREC.

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-CTL-FILE-STATUS      PIC XX.
       01  WS-PARAM-FILE-STATUS    PIC XX.
       01  WS-SUSP-FILE-STATUS     PIC XX.
       01  WS-QUIT-FILE-STATUS     PIC XX.
       01  WS-AVOIR-FILE-STATUS    PIC XX.
       01  WS-PER-FILE-STATUS      PIC XX.
       01  WS-AUT-FILE-STATUS      PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).

      *    Identifiant de l'exécution à annuler : fourni par la carte
       01  WS-JRN-TABLE.
           05  WS-JRN-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-JRN-COUNT.
               10  WS-JRN-DATA             PIC X(317).
       01  WS-JRN-IDX              PIC 9(5) VALUE ZERO.

      *    Vue de travail d'une ligne de journal (même agencement que
           05  JRNT-AVANT          PIC X(137).
           05  FILLER              PIC X(1).
           05  JRNT-APRES          PIC X(137).
           05  FILLER              PIC X(1).
           05  JRNT-REOUVERTURE    PIC X(8).

      *    Quittances chargées en mémoire (même table que dans
      *    ASSURMNT), rouvertes en place par les résiliations
      *    défaites puis réécrites.
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

      *    Avoirs de ristourne émis par l'exécution annulée, chargés
      *    avant la réouverture du fichier des avoirs en ajout.
       01  WS-AVR-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-AVR-MAX              PIC 9(5) VALUE 5000.
       01  WS-AVR-TABLE.
           05  WS-AVR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-AVR-COUNT.
               10  WS-AVR-DATA             PIC X(134).
       01  WS-AVR-IDX              PIC 9(5) VALUE ZERO.

      *    Date de résiliation du mouvement 'R' défait, qui borne les
      *    quittances à rouvrir, et vues de la date de fin dans les
      *    images avant/après de la ligne de journal (même agencement
      *    que MASTERREC).
       01  WS-BKO-DATE-RESILIATION PIC X(8).
       01  WS-IMAGE-AVANT.
           05  FILLER              PIC X(99).
           05  IAV-DATE-FIN        PIC X(8).
           05  FILLER              PIC X(30).
       01  WS-IMAGE-APRES.
           05  FILLER              PIC X(99).
           05  IAP-DATE-FIN        PIC X(8).
           05  FILLER              PIC X(30).

      *    Enregistrement de contrôle : présence au départ, puis
      *    valeurs recalculées en relisant le maître restauré (règle
       01  WS-TOTAL-RESTAURATIONS  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-RECREATIONS    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-COMPENSATIONS  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-QUIT-ROUVERTES PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-CONTRE-AVOIRS  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-LIGNES-TEXTE   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ANOMALIES      PIC 9(6) VALUE ZERO.

      *    Verrouillage des périodes closes (mêmes zones que dans
      *    ASSURMNT, voir copybooks/PERREC.cpy) : plus grande date de
      *    verrouillage et dernière période close, date de
      *    l'exécution à annuler, code de la carte REOUVERTURE et
      *    code retenu pour la trace au journal quand il a servi.
       01  WS-DATE-VERROU          PIC X(8) VALUE SPACES.
       01  WS-PERIODE-CLOSE        PIC X(6) VALUE SPACES.
       01  WS-DATE-PERIODE         PIC X(8).
       01  WS-CODE-REOUVERTURE     PIC X(8) VALUE SPACES.
       01  WS-REOUVERTURE-RETENUE  PIC X(8) VALUE SPACES.
       01  WS-PERIODE-SW           PIC X VALUE 'Y'.
           88  PERIODE-AUTORISEE           VALUE 'Y'.
           88  PERIODE-VERROUILLEE         VALUE 'N'.
       01  WS-TOTAL-REOUVERTURES   PIC 9(6) VALUE ZERO.
       01  WS-REJECT-REASON        PIC X(40).

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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *    Carte RUN-ID facultative.
               STOP RUN
           END-IF

      *    Date du jour (validité des codes de réouverture, lignes de
      *    compensation). Une exécution lancée dans une période close
      *    n'est annulée que sur code de réouverture autorisé.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME
           PERFORM LIT-PERIODE-CONTROLE
           PERFORM LIT-AUTORISATIONS
           MOVE WS-RUN-ID-CIBLE(1:8) TO WS-DATE-PERIODE
           PERFORM CONTROLE-PERIODE-CLOSE
           IF PERIODE-VERROUILLEE
               DISPLAY "ERREUR: EXECUTION " WS-RUN-ID-CIBLE
                   " DANS UNE PERIODE CLOSE (" WS-REJECT-REASON
                   "): BACKOUT REFUSE SANS CARTE REOUVERTURE "
                   "AUTORISEE (assurbko-params.dat)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O FICHIER-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: OUVERTURE DU FICHIER MAITRE IMPOSSIBLE "
      *    restaurations.
           PERFORM LIT-CONTROLE

      *    Historique des suspensions complété à la suite (même
      *    traitement du tout premier lancement qu'ASSURMNT).
           OPEN EXTEND FICHIER-SUSPENSIONS
           IF WS-SUSP-FILE-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-SUSPENSIONS
           END-IF

      *    Quittances et avoirs de l'exécution cible, pour défaire les
      *    effets des résiliations ; le fichier des avoirs est ensuite
      *    complété à la suite (contre-passations).
           PERFORM LIT-QUITTANCES
           PERFORM LIT-AVOIRS-EXECUTION
           OPEN EXTEND FICHIER-AVOIRS
           IF WS-AVOIR-FILE-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-AVOIRS
           END-IF

      *    Annulation de l'exécution cible, du dernier mouvement
      *    journalisé au premier.
           PERFORM VARYING WS-JRN-IDX FROM WS-JRN-COUNT BY -1
                   UNTIL WS-JRN-IDX < 1
               MOVE WS-JRN-DATA(WS-JRN-IDX) TO WS-JRN-TRAVAIL
               IF JRNT-RUN-ID NUMERIC AND JRNT-SEQ NUMERIC AND
                       JRNT-RUN-ID = WS-RUN-ID-CIBLE AND
                       JRNT-CODE NOT = 'B'
                   ADD 1 TO WS-TOTAL-CIBLE
                   PERFORM ANNULE-MOUVEMENT
               END-IF

           CLOSE FICHIER-MASTER
           CLOSE FICHIER-SUSPENSIONS
           CLOSE FICHIER-AVOIRS
           IF WS-TOTAL-QUIT-ROUVERTES > 0
               PERFORM ECRIT-QUITTANCES
           END-IF

      *    Réécriture du journal sans les lignes de l'exécution
      *    annulée, puis recalcul de l'enregistrement de contrôle en
               WS-TOTAL-RECREATIONS " RECREATION(S), "
               WS-TOTAL-COMPENSATIONS " COMPENSATION(S) DE "
               "SUSPENSION)."
           IF WS-TOTAL-QUIT-ROUVERTES > 0 OR WS-TOTAL-CONTRE-AVOIRS > 0
               DISPLAY "RESILIATIONS DEFAITES: "
                   WS-TOTAL-QUIT-ROUVERTES " QUITTANCE(S) ROUVERTE(S), "
                   WS-TOTAL-CONTRE-AVOIRS " AVOIR(S) DE RISTOURNE "
                   "CONTRE-PASSE(S)."
           END-IF
           IF WS-TOTAL-ANOMALIES > 0
               DISPLAY "ATTENTION: " WS-TOTAL-ANOMALIES
                   " ANOMALIE(S) PENDANT LE BACKOUT: LANCER ASSURCHK "
                   "AVANT TOUTE RELANCE."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-REOUVERTURE-RETENUE NOT = SPACES
               DISPLAY "PERIODE CLOSE " WS-RUN-ID-CIBLE(1:6)
                   " ROUVERTE PAR LE CODE " WS-REOUVERTURE-RETENUE
                   " (TRACE AU JOURNAL)."
           END-IF
           IF WS-TOTAL-LIGNES-TEXTE > 0
               DISPLAY "INFO: " WS-TOTAL-LIGNES-TEXTE
                   " LIGNE(S) DE L'ANCIEN JOURNAL EN TEXTE LIBRE "
           STOP RUN.

      *    Lit la carte de paramètres facultative et retient
      *    l'identifiant d'exécution fourni par la carte RUN-ID et le
      *    code de la carte REOUVERTURE.
       LIT-FICHIER-PARAMETRES.
           OPEN INPUT FICHIER-PARAMETRES
           IF WS-PARAM-FILE-STATUS NOT = '00'
                               MOVE PARAM-VALEUR TO WS-RUN-ID-CIBLE
                               SET RUN-ID-FOURNI TO TRUE
                           END-IF
                           IF PARAM-MOT-CLE = 'REOUVERTURE'
                               MOVE PARAM-VALEUR(1:8) TO
                                   WS-CODE-REOUVERTURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PARAMETRES
      *    tronqué, il peut encore contenir les lignes de l'ancien
      *    journal en texte libre ("MVT C ID ...") : leur identifiant
      *    n'est pas numérique, elles ne sont ni candidates ni
      *    annulables, seulement conservées telles quelles. Les
      *    lignes de trace 'B' d'un backout précédent ne sont jamais
      *    candidates.
       LIT-JOURNAL.
           OPEN INPUT FICHIER-JOURNAL
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
                               ADD 1 TO WS-TOTAL-LIGNES-TEXTE
                           ELSE
                               IF RUN-ID-A-DETERMINER AND
                                       JRN-CODE NOT = 'B' AND
                                       JRN-RUN-ID > WS-RUN-ID-CIBLE
                                   MOVE JRN-RUN-ID TO
                                       WS-RUN-ID-CIBLE
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-RECREATIONS
                               PERFORM COMPENSE-SUSPENSION
                               PERFORM COMPENSE-RESILIATION
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-RESTAURATIONS
                       PERFORM COMPENSE-SUSPENSION
                       PERFORM COMPENSE-RESILIATION
               END-REWRITE
           END-IF.

               ADD 1 TO WS-TOTAL-COMPENSATIONS
           END-IF.

      *    Défait les effets d'une résiliation annulée (mouvement
      *    'R') : les quittances de la police annulées par cette
      *    résiliation repassent ouvertes (date à blanc), et chaque
      *    avoir de ristourne émis pour la police par l'exécution
      *    annulée est contre-passé par une ligne 'X' aux montants
      *    opposés, datée du jour du backout. ASSURMNT porte la date
      *    de résiliation dans QUIT-DATE-REGLEMENT des quittances
      *    qu'il annule : seules celles qui portent la date de la
      *    résiliation défaite sont rouvertes, les quittances annulées
      *    par une résiliation antérieure (police réactivée depuis)
      *    restent annulées.
       COMPENSE-RESILIATION.
           IF JRNT-CODE = 'R'
               PERFORM DETERMINE-DATE-RESILIATION
               PERFORM VARYING WS-QUIT-IDX FROM 1 BY 1
                       UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
                   MOVE WS-QUIT-DATA(WS-QUIT-IDX) TO WS-QUIT-TRAVAIL
                   IF WQ-ASSUR-ID = JRNT-ID AND WQ-STATUT = 'A' AND
                           WQ-DATE-REGLEMENT = WS-BKO-DATE-RESILIATION
                       MOVE 'O' TO WQ-STATUT
                       MOVE SPACES TO WQ-DATE-REGLEMENT
                       MOVE WS-QUIT-TRAVAIL TO
                           WS-QUIT-DATA(WS-QUIT-IDX)
                       ADD 1 TO WS-TOTAL-QUIT-ROUVERTES
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-AVR-IDX FROM 1 BY 1
                       UNTIL WS-AVR-IDX > WS-AVR-COUNT
                   MOVE WS-AVR-DATA(WS-AVR-IDX) TO AVOIR-REC
                   IF AVOIR-ASSUR-ID = JRNT-ID
                       MOVE 'X' TO AVOIR-NATURE
                       MOVE WS-CURRENT-TIME(1:8) TO
                           AVOIR-DATE-EMISSION
                       COMPUTE AVOIR-PRIME-ANNUELLE =
                           0 - AVOIR-PRIME-ANNUELLE
                       COMPUTE AVOIR-PRIME-PAYEE =
                           0 - AVOIR-PRIME-PAYEE
                       COMPUTE AVOIR-PRIME-NON-ACQUISE =
                           0 - AVOIR-PRIME-NON-ACQUISE
                       COMPUTE AVOIR-MONTANT = 0 - AVOIR-MONTANT
                       WRITE AVOIR-REC
                       ADD 1 TO WS-TOTAL-CONTRE-AVOIRS
                   END-IF
               END-PERFORM
           END-IF.

      *    Date de résiliation du mouvement 'R' défait, dans
      *    WS-BKO-DATE-RESILIATION : celle de l'avoir de ristourne émis
      *    pour la police par l'exécution annulée s'il y en a un ;
      *    sinon la date de fin de l'image après si le mouvement l'a
      *    changée (il portait une date de fin) ; sinon (date d'effet
      *    ou date du passage, absentes du journal) la plus récente
      *    date portée par les quittances annulées de la police, la
      *    résiliation défaite étant la dernière appliquée.
       DETERMINE-DATE-RESILIATION.
           MOVE SPACES TO WS-BKO-DATE-RESILIATION
           PERFORM VARYING WS-AVR-IDX FROM 1 BY 1
                   UNTIL WS-AVR-IDX > WS-AVR-COUNT
               MOVE WS-AVR-DATA(WS-AVR-IDX) TO AVOIR-REC
               IF AVOIR-ASSUR-ID = JRNT-ID
                   MOVE AVOIR-DATE-RESILIATION TO
                       WS-BKO-DATE-RESILIATION
                   MOVE WS-AVR-COUNT TO WS-AVR-IDX
               END-IF
           END-PERFORM
           IF WS-BKO-DATE-RESILIATION = SPACES
               MOVE JRNT-AVANT TO WS-IMAGE-AVANT
               MOVE JRNT-APRES TO WS-IMAGE-APRES
               IF IAP-DATE-FIN NOT = IAV-DATE-FIN
                   MOVE IAP-DATE-FIN TO WS-BKO-DATE-RESILIATION
               ELSE
                   PERFORM VARYING WS-QUIT-IDX FROM 1 BY 1
                           UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
                       MOVE WS-QUIT-DATA(WS-QUIT-IDX) TO
                           WS-QUIT-TRAVAIL
                       IF WQ-ASSUR-ID = JRNT-ID AND WQ-STATUT = 'A'
                               AND WQ-DATE-REGLEMENT >
                                   WS-BKO-DATE-RESILIATION
                           MOVE WQ-DATE-REGLEMENT TO
                               WS-BKO-DATE-RESILIATION
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    Recharge les quittances en mémoire. Fichier absent : aucune
      *    quittance à rouvrir.
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

      *    Charge les avoirs de ristourne ('R') émis par l'exécution
      *    cible. Fichier absent : aucun avoir à contre-passer.
       LIT-AVOIRS-EXECUTION.
           OPEN INPUT FICHIER-AVOIRS
           IF WS-AVOIR-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-AVOIR-FILE-STATUS = '10'
                   READ FICHIER-AVOIRS
                       AT END
                           MOVE '10' TO WS-AVOIR-FILE-STATUS
                       NOT AT END
                           IF AVOIR-RUN-ID = WS-RUN-ID-CIBLE AND
                                   AVOIR-NATURE = 'R'
                               IF WS-AVR-COUNT >= WS-AVR-MAX
                                   DISPLAY "ERREUR: CAPACITE MAXIMALE "
                                       "ATTEINTE POUR LES AVOIRS ("
                                       WS-AVR-MAX "). ARRET DU "
                                       "TRAITEMENT."
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-AVR-COUNT
                               MOVE AVOIR-REC TO
                                   WS-AVR-DATA(WS-AVR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AVOIRS
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

      *    Recalcule l'enregistrement de contrôle en relisant le
      *    maître restauré en entier, avec la règle de montant
      *    partagée de copybooks/CTLREC.cpy (même parcours

      *    Réécrit le journal sans les lignes de l'exécution annulée.
      *    Les lignes de l'ancien journal en texte libre (identifiant
      *    non numérique) et les lignes de trace 'B' sont conservées
      *    telles quelles. Quand le backout a porté sur une période
      *    close, une ligne de trace 'B' est ajoutée à la fin : date
      *    du backout, identifiant de l'exécution annulée en tête de
      *    l'image avant, code de réouverture utilisé.
       ECRIT-JOURNAL-EPURE.
           OPEN OUTPUT FICHIER-JOURNAL
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                   UNTIL WS-JRN-IDX > WS-JRN-COUNT
               MOVE WS-JRN-DATA(WS-JRN-IDX) TO WS-JRN-TRAVAIL
               IF JRNT-RUN-ID NOT NUMERIC OR JRNT-SEQ NOT NUMERIC OR
                       JRNT-RUN-ID NOT = WS-RUN-ID-CIBLE OR
                       JRNT-CODE = 'B'
                   MOVE WS-JRN-DATA(WS-JRN-IDX) TO JOURNAL-REC
                   WRITE JOURNAL-REC
               END-IF
           END-PERFORM
           IF WS-REOUVERTURE-RETENUE NOT = SPACES AND
                   WS-TOTAL-CIBLE > 0
               MOVE SPACES TO JOURNAL-REC
               MOVE WS-CURRENT-TIME(1:14) TO JRN-RUN-ID
               MOVE 1 TO JRN-SEQ
               MOVE 'B' TO JRN-CODE
               MOVE WS-RUN-ID-CIBLE TO JRN-AVANT
               MOVE WS-REOUVERTURE-RETENUE TO JRN-REOUVERTURE
               WRITE JOURNAL-REC
               ADD 1 TO WS-TOTAL-REOUVERTURES
           END-IF
           CLOSE FICHIER-JOURNAL.

      *    Lit l'enregistrement de contrôle du fichier maître (même
               WRITE CTL-REC
               CLOSE FICHIER-CONTROLE
           END-IF.

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

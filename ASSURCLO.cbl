      *    *************************************************************
      *    PROGRAMME ASSURCLO
      *    Clôture mensuelle de la période : ASSURCMP compare le
      *    maître courant à assurances-master-prec.dat, mais aucun
      *    programme ne produisait cette copie (recopiée à la main,
      *    parfois oubliée, parfois du mauvais jour), et rien
      *    n'empêchait ASSURMNT d'appliquer un mouvement daté dans un
      *    mois déjà arrêté et transmis à la comptabilité. À lancer
      *    après la chaîne de nuit du premier jour ouvré du mois, ce
      *    programme clôt la période ouverte (mois AAAAMM, la carte
      *    PERIODE de cloture-params.dat ne sert qu'à la toute
      *    première clôture ou à confirmer la période attendue) :
      *    il vérifie que le maître rapproche de son enregistrement de
      *    contrôle (même règle que copybooks/CTLREC.cpy et ASSURCHK),
      *    en prend une copie de travail (assurances-master-prec.tmp)
      *    qui, complète, remplace assurances-master-prec.dat, avec son
      *    propre enregistrement de contrôle assurances-master-prec.ctl
      *    (comme les archives d'ASSURPRG), puis ajoute au fichier de
      *    contrôle des périodes (periode-controle.dat, voir
      *    copybooks/PERREC.cpy) la ligne de la période close avec sa
      *    date de verrouillage et la période ouverte à la suite. À
      *    partir de là, ASSURMNT, SINISMNT et ASSURBKO refusent tout
      *    mouvement daté dans une période close sans code de
      *    réouverture autorisé (voir copybooks/AUTREC.cpy).
      *    Une période non échue, déjà close ou différente de la
      *    période ouverte, un maître qui ne rapproche pas ou un
      *    enregistrement de contrôle absent arrêtent la clôture
      *    (RETURN-CODE 16) sans rien écrire, de même qu'une copie de
      *    travail incomplète : la copie du mois précédent et son
      *    contrôle restent en place. Seul un échec de la recopie
      *    finale de la copie de travail, dont les clés sont déjà
      *    vérifiées, laisse une copie incomplète ; la clôture n'est
      *    alors pas enregistrée et doit être relancée.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURCLO.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître indexé, relu deux fois en séquentiel : une
      *    première fois pour le rapprocher de son enregistrement de
      *    contrôle, une seconde pour la copie.
           SELECT FICHIER-MASTER ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASSUR-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      *    Enregistrement de contrôle du fichier maître (voir
      *    copybooks/CTLREC.cpy).
           SELECT FICHIER-CONTROLE ASSIGN TO 'assurances-master.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *    Copie du maître prise à la clôture, relue par ASSURCMP le
      *    mois suivant (même organisation que le maître ; suffixe
      *    "-P" sur les noms de champs, comme dans ASSURCMP).
           SELECT FICHIER-MASTER-PREC ASSIGN TO
                   'assurances-master-prec.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASSUR-ID-P
               FILE STATUS IS WS-PREC-FILE-STATUS.

      *    Copie de travail du maître : la copie de clôture n'est
      *    remplacée qu'une fois celle-ci complète (même organisation
      *    que le maître ; suffixe "-T" sur les noms de champs).
           SELECT FICHIER-MASTER-TRAVAIL ASSIGN TO
                   'assurances-master-prec.tmp'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASSUR-ID-T
               FILE STATUS IS WS-TRAV-FILE-STATUS.

      *    Enregistrement de contrôle de la copie (même structure que
      *    copybooks/CTLREC.cpy).
           SELECT FICHIER-CONTROLE-PREC ASSIGN TO
                   'assurances-master-prec.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRCTL-FILE-STATUS.

      *    Fichier de contrôle des périodes (voir
      *    copybooks/PERREC.cpy) : relu pour la période ouverte, puis
      *    complété à la suite de la ligne de la période close.
           SELECT FICHIER-PERIODES ASSIGN TO 'periode-controle.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

      *    Carte de paramètres facultative : PERIODE suivie de la
      *    période à clore (AAAAMM). Sans carte, la période ouverte
      *    du fichier de contrôle des périodes, ou le mois précédent
      *    à la toute première clôture.
           SELECT FICHIER-PARAMETRES ASSIGN TO 'cloture-params.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Voir copybooks/MASTERREC.cpy : mêmes noms de champs que
      *    l'ancien FICHIER-ASSUR-PART1, plus ASSUR-SOURCE ('1'/'2').
       FD  FICHIER-MASTER.
       01  ASSUR-REC.
           COPY MASTERREC.

      *    Voir copybooks/CTLREC.cpy.
       FD  FICHIER-CONTROLE.
       01  CTL-REC.
           COPY CTLREC.

      *    Image complète de la police (même agencement que
      *    MASTERREC) ; seule la clé est nommée, suffixe "-P" comme
      *    dans ASSURCMP.
       FD  FICHIER-MASTER-PREC.
       01  ASSUR-REC-P.
           05  ASSUR-ID-P          PIC X(8).
           05  FILLER              PIC X(129).

      *    Image complète de la police, comme la copie de clôture.
       FD  FICHIER-MASTER-TRAVAIL.
       01  ASSUR-REC-T.
           05  ASSUR-ID-T          PIC X(8).
           05  FILLER              PIC X(129).

      *    Voir copybooks/CTLREC.cpy (contrôle de la copie).
       FD  FICHIER-CONTROLE-PREC.
       01  PRCTL-REC.
           05  PRCTL-NB-ENREG      PIC 9(6).
           05  FILLER              PIC X(1).
           05  PRCTL-HASH-MONTANTS PIC 9(13)V99.

      *    Voir copybooks/PERREC.cpy.
       FD  FICHIER-PERIODES.
       01  PERIODE-REC.
           COPY PERREC.

       FD  FICHIER-PARAMETRES.
       01  PARAM-REC.
           05  PARAM-MOT-CLE       PIC X(16).
           05  FILLER              PIC X(1).
           05  PARAM-VALEUR        PIC X(8).

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-MASTER-FILE-STATUS   PIC XX.
       01  WS-CTL-FILE-STATUS      PIC XX.
       01  WS-PREC-FILE-STATUS     PIC XX.
       01  WS-TRAV-FILE-STATUS     PIC XX.
       01  WS-PRCTL-FILE-STATUS    PIC XX.
       01  WS-PER-FILE-STATUS      PIC XX.
       01  WS-PARAM-FILE-STATUS    PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).

      *    Dernière ligne du fichier de contrôle des périodes : période
      *    ouverte à la suite de la dernière clôture (à blanc avant la
      *    toute première clôture) et plus grande période close.
       01  WS-PERIODE-OUVERTE      PIC X(6) VALUE SPACES.
       01  WS-DERNIERE-CLOSE       PIC X(6) VALUE SPACES.

      *    Période demandée par la carte PERIODE (à blanc sans carte
      *    ou carte invalide).
       01  WS-PERIODE-CARTE        PIC X(6) VALUE SPACES.

      *    Période à clore, période ouverte à la suite et date de
      *    verrouillage (dernier jour de la période close).
       01  WS-PERIODE.
           05  WS-PER-AAAA         PIC 9(4).
           05  WS-PER-MM           PIC 9(2).
       01  WS-PERIODE-X REDEFINES WS-PERIODE
                                   PIC X(6).
       01  WS-PERIODE-SUIVANTE.
           05  WS-SUIV-AAAA        PIC 9(4).
           05  WS-SUIV-MM          PIC 9(2).
       01  WS-PERIODE-SUIVANTE-X REDEFINES WS-PERIODE-SUIVANTE
                                   PIC X(6).
       01  WS-DATE-PREMIER-SUIVANT PIC 9(8).
       01  WS-DATE-VERROU          PIC 9(8).

      *    Enregistrement de contrôle du maître (voir
      *    copybooks/CTLREC.cpy) et valeurs recalculées en relisant le
      *    maître, avec la règle de montant partagée.
       01  WS-CTL-PRESENT-SW       PIC X VALUE 'N'.
           88  CTL-PRESENT                 VALUE 'Y'.
           88  CTL-ABSENT                  VALUE 'N'.
       01  WS-CTL-NB-ENREG         PIC 9(6) VALUE ZERO.
       01  WS-CTL-HASH-MONTANTS    PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-LUS            PIC 9(6) VALUE ZERO.
       01  WS-HASH-MONTANTS        PIC 9(13)V99 VALUE ZERO.
       01  WS-MONTANT-NUMERIC      PIC 9(10)V99 VALUE ZERO.

      *    Compteurs de la copie.
       01  WS-TOTAL-COPIES         PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-RECOPIES       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ANOMALIES      PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME

      *    Période ouverte et carte PERIODE facultative.
           PERFORM LIT-PERIODE-CONTROLE
           PERFORM LIT-FICHIER-PARAMETRES

      *    Détermination et contrôle de la période à clore, puis de
      *    sa date de verrouillage et de la période suivante.
           PERFORM DETERMINE-PERIODE
           PERFORM CALCULE-BORNES-PERIODE

      *    Rapprochement du maître avec son enregistrement de
      *    contrôle : la copie ne doit jamais figer un maître suspect.
           OPEN INPUT FICHIER-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: OUVERTURE DU FICHIER MAITRE IMPOSSIBLE "
                   "(STATUT " WS-MASTER-FILE-STATUS "). LE FICHIER "
                   "DOIT AVOIR ETE CREE PAR ASSURCNV."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LIT-CONTROLE
           IF CTL-ABSENT
               DISPLAY "ERREUR: ENREGISTREMENT DE CONTROLE DU MAITRE "
                   "ABSENT: CLOTURE IMPOSSIBLE (LANCER ASSURCHK)."
               CLOSE FICHIER-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RAPPROCHE-MASTER
           CLOSE FICHIER-MASTER
           IF WS-TOTAL-LUS NOT = WS-CTL-NB-ENREG OR
                   WS-HASH-MONTANTS NOT = WS-CTL-HASH-MONTANTS
               DISPLAY "ERREUR: LE MAITRE NE RAPPROCHE PAS DE SON "
                   "ENREGISTREMENT DE CONTROLE (" WS-TOTAL-LUS
                   " LU(S), " WS-CTL-NB-ENREG " ATTENDU(S)): CLOTURE "
                   "REFUSEE (LANCER ASSURCHK)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Copie du maître dans la copie de travail ; incomplète, la
      *    copie de clôture du mois précédent n'est pas touchée.
           PERFORM COPIE-MASTER
           IF WS-TOTAL-ANOMALIES > 0
               DISPLAY "ERREUR: " WS-TOTAL-ANOMALIES
                   " ENREGISTREMENT(S) NON COPIE(S) DANS "
                   "assurances-master-prec.tmp: CLOTURE NON "
                   "ENREGISTREE, COPIE DU MOIS PRECEDENT CONSERVEE, "
                   "RELANCER ASSURCLO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Remplacement de la copie de clôture par la copie de
      *    travail, puis écriture de son contrôle.
           PERFORM REMPLACE-COPIE-PREC
           IF WS-TOTAL-RECOPIES NOT = WS-TOTAL-COPIES
               DISPLAY "ERREUR: " WS-TOTAL-RECOPIES " POLICE(S) SUR "
                   WS-TOTAL-COPIES " RECOPIEE(S) DANS "
                   "assurances-master-prec.dat: COPIE DE CLOTURE "
                   "INCOMPLETE, CLOTURE NON ENREGISTREE, RELANCER "
                   "ASSURCLO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ECRIT-CONTROLE-PREC

      *    Période close enregistrée, période suivante ouverte.
           PERFORM ECRIT-PERIODE-CLOSE

           DISPLAY "CLOTURE TERMINEE: PERIODE " WS-PERIODE-X
               " CLOSE, " WS-TOTAL-COPIES " POLICE(S) COPIEE(S) DANS "
               "assurances-master-prec.dat, MOUVEMENTS DATES "
               "JUSQU'AU " WS-DATE-VERROU " VERROUILLES, PERIODE "
               "OUVERTE: " WS-PERIODE-SUIVANTE-X "."
           STOP RUN.

      *    Relit le fichier de contrôle des périodes : la dernière
      *    ligne donne la période ouverte. Fichier absent : toute
      *    première clôture.
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
                           IF PER-PERIODE-OUVERTE NUMERIC
                               MOVE PER-PERIODE-OUVERTE TO
                                   WS-PERIODE-OUVERTE
                               IF PER-PERIODE-CLOSE >
                                       WS-DERNIERE-CLOSE
                                   MOVE PER-PERIODE-CLOSE TO
                                       WS-DERNIERE-CLOSE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PERIODES
           END-IF.

      *    Lit la carte de paramètres facultative et retient la carte
      *    PERIODE si elle est valide (AAAAMM, mois de 01 à 12).
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
                               WHEN 'PERIODE'
                                   PERFORM TRAITE-CARTE-PERIODE
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
           END-IF
           MOVE ZERO TO WS-PARAM-FILE-STATUS.

      *    Contrôle la carte PERIODE (AAAAMM) et la retient.
       TRAITE-CARTE-PERIODE.
           IF PARAM-VALEUR(1:6) NOT NUMERIC OR
                   PARAM-VALEUR(5:2) < '01' OR
                   PARAM-VALEUR(5:2) > '12'
               DISPLAY "ATTENTION: PERIODE INVALIDE ("
                   PARAM-VALEUR "), CARTE IGNOREE."
           ELSE
               MOVE PARAM-VALEUR(1:6) TO WS-PERIODE-CARTE
           END-IF.

      *    Période à clore : la période ouverte du fichier de contrôle
      *    des périodes ; à la toute première clôture, la carte
      *    PERIODE, à défaut le mois précédant le jour du passage.
      *    Une carte différente de la période ouverte est refusée
      *    (les périodes se closent dans l'ordre, une seule fois), de
      *    même qu'une période non encore échue.
       DETERMINE-PERIODE.
           IF WS-PERIODE-OUVERTE NOT = SPACES
               IF WS-PERIODE-CARTE NOT = SPACES AND
                       WS-PERIODE-CARTE NOT = WS-PERIODE-OUVERTE
                   DISPLAY "ERREUR: PERIODE DEMANDEE "
                       WS-PERIODE-CARTE " DIFFERENTE DE LA PERIODE "
                       "OUVERTE " WS-PERIODE-OUVERTE " (DERNIERE "
                       "PERIODE CLOSE: " WS-DERNIERE-CLOSE "): AUCUNE "
                       "CLOTURE EFFECTUEE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIODE-OUVERTE TO WS-PERIODE-X
           ELSE
               IF WS-PERIODE-CARTE NOT = SPACES
                   MOVE WS-PERIODE-CARTE TO WS-PERIODE-X
               ELSE
                   MOVE WS-CURRENT-TIME(1:6) TO WS-PERIODE-X
                   IF WS-PER-MM = 1
                       MOVE 12 TO WS-PER-MM
                       SUBTRACT 1 FROM WS-PER-AAAA
                   ELSE
                       SUBTRACT 1 FROM WS-PER-MM
                   END-IF
               END-IF
           END-IF
           IF WS-PERIODE-X NOT < WS-CURRENT-TIME(1:6)
               DISPLAY "ERREUR: PERIODE " WS-PERIODE-X " NON ECHUE "
                   "AU " WS-CURRENT-TIME(1:8) ": AUCUNE CLOTURE "
                   "EFFECTUEE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DERNIERE-CLOSE NOT = SPACES AND
                   WS-PERIODE-X NOT > WS-DERNIERE-CLOSE
               DISPLAY "ERREUR: PERIODE " WS-PERIODE-X " DEJA CLOSE "
                   "(DERNIERE PERIODE CLOSE: " WS-DERNIERE-CLOSE
                   "): AUCUNE CLOTURE EFFECTUEE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Période suivante (ouverte après la clôture) et date de
      *    verrouillage : veille du premier jour de la période
      *    suivante, soit le dernier jour de la période close.
       CALCULE-BORNES-PERIODE.
           MOVE WS-PERIODE-X TO WS-PERIODE-SUIVANTE-X
           IF WS-SUIV-MM = 12
               MOVE 1 TO WS-SUIV-MM
               ADD 1 TO WS-SUIV-AAAA
           ELSE
               ADD 1 TO WS-SUIV-MM
           END-IF
           COMPUTE WS-DATE-PREMIER-SUIVANT =
               WS-SUIV-AAAA * 10000 + WS-SUIV-MM * 100 + 1
           COMPUTE WS-DATE-VERROU = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-PREMIER-SUIVANT) - 1).

      *    Lit l'enregistrement de contrôle du fichier maître (même
      *    mécanique que dans ASSURCHK). Absent, la clôture est
      *    impossible : le rapprochement ne peut pas être fait.
       LIT-CONTROLE.
           OPEN INPUT FICHIER-CONTROLE
           IF WS-CTL-FILE-STATUS = '00'
               READ FICHIER-CONTROLE
                   AT END
                       SET CTL-ABSENT TO TRUE
                   NOT AT END
                       SET CTL-PRESENT TO TRUE
                       MOVE CTL-NB-ENREG TO WS-CTL-NB-ENREG
                       MOVE CTL-HASH-MONTANTS TO WS-CTL-HASH-MONTANTS
               END-READ
               CLOSE FICHIER-CONTROLE
           END-IF.

      *    Relit le maître en séquentiel et recalcule le nombre
      *    d'enregistrements et le total de contrôle des montants.
       RAPPROCHE-MASTER.
           PERFORM UNTIL WS-MASTER-FILE-STATUS = '10'
               READ FICHIER-MASTER
                   AT END
                       MOVE '10' TO WS-MASTER-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LUS
                       PERFORM CUMULE-HASH-MONTANT
               END-READ
           END-PERFORM.

      *    Cumule le montant de l'enregistrement courant dans le
      *    total de contrôle recalculé, selon la règle partagée (voir
      *    copybooks/CTLREC.cpy) : conversion propre à la source,
      *    montant inexploitable compté pour zéro (même paragraphe
      *    que dans ASSURCHK).
       CUMULE-HASH-MONTANT.
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
           ADD WS-MONTANT-NUMERIC TO WS-HASH-MONTANTS.

      *    Recopie le maître, dans l'ordre des clés, dans la copie de
      *    travail recréée à vide. Le maître vient d'être rapproché :
      *    toute écriture refusée est une anomalie bloquante.
       COPIE-MASTER.
           OPEN INPUT FICHIER-MASTER
           OPEN OUTPUT FICHIER-MASTER-TRAVAIL
           IF WS-TRAV-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: CREATION DE assurances-master-prec.tmp "
                   "IMPOSSIBLE (STATUT " WS-TRAV-FILE-STATUS ")."
               CLOSE FICHIER-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-MASTER-FILE-STATUS
           PERFORM UNTIL WS-MASTER-FILE-STATUS = '10'
               READ FICHIER-MASTER
                   AT END
                       MOVE '10' TO WS-MASTER-FILE-STATUS
                   NOT AT END
                       MOVE ASSUR-REC TO ASSUR-REC-T
                       WRITE ASSUR-REC-T
                           INVALID KEY
                               ADD 1 TO WS-TOTAL-ANOMALIES
                               DISPLAY "ANOMALIE: " ASSUR-ID
                                   " NON COPIE DANS LA COPIE DE "
                                   "TRAVAIL."
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-COPIES
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE FICHIER-MASTER
           CLOSE FICHIER-MASTER-TRAVAIL.

      *    Recrée la copie de clôture à partir de la copie de travail
      *    complète (clés déjà vérifiées, dans l'ordre), puis vide la
      *    copie de travail. Le nombre recopié est rendu dans
      *    WS-TOTAL-RECOPIES.
       REMPLACE-COPIE-PREC.
           OPEN INPUT FICHIER-MASTER-TRAVAIL
           OPEN OUTPUT FICHIER-MASTER-PREC
           IF WS-PREC-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: CREATION DE assurances-master-prec.dat "
                   "IMPOSSIBLE (STATUT " WS-PREC-FILE-STATUS ")."
               CLOSE FICHIER-MASTER-TRAVAIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TRAV-FILE-STATUS = '10'
               READ FICHIER-MASTER-TRAVAIL
                   AT END
                       MOVE '10' TO WS-TRAV-FILE-STATUS
                   NOT AT END
                       MOVE ASSUR-REC-T TO ASSUR-REC-P
                       WRITE ASSUR-REC-P
                           INVALID KEY
                               DISPLAY "ANOMALIE: " ASSUR-ID-T
                                   " NON COPIE DANS LA COPIE DE "
                                   "CLOTURE."
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-RECOPIES
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE FICHIER-MASTER-TRAVAIL
           CLOSE FICHIER-MASTER-PREC
           IF WS-TOTAL-RECOPIES = WS-TOTAL-COPIES
               OPEN OUTPUT FICHIER-MASTER-TRAVAIL
               CLOSE FICHIER-MASTER-TRAVAIL
           END-IF.

      *    Écrit l'enregistrement de contrôle de la copie : les
      *    valeurs rapprochées du maître au moment de la clôture.
       ECRIT-CONTROLE-PREC.
           OPEN OUTPUT FICHIER-CONTROLE-PREC
           MOVE SPACES TO PRCTL-REC
           MOVE WS-TOTAL-COPIES TO PRCTL-NB-ENREG
           MOVE WS-HASH-MONTANTS TO PRCTL-HASH-MONTANTS
           WRITE PRCTL-REC
           CLOSE FICHIER-CONTROLE-PREC.

      *    Ajoute la ligne de la période close au fichier de contrôle
      *    des périodes. OPEN EXTEND n'est valide que si le fichier
      *    existe déjà : à la toute première clôture il est créé avec
      *    OPEN OUTPUT (même traitement que le journal d'ASSURMNT).
       ECRIT-PERIODE-CLOSE.
           OPEN EXTEND FICHIER-PERIODES
           IF WS-PER-FILE-STATUS NOT = '00'
               OPEN OUTPUT FICHIER-PERIODES
           END-IF
           MOVE SPACES TO PERIODE-REC
           MOVE WS-PERIODE-X TO PER-PERIODE-CLOSE
           MOVE WS-DATE-VERROU TO PER-DATE-VERROU
           MOVE WS-PERIODE-SUIVANTE-X TO PER-PERIODE-OUVERTE
           MOVE WS-CURRENT-TIME(1:14) TO PER-HORODATAGE
           MOVE WS-TOTAL-COPIES TO PER-NB-ENREG
           MOVE WS-HASH-MONTANTS TO PER-HASH-MONTANTS
           WRITE PERIODE-REC
           CLOSE FICHIER-PERIODES.

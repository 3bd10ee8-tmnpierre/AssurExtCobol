      *    *************************************************************
      *    PROGRAMME ASSURRET
      *    Traitement des retours de prélèvements SEPA : la banque
      *    renvoie dans retours-prelevements.dat les prélèvements
      *    remis par ASSURPRL qu'elle n'a pas pu encaisser (provision
      *    insuffisante, compte clos, mandat révoqué...). Chaque
      *    retour rouvre la quittance prélevée (statut 'O', date de
      *    règlement à blanc : elle redevient impayée et entre dans le
      *    cycle de relance d'ASSURRLC) et part sur le rapport des
      *    retours. Un retour MD01 (mandat révoqué ou inexistant)
      *    marque le mandat du client révoqué ('R'), un retour AC04
      *    (compte clos) le marque compte clos ('C') : ASSURPRL ne le
      *    présente plus. Un retour sur une quittance inconnue ou non
      *    soldée (retour déjà traité) est signalé sans rien modifier.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURRET.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier des retours de la banque : une ligne par
      *    prélèvement rejeté.
           SELECT FICHIER-RETOURS ASSIGN TO 'retours-prelevements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.

      *    Fichier des quittances, relu puis réécrit en entier avec
      *    les quittances rouvertes.
           SELECT FICHIER-QUITTANCES ASSIGN TO 'quittances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUIT-FILE-STATUS.

      *    Fichier des mandats (voir copybooks/MANDREC.cpy), consulté
      *    par client et réécrit en place quand le retour invalide le
      *    mandat.
           SELECT FICHIER-MANDATS ASSIGN TO 'mandats-sepa.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAND-CLI-ID
               FILE STATUS IS WS-MAND-FILE-STATUS.

      *    Rapport des retours, recréé à chaque exécution.
           SELECT FICHIER-RAPPORT ASSIGN TO
                   'rapport-retours-prelevements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Retour de prélèvement : numéro de quittance (référence de
      *    bout en bout du prélèvement remis), référence du mandat,
      *    date du retour, code motif ISO (AM04 provision
      *    insuffisante, AC04 compte clos, MD01 mandat révoqué ou
      *    inexistant, ...) et montant retourné, au même format signé
      *    que le fichier de remise.
       FD  FICHIER-RETOURS.
       01  RET-REC.
           05  RET-QUIT-ID         PIC X(11).
           05  FILLER              PIC X(1).
           05  RET-RUM             PIC X(35).
           05  FILLER              PIC X(1).
           05  RET-DATE-RETOUR     PIC X(8).
           05  FILLER              PIC X(1).
           05  RET-MOTIF           PIC X(4).
           05  FILLER              PIC X(1).
           05  RET-MONTANT         PIC S9(10)V99
                                       SIGN LEADING SEPARATE.

      *    Voir copybooks/QUITREC.cpy.
       FD  FICHIER-QUITTANCES.
       01  QUIT-REC.
           COPY QUITREC.

      *    Voir copybooks/MANDREC.cpy.
       FD  FICHIER-MANDATS.
       01  MAND-REC.
           COPY MANDREC.

       FD  FICHIER-RAPPORT.
       01  RAPPORT-REC.
           05  WS-RAPPORT-LENGTH   PIC 9(3).
           05  WS-RAPPORT-DATA     PIC X(147).

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-RET-FILE-STATUS      PIC XX.
       01  WS-QUIT-FILE-STATUS     PIC XX.
       01  WS-MAND-FILE-STATUS     PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).
       01  WS-BLANK-LINE           PIC X(147) VALUE SPACES.
       01  WS-FOOTER-INFO          PIC X(147).

      *    Disponibilité du fichier des mandats.
       01  WS-MANDATS-DISPO-SW     PIC X VALUE 'N'.
           88  MANDATS-DISPONIBLES         VALUE 'Y'.
           88  MANDATS-INDISPONIBLES       VALUE 'N'.

      *    Quittances rechargées en mémoire (même capacité que dans
      *    ASSURFAC), rouvertes au fil des retours puis réécrites en
      *    entier.
       01  WS-QUIT-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-QUIT-MAX             PIC 9(6) VALUE 40000.
       01  WS-QUIT-TABLE.
           05  WS-QUIT-ENTRY OCCURS 1 TO 40000 TIMES
                   DEPENDING ON WS-QUIT-COUNT.
               10  WS-QUIT-DATA            PIC X(86).
       01  WS-QUIT-IDX             PIC 9(6) VALUE ZERO.
       01  WS-QUIT-POS             PIC 9(6) VALUE ZERO.

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

      *    Libellés des codes motif de retour les plus courants ; un
      *    autre code est imprimé tel quel.
       01  WS-MOTIF-VALUES.
           05  FILLER              PIC X(34)
               VALUE 'AM04Provision insuffisante        '.
           05  FILLER              PIC X(34)
               VALUE 'AC04Compte clos                   '.
           05  FILLER              PIC X(34)
               VALUE 'MD01Mandat revoque ou inexistant  '.
           05  FILLER              PIC X(34)
               VALUE 'AC01IBAN errone                   '.
           05  FILLER              PIC X(34)
               VALUE 'MS02Refus du debiteur             '.
           05  FILLER              PIC X(34)
               VALUE 'MS03Motif non communique          '.
           05  FILLER              PIC X(34)
               VALUE 'AC06Compte bloque                 '.
           05  FILLER              PIC X(34)
               VALUE 'MD06Contestation du debiteur      '.
       01  WS-MOTIF-TABLE REDEFINES WS-MOTIF-VALUES.
           05  WS-MOTIF-ENTRY OCCURS 8 TIMES.
               10  WS-MOTIF-CODE           PIC X(4).
               10  WS-MOTIF-LIBELLE        PIC X(30).
       01  WS-MOTIF-IDX            PIC 9(2) VALUE ZERO.
       01  WS-LIBELLE-MOTIF        PIC X(30).

      *    Retour en cours.
       01  WS-LIBELLE-ACTION       PIC X(40).
       01  WS-MONTANT-RETOUR       PIC S9(10)V99 VALUE ZERO.

      *    Compteurs du compte rendu de fin de traitement.
       01  WS-TOTAL-RETOURS        PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ROUVERTES      PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REVOQUES       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-COMPTES-CLOS   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ANOMALIES      PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-MONTANT        PIC S9(13)V99 VALUE ZERO.
       01  WS-FORMATTED-MONTANT    PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-FORMATTED-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME

           OPEN INPUT FICHIER-RETOURS
           IF WS-RET-FILE-STATUS NOT = '00'
               DISPLAY "INFO: AUCUN FICHIER DE RETOURS "
                   "(retours-prelevements.dat). RIEN A TRAITER."
               STOP RUN
           END-IF

           OPEN I-O FICHIER-MANDATS
           IF WS-MAND-FILE-STATUS = '00'
               SET MANDATS-DISPONIBLES TO TRUE
           ELSE
               DISPLAY "ATTENTION: FICHIER DES MANDATS ABSENT OU "
                   "ILLISIBLE (STATUT " WS-MAND-FILE-STATUS "): "
                   "AUCUN MANDAT NE SERA INVALIDE."
           END-IF

           PERFORM LIT-QUITTANCES

           OPEN OUTPUT FICHIER-RAPPORT
           MOVE "Retours de prelevements SEPA" TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Genere le: " WS-CURRENT-TIME(1:8)
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           WRITE RAPPORT-REC FROM WS-BLANK-LINE

           PERFORM UNTIL WS-RET-FILE-STATUS = '10'
               READ FICHIER-RETOURS
                   AT END
                       MOVE '10' TO WS-RET-FILE-STATUS
                   NOT AT END
                       IF RET-REC NOT = SPACES
                           ADD 1 TO WS-TOTAL-RETOURS
                           PERFORM TRAITE-RETOUR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-RETOURS

           IF WS-TOTAL-ROUVERTES > 0
               PERFORM ECRIT-QUITTANCES
           END-IF

           WRITE RAPPORT-REC FROM WS-BLANK-LINE
           MOVE WS-TOTAL-MONTANT TO WS-FORMATTED-TOTAL
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Retours lus: " WS-TOTAL-RETOURS
                   " - Quittances rouvertes: " WS-TOTAL-ROUVERTES
                   " - Montant retourne: " WS-FORMATTED-TOTAL
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Mandats revoques: " WS-TOTAL-REVOQUES
                   " - Comptes clos: " WS-TOTAL-COMPTES-CLOS
                   " - Anomalies: " WS-TOTAL-ANOMALIES
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           CLOSE FICHIER-RAPPORT
           IF MANDATS-DISPONIBLES
               CLOSE FICHIER-MANDATS
           END-IF

           DISPLAY "RETOURS TRAITES: " WS-TOTAL-RETOURS " RETOUR(S), "
               WS-TOTAL-ROUVERTES " QUITTANCE(S) ROUVERTE(S), "
               WS-TOTAL-REVOQUES " MANDAT(S) REVOQUE(S), "
               WS-TOTAL-COMPTES-CLOS " COMPTE(S) CLOS."
           IF WS-TOTAL-ANOMALIES > 0
               DISPLAY "ATTENTION: " WS-TOTAL-ANOMALIES
                   " RETOUR(S) EN ANOMALIE (VOIR "
                   "rapport-retours-prelevements.dat)."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Recharge les quittances en mémoire. Fichier absent : aucun
      *    retour ne pourra être rapproché.
       LIT-QUITTANCES.
           OPEN INPUT FICHIER-QUITTANCES
           IF WS-QUIT-FILE-STATUS NOT = '00'
               DISPLAY "ATTENTION: FICHIER DES QUITTANCES ABSENT "
                   "(STATUT " WS-QUIT-FILE-STATUS ")."
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

      *    Traite un retour : recherche de la quittance prélevée,
      *    réouverture, puis invalidation du mandat selon le motif.
       TRAITE-RETOUR.
           PERFORM CHERCHE-LIBELLE-MOTIF
           MOVE ZERO TO WS-MONTANT-RETOUR
           IF RET-MONTANT NUMERIC
               MOVE RET-MONTANT TO WS-MONTANT-RETOUR
           END-IF
           ADD WS-MONTANT-RETOUR TO WS-TOTAL-MONTANT

           MOVE 0 TO WS-QUIT-POS
           PERFORM VARYING WS-QUIT-IDX FROM 1 BY 1
                   UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               IF WS-QUIT-DATA(WS-QUIT-IDX)(1:11) = RET-QUIT-ID
                   MOVE WS-QUIT-IDX TO WS-QUIT-POS
                   MOVE WS-QUIT-COUNT TO WS-QUIT-IDX
               END-IF
           END-PERFORM

           IF WS-QUIT-POS = 0
               MOVE SPACES TO WS-QUIT-TRAVAIL
               MOVE RET-QUIT-ID TO WQ-ID
               ADD 1 TO WS-TOTAL-ANOMALIES
               MOVE "ANOMALIE: quittance inconnue" TO
                   WS-LIBELLE-ACTION
               PERFORM ECRIT-LIGNE-RETOUR
           ELSE
               MOVE WS-QUIT-DATA(WS-QUIT-POS) TO WS-QUIT-TRAVAIL
               IF WQ-STATUT NOT = 'P'
                   ADD 1 TO WS-TOTAL-ANOMALIES
                   MOVE "ANOMALIE: quittance non soldee" TO
                       WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-RETOUR
               ELSE
                   MOVE 'O' TO WQ-STATUT
                   MOVE SPACES TO WQ-DATE-REGLEMENT
                   MOVE WS-QUIT-TRAVAIL TO WS-QUIT-DATA(WS-QUIT-POS)
                   ADD 1 TO WS-TOTAL-ROUVERTES
                   MOVE "Quittance rouverte" TO WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-RETOUR
                   IF RET-MOTIF = 'MD01' OR RET-MOTIF = 'AC04'
                       PERFORM INVALIDE-MANDAT
                   END-IF
               END-IF
           END-IF.

      *    Libellé du code motif du retour courant.
       CHERCHE-LIBELLE-MOTIF.
           MOVE SPACES TO WS-LIBELLE-MOTIF
           MOVE RET-MOTIF TO WS-LIBELLE-MOTIF
           PERFORM VARYING WS-MOTIF-IDX FROM 1 BY 1
                   UNTIL WS-MOTIF-IDX > 8
               IF WS-MOTIF-CODE(WS-MOTIF-IDX) = RET-MOTIF
                   MOVE WS-MOTIF-LIBELLE(WS-MOTIF-IDX) TO
                       WS-LIBELLE-MOTIF
                   MOVE 8 TO WS-MOTIF-IDX
               END-IF
           END-PERFORM.

      *    Marque révoqué (MD01) ou compte clos (AC04) le mandat du
      *    client de la quittance rouverte, pour qu'ASSURPRL ne le
      *    présente plus. Le mandat n'est touché que s'il porte la
      *    référence du prélèvement retourné : un mandat remplacé
      *    depuis la remise reste valide.
       INVALIDE-MANDAT.
           IF MANDATS-INDISPONIBLES OR WQ-CLIENT = SPACES
               ADD 1 TO WS-TOTAL-ANOMALIES
               MOVE "ANOMALIE: mandat non mis a jour" TO
                   WS-LIBELLE-ACTION
               PERFORM ECRIT-LIGNE-RETOUR
           ELSE
               MOVE SPACES TO MAND-REC
               MOVE WQ-CLIENT TO MAND-CLI-ID
               READ FICHIER-MANDATS
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-ANOMALIES
                       MOVE "ANOMALIE: mandat introuvable" TO
                           WS-LIBELLE-ACTION
                       PERFORM ECRIT-LIGNE-RETOUR
                   NOT INVALID KEY
                       PERFORM MARQUE-MANDAT
               END-READ
           END-IF.

      *    Met à jour le statut du mandat lu dans MAND-REC.
       MARQUE-MANDAT.
           IF RET-RUM NOT = SPACES AND RET-RUM NOT = MAND-RUM
               MOVE "Mandat remplace depuis: inchange" TO
                   WS-LIBELLE-ACTION
               PERFORM ECRIT-LIGNE-RETOUR
           ELSE
               IF MAND-STATUT NOT = 'V'
                   MOVE "Mandat deja invalide" TO WS-LIBELLE-ACTION
                   PERFORM ECRIT-LIGNE-RETOUR
               ELSE
                   IF RET-MOTIF = 'MD01'
                       MOVE 'R' TO MAND-STATUT
                   ELSE
                       MOVE 'C' TO MAND-STATUT
                   END-IF
                   MOVE WS-CURRENT-TIME(1:8) TO MAND-DATE-STATUT
                   REWRITE MAND-REC
                   IF WS-MAND-FILE-STATUS NOT = '00'
                       DISPLAY "ERREUR: REECRITURE DU MANDAT "
                           MAND-CLI-ID " IMPOSSIBLE (STATUT "
                           WS-MAND-FILE-STATUS ")."
                       ADD 1 TO WS-TOTAL-ANOMALIES
                   ELSE
                       IF RET-MOTIF = 'MD01'
                           ADD 1 TO WS-TOTAL-REVOQUES
                           MOVE "Mandat marque revoque" TO
                               WS-LIBELLE-ACTION
                       ELSE
                           ADD 1 TO WS-TOTAL-COMPTES-CLOS
                           MOVE "Mandat marque compte clos" TO
                               WS-LIBELLE-ACTION
                       END-IF
                       PERFORM ECRIT-LIGNE-RETOUR
                   END-IF
               END-IF
           END-IF.

      *    Écrit au rapport le retour courant et le sort qui lui est
      *    fait (libellé préparé dans WS-LIBELLE-ACTION).
       ECRIT-LIGNE-RETOUR.
           MOVE WS-MONTANT-RETOUR TO WS-FORMATTED-MONTANT
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "  " WQ-ID " " WQ-ASSUR-ID " " WQ-CLIENT " "
                   WQ-NOM " " RET-DATE-RETOUR " "
                   WS-FORMATTED-MONTANT " " RET-MOTIF " "
                   WS-LIBELLE-MOTIF " - " WS-LIBELLE-ACTION
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA.

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

      *    actives (statut canonique ACTIF). L'enregistrement de
      *    contrôle des sinistres (sinistres.ctl) est rapproché du
      *    contenu relu, sur le modèle d'ASSURCHK pour le maître.
      *    Le ratio net de réassurance est donné à côté du ratio brut :
      *    primes et sinistres cédés selon la table des traités en
      *    quote-part (traites-reassurance.dat, voir
      *    copybooks/TRAITREC.cpy), avec la même règle de cession que
      *    les bordereaux d'ASSURREA (traité en vigueur à la date de
      *    début de la police pour la prime, à la date de survenance
      *    pour le sinistre, plein de la police consommé par ses
      *    sinistres successifs). Sans table des traités, le net est
      *    égal au brut et le rapport le signale.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *    Table des traités de réassurance (voir
      *    copybooks/TRAITREC.cpy), facultative.
           SELECT FICHIER-TRAITES ASSIGN TO 'traites-reassurance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRT-FILE-STATUS.

      *    Rapport de sinistralité, recréé à chaque exécution.
           SELECT FICHIER-RAPPORT ASSIGN TO 'rapport-sinistralite.dat'
               ORGANIZATION IS LINE SEQUENTIAL
       01  CTL-REC.
           COPY CTLREC.

      *    Voir copybooks/TRAITREC.cpy.
       FD  FICHIER-TRAITES.
       01  TRAITE-REC.
           COPY TRAITREC.

       FD  FICHIER-RAPPORT.
       01  RAPPORT-REC.
           05  WS-RAPPORT-LENGTH   PIC 9(3).
       01  WS-MASTER-FILE-STATUS   PIC XX.
       01  WS-SINIS-FILE-STATUS    PIC XX.
       01  WS-CTL-FILE-STATUS      PIC XX.
       01  WS-TRT-FILE-STATUS      PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).
       01  WS-BLANK-LINE           PIC X(147) VALUE SPACES.
       01  WS-FOOTER-INFO          PIC X(147).
                   15  WS-SP-DEV-CODE        PIC X(3).
                   15  WS-SP-DEV-PRIMES      PIC 9(10)V99 VALUE ZERO.
                   15  WS-SP-DEV-SINISTRES   PIC 9(10)V99 VALUE ZERO.
                   15  WS-SP-DEV-PRIMES-CED  PIC 9(10)V99 VALUE ZERO.
                   15  WS-SP-DEV-SIN-CED     PIC 9(10)V99 VALUE ZERO.

       01  WS-SP-POS               PIC 9(3) VALUE ZERO.
       01  WS-SP-IDX               PIC 9(3) VALUE ZERO.
       01  WS-SP-DEV-POS           PIC 9(2) VALUE ZERO.
       01  WS-DEVISE-RECHERCHE     PIC X(3).

      *    Traités de réassurance chargés en mémoire (même table que
      *    dans ASSURREA).
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

      *    Montants nets de réassurance de la devise en cours.
       01  WS-NET-PRIMES           PIC 9(10)V99 VALUE ZERO.
       01  WS-NET-SINISTRES        PIC 9(10)V99 VALUE ZERO.

      *    Ratio sinistres/primes en pourcentage, par devise.
       01  WS-RATIO                PIC 9(5)V99 VALUE ZERO.
       01  WS-FORMATTED-RATIO      PIC ZZ,ZZ9.99.
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA

      *    Table des traités pour le ratio net de réassurance.
           PERFORM LIT-TRAITES
           MOVE SPACES TO WS-FOOTER-INFO
           IF WS-TRT-COUNT = 0
               STRING "Table des traites de reassurance absente ou "
                       "vide: ratio net egal au ratio brut"
                       DELIMITED BY SIZE
                       INTO WS-FOOTER-INFO
           ELSE
               STRING "Traites de reassurance en quote-part charges: "
                       WS-TRT-COUNT
                       DELIMITED BY SIZE
                       INTO WS-FOOTER-INFO
           END-IF
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA
           WRITE RAPPORT-REC FROM WS-BLANK-LINE

      *    Premier passage : cumul des primes des polices actives par
               PERFORM FIND-OR-ADD-PRODUIT-DEVISE
               ADD WS-MONTANT-NUMERIC TO
                   WS-SP-DEV-PRIMES(WS-SP-POS, WS-SP-DEV-POS)
               MOVE ASSUR-DATE-DEB TO WS-TRT-DATE-CHERCHE
               PERFORM CEDE-MONTANT
               ADD WS-CES-CEDE TO
                   WS-SP-DEV-PRIMES-CED(WS-SP-POS, WS-SP-DEV-POS)
           END-IF.

      *    Relit le fichier des sinistres en séquentiel, rattache
                   PERFORM FIND-OR-ADD-PRODUIT-DEVISE
                   ADD WS-MONTANT-NUMERIC TO
                       WS-SP-DEV-SINISTRES(WS-SP-POS, WS-SP-DEV-POS)
                   MOVE SINIS-DATE TO WS-TRT-DATE-CHERCHE
                   PERFORM CEDE-MONTANT-SINISTRE
                   ADD WS-CES-CEDE TO
                       WS-SP-DEV-SIN-CED(WS-SP-POS, WS-SP-DEV-POS)
               END-IF
           END-IF.

           END-IF
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA

      *    Même ligne nette de réassurance (brut moins cédé).
           COMPUTE WS-NET-PRIMES =
               WS-SP-DEV-PRIMES(WS-SP-IDX, WS-SP-DEV-IDX)
               - WS-SP-DEV-PRIMES-CED(WS-SP-IDX, WS-SP-DEV-IDX)
           COMPUTE WS-NET-SINISTRES =
               WS-SP-DEV-SINISTRES(WS-SP-IDX, WS-SP-DEV-IDX)
               - WS-SP-DEV-SIN-CED(WS-SP-IDX, WS-SP-DEV-IDX)
           MOVE WS-NET-PRIMES TO WS-FORMATTED-PRIMES
           MOVE WS-NET-SINISTRES TO WS-FORMATTED-SINISTRES
           IF WS-NET-PRIMES > 0
               COMPUTE WS-RATIO ROUNDED =
                   WS-NET-SINISTRES * 100 / WS-NET-PRIMES
               MOVE WS-RATIO TO WS-FORMATTED-RATIO
               MOVE SPACES TO WS-FOOTER-INFO
               STRING "        Net de reassurance - Primes: "
                       WS-FORMATTED-PRIMES
                       " Sinistres: " WS-FORMATTED-SINISTRES
                       " Ratio S/P net: " WS-FORMATTED-RATIO " %"
                       DELIMITED BY SIZE
                       INTO WS-FOOTER-INFO
           ELSE
               MOVE SPACES TO WS-FOOTER-INFO
               STRING "        Net de reassurance - Primes: "
                       WS-FORMATTED-PRIMES
                       " Sinistres: " WS-FORMATTED-SINISTRES
                       " Ratio S/P net: non calculable "
                       "(primes nettes nulles)"
                       DELIMITED BY SIZE
                       INTO WS-FOOTER-INFO
           END-IF
           MOVE WS-FOOTER-INFO TO WS-RAPPORT-DATA
           MOVE LENGTH OF WS-RAPPORT-DATA TO WS-RAPPORT-LENGTH
           WRITE RAPPORT-REC FROM WS-RAPPORT-DATA.

      *    Charge la table des traités de réassurance, facultative :
      *    fichier absent, aucune cession (même contrôle des lignes
      *    que dans ASSURREA).
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

      *    Contrôle et range une ligne de la table des traités (même
      *    paragraphe que dans ASSURREA).
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

      *    Part cédée (WS-CES-CEDE) de WS-MONTANT-NUMERIC pour la
      *    ligne de produit WS-TYPE-CANONIQUE, selon le traité en
      *    vigueur à WS-TRT-DATE-CHERCHE ; zéro sans traité.
       CEDE-MONTANT.
           MOVE ZERO TO WS-CES-CEDE
           MOVE WS-TYPE-CANONIQUE TO WS-TRT-PRODUIT-CHERCHE
           PERFORM CHERCHE-TRAITE
           IF WS-TRT-POS > 0
               MOVE WS-MONTANT-NUMERIC TO WS-CES-BRUT
               PERFORM CALCULE-CESSION
           END-IF.

      *    Part cédée (WS-CES-CEDE) de la charge WS-MONTANT-NUMERIC du
      *    sinistre courant, comme CEDE-MONTANT mais sur le plein
      *    restant de la police SINIS-ASSUR-ID.
       CEDE-MONTANT-SINISTRE.
           MOVE ZERO TO WS-CES-CEDE
           MOVE WS-TYPE-CANONIQUE TO WS-TRT-PRODUIT-CHERCHE
           PERFORM CHERCHE-TRAITE
           IF WS-TRT-POS > 0
               MOVE WS-MONTANT-NUMERIC TO WS-CES-BRUT
               PERFORM CALCULE-CESSION-SINISTRE
           END-IF.

      *    Recherche le traité de la ligne de produit
      *    WS-TRT-PRODUIT-CHERCHE en vigueur à WS-TRT-DATE-CHERCHE
      *    (même paragraphe que dans ASSURREA). Retourne la position
      *    dans WS-TRT-POS (0 si aucun).
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
      *    WS-TRT-POS (même paragraphe que dans ASSURREA).
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
      *    au pourcentage du traité, le reste en totalité ; plein à
      *    zéro : pas de plein (même paragraphe que dans ASSURREA).
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
      *    la position dans WS-CPL-POS (même paragraphe que dans
      *    ASSURREA).
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

      *    Recherche un code de statut brut dans la table partagée et
      *    renvoie son statut canonique et son orthographe (même
      *    paragraphe que dans ASSUREXT).

      *    *************************************************************
      *    PROGRAMME ASSURTSC
      *    Déclaration trimestrielle de la taxe spéciale sur les
      *    conventions d'assurance (TSCA) : les chiffres venaient
      *    d'un tableur alimenté à la main depuis les sorties
      *    d'ASSURENC. L'assiette est formée des quittances payées
      *    (QUIT-STATUT 'P', voir copybooks/QUITREC.cpy) dont la date
      *    de règlement tombe dans le trimestre déclaré (carte
      *    TRIMESTRE AAAAT de tsca-params.dat, sinon le trimestre
      *    civil précédant la date du jour). Chaque quittance est
      *    rattachée à sa ligne de produit par le type de sa police
      *    (fichier maître, table TYPELK) et taxée au taux de cette
      *    ligne en vigueur à sa date de règlement (barème
      *    taux-tsca.dat : code produit, pourcentage, date d'effet ;
      *    plusieurs dates d'effet par produit permettent de suivre
      *    les changements de taux). La déclaration totalise
      *    assiette, taux et taxe par ligne de produit et devise ; le
      *    fichier de détail liste chaque quittance derrière chaque
      *    ligne pour que le contrôleur puisse remonter de tout total
      *    aux primes encaissées. Une quittance dont la police est
      *    absente du maître ou dont le type ne se résout pas par
      *    TYPELK reste dans l'assiette (ligne de produit '????',
      *    taxée au taux par défaut '*' du barème s'il existe) et part
      *    sur la liste des exceptions.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSURTSC.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Barème de TSCA : une ligne par ligne de produit canonique
      *    et date d'effet (code TYPELK ou '*' pour le taux par
      *    défaut, pourcentage en écriture numérique simple, date
      *    d'effet AAAAMMJJ).
           SELECT FICHIER-BAREME ASSIGN TO 'taux-tsca.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BAR-FILE-STATUS.

      *    Fichier des quittances, lu en séquentiel.
           SELECT FICHIER-QUITTANCES ASSIGN TO 'quittances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUIT-FILE-STATUS.

      *    Fichier maître indexé, consulté par clé pour le type de la
      *    police de chaque quittance.
           SELECT FICHIER-MASTER ASSIGN TO 'assurances-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASSUR-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      *    Paramètres de la déclaration : TRIMESTRE (AAAAT).
           SELECT FICHIER-PARAMETRES ASSIGN TO 'tsca-params.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *    Déclaration par ligne de produit et devise, recréée à
      *    chaque exécution.
           SELECT FICHIER-DECLARATION ASSIGN TO 'declaration-tsca.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Détail des quittances de l'assiette, recréé à chaque
      *    exécution.
           SELECT FICHIER-DETAIL ASSIGN TO 'tsca-detail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Liste des exceptions, recréée à chaque exécution.
           SELECT FICHIER-EXCEPTIONS ASSIGN TO 'tsca-exceptions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Même agencement que le barème de revalorisation
      *    d'ASSURIDX.
       FD  FICHIER-BAREME.
       01  BAREME-REC.
           05  BAR-PRODUIT         PIC X(4).
           05  FILLER              PIC X(1).
           05  BAR-TAUX            PIC X(8).
           05  FILLER              PIC X(1).
           05  BAR-DATE-EFFET      PIC X(8).

      *    Voir copybooks/QUITREC.cpy.
       FD  FICHIER-QUITTANCES.
       01  QUIT-REC.
           COPY QUITREC.

      *    Voir copybooks/MASTERREC.cpy : mêmes noms de champs que
      *    l'ancien FICHIER-ASSUR-PART1, plus ASSUR-SOURCE ('1'/'2').
       FD  FICHIER-MASTER.
       01  ASSUR-REC.
           COPY MASTERREC.

      *    Même agencement de carte que assurext-params.dat.
       FD  FICHIER-PARAMETRES.
       01  PARAM-REC.
           05  PARAM-MOT-CLE       PIC X(16).
           05  FILLER              PIC X(1).
           05  PARAM-VALEUR        PIC X(8).

       FD  FICHIER-DECLARATION.
       01  DECLARATION-REC.
           05  WS-DECL-LENGTH      PIC 9(3).
           05  WS-DECL-DATA        PIC X(147).

      *    Détail en agencement fixe, comme l'extrait comptable
      *    d'ASSUREXT : '1' = en-tête (trimestre et bornes), '2' =
      *    quittance de l'assiette (ligne de produit, devise, taux
      *    appliqué, quittance, police, date de règlement, assiette,
      *    taxe), '9' = trailer (nombre de quittances et totaux de
      *    contrôle de l'assiette et de la taxe, toutes devises
      *    confondues).
       FD  FICHIER-DETAIL.
       01  TSC-ENTETE.
           05  TSC-E-TYPE          PIC X(1).
           05  TSC-E-DATE-EXEC     PIC X(8).
           05  TSC-E-TRIMESTRE     PIC X(5).
           05  TSC-E-DATE-DEBUT    PIC X(8).
           05  TSC-E-DATE-FIN      PIC X(8).
       01  TSC-DETAIL.
           05  TSC-D-TYPE          PIC X(1).
           05  TSC-D-PRODUIT       PIC X(4).
           05  TSC-D-DEVISE        PIC X(3).
           05  TSC-D-TAUX          PIC 9(3)V9(4).
           05  TSC-D-QUIT-ID       PIC X(11).
           05  TSC-D-ASSUR-ID      PIC X(8).
           05  TSC-D-DATE-REGLEMENT PIC X(8).
           05  TSC-D-ASSIETTE      PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
           05  TSC-D-TAXE          PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
       01  TSC-TRAILER.
           05  TSC-T-TYPE          PIC X(1).
           05  TSC-T-NB-DETAILS    PIC 9(6).
           05  TSC-T-HASH-ASSIETTE PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  TSC-T-HASH-TAXE     PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       FD  FICHIER-EXCEPTIONS.
       01  EXCEPTION-REC.
           05  WS-EXC-LENGTH       PIC 9(3).
           05  WS-EXC-DATA         PIC X(147).

       WORKING-STORAGE SECTION.

      *    Variables de contrôle.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-BAR-FILE-STATUS      PIC XX.
       01  WS-QUIT-FILE-STATUS     PIC XX.
       01  WS-MASTER-FILE-STATUS   PIC XX.
       01  WS-PARAM-FILE-STATUS    PIC XX.
       01  WS-CURRENT-TIME         PIC X(21).
       01  WS-BLANK-LINE           PIC X(147) VALUE SPACES.
       01  WS-FOOTER-INFO          PIC X(147).

      *    Table de correspondance des types (voir
      *    copybooks/TYPELK.cpy).
           COPY TYPELK.

      *    Trimestre déclaré et ses bornes.
       01  WS-TRIMESTRE.
           05  WS-TRIM-AAAA        PIC 9(4).
           05  WS-TRIM-T           PIC 9(1).
       01  WS-TRIM-MM-DEBUT        PIC 9(2).
       01  WS-DATE-DEBUT.
           05  WS-DEB-AAAA         PIC 9(4).
           05  WS-DEB-MM           PIC 9(2).
           05  WS-DEB-JJ           PIC 9(2).
       01  WS-DATE-FIN.
           05  WS-FIN-AAAA         PIC 9(4).
           05  WS-FIN-MM           PIC 9(2).
           05  WS-FIN-JJ           PIC 9(2).
       01  WS-MOIS-COURANT         PIC 9(2).

      *    Barème chargé en mémoire : toutes les lignes valides, la
      *    recherche retenant pour un produit la date d'effet la plus
      *    récente au plus tard à la date de règlement.
       01  WS-BAR-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-BAR-MAX              PIC 9(3) VALUE 200.
       01  WS-BAR-TABLE.
           05  WS-BAR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BAR-COUNT.
               10  WS-BAR-PRODUIT          PIC X(4).
               10  WS-BAR-TAUX-NUM         PIC 9(3)V9(4).
               10  WS-BAR-DATE             PIC X(8).
       01  WS-BAR-IDX              PIC 9(3) VALUE ZERO.
       01  WS-BAR-POS              PIC 9(3) VALUE ZERO.
       01  WS-BAR-REJETS           PIC 9(3) VALUE ZERO.
       01  WS-BAR-PRODUIT-CHERCHE  PIC X(4).

      *    Quittance en cours : ligne de produit retenue, taux
      *    appliqué, assiette et taxe.
       01  WS-PRODUIT              PIC X(4).
       01  WS-TAUX                 PIC 9(3)V9(4) VALUE ZERO.
       01  WS-ASSIETTE             PIC 9(10)V99 VALUE ZERO.
       01  WS-TAXE                 PIC 9(10)V99 VALUE ZERO.
       01  WS-LIBELLE-EXCEPTION    PIC X(50).

      *    Lignes de la déclaration : une par ligne de produit,
      *    devise et taux appliqué (un changement de taux en cours
      *    de trimestre donne deux lignes).
       01  WS-DCL-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-DCL-MAX              PIC 9(3) VALUE 200.
       01  WS-DCL-TABLE.
           05  WS-DCL-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DCL-COUNT.
               10  WS-DCL-PRODUIT          PIC X(4).
               10  WS-DCL-DEVISE           PIC X(3).
               10  WS-DCL-TAUX             PIC 9(3)V9(4).
               10  WS-DCL-NB               PIC 9(6).
               10  WS-DCL-ASSIETTE         PIC 9(13)V99.
               10  WS-DCL-TAXE             PIC 9(13)V99.
       01  WS-DCL-IDX              PIC 9(3) VALUE ZERO.
       01  WS-DCL-POS              PIC 9(3) VALUE ZERO.

      *    Totaux par devise, en pied de déclaration.
       01  WS-TDV-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-TDV-MAX              PIC 9(2) VALUE 20.
       01  WS-TDV-TABLE.
           05  WS-TDV-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-TDV-COUNT.
               10  WS-TDV-DEVISE           PIC X(3).
               10  WS-TDV-NB               PIC 9(6).
               10  WS-TDV-ASSIETTE         PIC 9(13)V99.
               10  WS-TDV-TAXE             PIC 9(13)V99.
       01  WS-TDV-IDX              PIC 9(2) VALUE ZERO.
       01  WS-TDV-POS              PIC 9(2) VALUE ZERO.

      *    Compteurs et totaux de contrôle.
       01  WS-TOTAL-LUES           PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ASSIETTE-NB    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS     PIC 9(6) VALUE ZERO.
       01  WS-HASH-ASSIETTE        PIC 9(13)V99 VALUE ZERO.
       01  WS-HASH-TAXE            PIC 9(13)V99 VALUE ZERO.
       01  WS-FORMATTED-MONTANT    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-ASSIETTE   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-TAXE       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-TAUX       PIC ZZ9.9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIME

      *    Trimestre par défaut : le trimestre civil précédent.
           MOVE WS-CURRENT-TIME(1:4) TO WS-TRIM-AAAA
           MOVE WS-CURRENT-TIME(5:2) TO WS-MOIS-COURANT
           COMPUTE WS-TRIM-T = (WS-MOIS-COURANT - 1) / 3
           IF WS-TRIM-T = 0
               MOVE 4 TO WS-TRIM-T
               SUBTRACT 1 FROM WS-TRIM-AAAA
           END-IF
           PERFORM LIT-FICHIER-PARAMETRES
           PERFORM CALCULE-BORNES-TRIMESTRE

      *    Chargement du barème ; sans barème exploitable, aucune
      *    taxe ne peut être calculée.
           PERFORM LIT-BAREME
           IF WS-BAR-COUNT = 0
               DISPLAY "ERREUR: BAREME DE TSCA VIDE OU ABSENT "
                   "(taux-tsca.dat): AUCUNE DECLARATION."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FICHIER-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: OUVERTURE DU FICHIER MAITRE IMPOSSIBLE "
                   "(STATUT " WS-MASTER-FILE-STATUS "). LE FICHIER "
                   "DOIT AVOIR ETE CREE PAR ASSURCNV."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FICHIER-QUITTANCES
           IF WS-QUIT-FILE-STATUS NOT = '00'
               DISPLAY "ERREUR: FICHIER DES QUITTANCES ABSENT "
                   "(STATUT " WS-QUIT-FILE-STATUS "): AUCUNE "
                   "DECLARATION."
               CLOSE FICHIER-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FICHIER-DETAIL
           MOVE SPACES TO TSC-ENTETE
           MOVE '1' TO TSC-E-TYPE
           MOVE WS-CURRENT-TIME(1:8) TO TSC-E-DATE-EXEC
           MOVE WS-TRIMESTRE TO TSC-E-TRIMESTRE
           MOVE WS-DATE-DEBUT TO TSC-E-DATE-DEBUT
           MOVE WS-DATE-FIN TO TSC-E-DATE-FIN
           WRITE TSC-ENTETE

           OPEN OUTPUT FICHIER-EXCEPTIONS
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Exceptions de la declaration TSCA - Trimestre "
                   WS-TRIM-AAAA "T" WS-TRIM-T
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-EXC-DATA
           MOVE LENGTH OF WS-EXC-DATA TO WS-EXC-LENGTH
           WRITE EXCEPTION-REC FROM WS-EXC-DATA
           WRITE EXCEPTION-REC FROM WS-BLANK-LINE

      *    Assiette : quittances payées dans le trimestre.
           PERFORM UNTIL WS-QUIT-FILE-STATUS = '10'
               READ FICHIER-QUITTANCES
                   AT END
                       MOVE '10' TO WS-QUIT-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LUES
                       IF QUIT-STATUT = 'P' AND
                               QUIT-DATE-REGLEMENT NOT < WS-DATE-DEBUT
                               AND QUIT-DATE-REGLEMENT NOT >
                               WS-DATE-FIN
                           PERFORM TAXE-QUITTANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-QUITTANCES
           CLOSE FICHIER-MASTER

           MOVE SPACES TO TSC-TRAILER
           MOVE '9' TO TSC-T-TYPE
           MOVE WS-TOTAL-ASSIETTE-NB TO TSC-T-NB-DETAILS
           MOVE WS-HASH-ASSIETTE TO TSC-T-HASH-ASSIETTE
           MOVE WS-HASH-TAXE TO TSC-T-HASH-TAXE
           WRITE TSC-TRAILER
           CLOSE FICHIER-DETAIL

           WRITE EXCEPTION-REC FROM WS-BLANK-LINE
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Nombre d'exceptions: " WS-TOTAL-EXCEPTIONS
                   " (comprises dans l'assiette)"
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-EXC-DATA
           MOVE LENGTH OF WS-EXC-DATA TO WS-EXC-LENGTH
           WRITE EXCEPTION-REC FROM WS-EXC-DATA
           CLOSE FICHIER-EXCEPTIONS

           PERFORM ECRIT-DECLARATION

           MOVE WS-HASH-TAXE TO WS-FORMATTED-TAXE
           DISPLAY "DECLARATION TSCA " WS-TRIM-AAAA "T" WS-TRIM-T
               " TERMINEE: " WS-TOTAL-ASSIETTE-NB
               " QUITTANCE(S) DANS L'ASSIETTE, " WS-DCL-COUNT
               " LIGNE(S) DE DECLARATION, TAXE TOTALE "
               WS-FORMATTED-TAXE " (TOUTES DEVISES)."
           IF WS-TOTAL-EXCEPTIONS > 0
               DISPLAY "ATTENTION: " WS-TOTAL-EXCEPTIONS
                   " QUITTANCE(S) EN EXCEPTION (VOIR "
                   "tsca-exceptions.dat)."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Lit la carte TRIMESTRE (AAAAT, trimestre 1 à 4) ; fichier
      *    ou carte absents : trimestre civil précédent. Une carte
      *    invalide est signalée et ignorée.
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
                               WHEN 'TRIMESTRE'
                                   PERFORM TRAITE-TRIMESTRE
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
           END-IF.

      *    Contrôle la carte TRIMESTRE et la retient si elle est
      *    valide.
       TRAITE-TRIMESTRE.
           IF PARAM-VALEUR(1:5) NOT NUMERIC OR
                   PARAM-VALEUR(6:3) NOT = SPACES OR
                   PARAM-VALEUR(5:1) < '1' OR
                   PARAM-VALEUR(5:1) > '4'
               DISPLAY "ATTENTION: TRIMESTRE INVALIDE ("
                   PARAM-VALEUR "): TRIMESTRE PRECEDENT UTILISE."
           ELSE
               MOVE PARAM-VALEUR(1:5) TO WS-TRIMESTRE
           END-IF.

      *    Bornes du trimestre déclaré : premier jour du premier mois
      *    au dernier jour du troisième.
       CALCULE-BORNES-TRIMESTRE.
           COMPUTE WS-TRIM-MM-DEBUT = (WS-TRIM-T - 1) * 3 + 1
           MOVE WS-TRIM-AAAA TO WS-DEB-AAAA
           MOVE WS-TRIM-MM-DEBUT TO WS-DEB-MM
           MOVE 1 TO WS-DEB-JJ
           MOVE WS-TRIM-AAAA TO WS-FIN-AAAA
           COMPUTE WS-FIN-MM = WS-TRIM-MM-DEBUT + 2
           EVALUATE WS-TRIM-T
               WHEN 1
                   MOVE 31 TO WS-FIN-JJ
               WHEN 2
                   MOVE 30 TO WS-FIN-JJ
               WHEN 3
                   MOVE 30 TO WS-FIN-JJ
               WHEN 4
                   MOVE 31 TO WS-FIN-JJ
           END-EVALUATE.

      *    Charge le barème en mémoire : code produit (ou '*'),
      *    pourcentage exploitable et date d'effet numérique exigés.
       LIT-BAREME.
           OPEN INPUT FICHIER-BAREME
           IF WS-BAR-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-BAR-FILE-STATUS = '10'
                   READ FICHIER-BAREME
                       AT END
                           MOVE '10' TO WS-BAR-FILE-STATUS
                       NOT AT END
                           PERFORM CHARGE-LIGNE-BAREME
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BAREME
               IF WS-BAR-REJETS > 0
                   DISPLAY "ATTENTION: " WS-BAR-REJETS
                       " LIGNE(S) DE BAREME INVALIDE(S) IGNOREE(S)."
               END-IF
           END-IF.

      *    Contrôle et range une ligne du barème.
       CHARGE-LIGNE-BAREME.
           IF FUNCTION TEST-NUMVAL(BAR-TAUX) NOT = 0 OR
                   BAR-DATE-EFFET NOT NUMERIC OR
                   BAR-PRODUIT = SPACES
               ADD 1 TO WS-BAR-REJETS
               DISPLAY "ATTENTION: LIGNE DE BAREME INVALIDE IGNOREE: "
                   BAREME-REC
           ELSE
               IF WS-BAR-COUNT >= WS-BAR-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LE BAREME (" WS-BAR-MAX "). ARRET DU "
                       "TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAR-COUNT
               MOVE BAR-PRODUIT TO WS-BAR-PRODUIT(WS-BAR-COUNT)
               COMPUTE WS-BAR-TAUX-NUM(WS-BAR-COUNT) =
                   FUNCTION NUMVAL(BAR-TAUX)
               MOVE BAR-DATE-EFFET TO WS-BAR-DATE(WS-BAR-COUNT)
           END-IF.

      *    Recherche le taux de WS-BAR-PRODUIT-CHERCHE en vigueur à
      *    la date de règlement de la quittance : ligne de ce produit
      *    à la date d'effet la plus récente sans dépasser la date de
      *    règlement. Retourne la position dans WS-BAR-POS (0 si
      *    aucun taux en vigueur).
       CHERCHE-TAUX.
           MOVE 0 TO WS-BAR-POS
           PERFORM VARYING WS-BAR-IDX FROM 1 BY 1
                   UNTIL WS-BAR-IDX > WS-BAR-COUNT
               IF WS-BAR-PRODUIT(WS-BAR-IDX) = WS-BAR-PRODUIT-CHERCHE
                       AND WS-BAR-DATE(WS-BAR-IDX) NOT >
                       QUIT-DATE-REGLEMENT
                   IF WS-BAR-POS = 0
                       MOVE WS-BAR-IDX TO WS-BAR-POS
                   ELSE
                       IF WS-BAR-DATE(WS-BAR-IDX) >
                               WS-BAR-DATE(WS-BAR-POS)
                           MOVE WS-BAR-IDX TO WS-BAR-POS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Rattache la quittance payée courante à sa ligne de produit,
      *    lui applique le taux en vigueur, l'écrit au détail et la
      *    cumule dans la déclaration. Police absente, type non
      *    résolu, taux absent ou montant inexploitable : exception,
      *    la quittance restant dans l'assiette.
       TAXE-QUITTANCE.
           MOVE SPACES TO WS-LIBELLE-EXCEPTION
           MOVE '????' TO WS-PRODUIT
           MOVE SPACES TO ASSUR-REC
           MOVE QUIT-ASSUR-ID TO ASSUR-ID
           READ FICHIER-MASTER
               INVALID KEY
                   MOVE "Police absente du fichier maitre" TO
                       WS-LIBELLE-EXCEPTION
               NOT INVALID KEY
                   MOVE ASSUR-TYPE TO WS-TYPE-RECHERCHE
                   PERFORM LOOKUP-TYPE
                   IF TYPE-TROUVE
                       MOVE WS-TYPE-CANONIQUE TO WS-PRODUIT
                   ELSE
                       STRING "Type non resolu: " ASSUR-TYPE
                           DELIMITED BY SIZE
                           INTO WS-LIBELLE-EXCEPTION
                   END-IF
           END-READ

           IF WS-PRODUIT = '????'
               MOVE '*' TO WS-BAR-PRODUIT-CHERCHE
           ELSE
               MOVE WS-PRODUIT TO WS-BAR-PRODUIT-CHERCHE
           END-IF
           PERFORM CHERCHE-TAUX
           IF WS-BAR-POS = 0
               MOVE ZERO TO WS-TAUX
               IF WS-LIBELLE-EXCEPTION = SPACES
                   MOVE "Aucun taux en vigueur pour le produit" TO
                       WS-LIBELLE-EXCEPTION
               END-IF
           ELSE
               MOVE WS-BAR-TAUX-NUM(WS-BAR-POS) TO WS-TAUX
           END-IF

           MOVE ZERO TO WS-ASSIETTE
           IF FUNCTION TEST-NUMVAL(QUIT-MONTANT) = 0
               COMPUTE WS-ASSIETTE = FUNCTION NUMVAL(QUIT-MONTANT)
           ELSE
               MOVE "Montant de quittance inexploitable" TO
                   WS-LIBELLE-EXCEPTION
           END-IF
           COMPUTE WS-TAXE ROUNDED = WS-ASSIETTE * WS-TAUX / 100

           MOVE SPACES TO TSC-DETAIL
           MOVE '2' TO TSC-D-TYPE
           MOVE WS-PRODUIT TO TSC-D-PRODUIT
           MOVE QUIT-DEVISE TO TSC-D-DEVISE
           MOVE WS-TAUX TO TSC-D-TAUX
           MOVE QUIT-ID TO TSC-D-QUIT-ID
           MOVE QUIT-ASSUR-ID TO TSC-D-ASSUR-ID
           MOVE QUIT-DATE-REGLEMENT TO TSC-D-DATE-REGLEMENT
           MOVE WS-ASSIETTE TO TSC-D-ASSIETTE
           MOVE WS-TAXE TO TSC-D-TAXE
           WRITE TSC-DETAIL
           ADD 1 TO WS-TOTAL-ASSIETTE-NB
           ADD WS-ASSIETTE TO WS-HASH-ASSIETTE
           ADD WS-TAXE TO WS-HASH-TAXE

           PERFORM FIND-OR-ADD-LIGNE-DECLARATION
           ADD 1 TO WS-DCL-NB(WS-DCL-POS)
           ADD WS-ASSIETTE TO WS-DCL-ASSIETTE(WS-DCL-POS)
           ADD WS-TAXE TO WS-DCL-TAXE(WS-DCL-POS)
           PERFORM FIND-OR-ADD-DEVISE
           ADD 1 TO WS-TDV-NB(WS-TDV-POS)
           ADD WS-ASSIETTE TO WS-TDV-ASSIETTE(WS-TDV-POS)
           ADD WS-TAXE TO WS-TDV-TAXE(WS-TDV-POS)

           IF WS-LIBELLE-EXCEPTION NOT = SPACES
               PERFORM ECRIT-LIGNE-EXCEPTION
           END-IF.

      *    Écrit à la liste des exceptions la quittance courante et la
      *    raison préparée dans WS-LIBELLE-EXCEPTION.
       ECRIT-LIGNE-EXCEPTION.
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           MOVE WS-ASSIETTE TO WS-FORMATTED-MONTANT
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "  " QUIT-ID " " QUIT-ASSUR-ID " "
                   QUIT-DATE-REGLEMENT " " QUIT-DEVISE " "
                   WS-FORMATTED-MONTANT " - " WS-LIBELLE-EXCEPTION
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           MOVE WS-FOOTER-INFO TO WS-EXC-DATA
           MOVE LENGTH OF WS-EXC-DATA TO WS-EXC-LENGTH
           WRITE EXCEPTION-REC FROM WS-EXC-DATA.

      *    Recherche la ligne de déclaration (produit, devise, taux)
      *    de la quittance courante et l'ajoute si elle n'existe pas.
      *    Retourne la position dans WS-DCL-POS.
       FIND-OR-ADD-LIGNE-DECLARATION.
           MOVE 0 TO WS-DCL-POS
           PERFORM VARYING WS-DCL-IDX FROM 1 BY 1
                   UNTIL WS-DCL-IDX > WS-DCL-COUNT
               IF WS-DCL-PRODUIT(WS-DCL-IDX) = WS-PRODUIT AND
                       WS-DCL-DEVISE(WS-DCL-IDX) = QUIT-DEVISE AND
                       WS-DCL-TAUX(WS-DCL-IDX) = WS-TAUX
                   MOVE WS-DCL-IDX TO WS-DCL-POS
                   MOVE WS-DCL-COUNT TO WS-DCL-IDX
               END-IF
           END-PERFORM
           IF WS-DCL-POS = 0
               IF WS-DCL-COUNT >= WS-DCL-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LES LIGNES DE DECLARATION (" WS-DCL-MAX
                       "). ARRET DU TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DCL-COUNT
               MOVE WS-DCL-COUNT TO WS-DCL-POS
               MOVE WS-PRODUIT TO WS-DCL-PRODUIT(WS-DCL-POS)
               MOVE QUIT-DEVISE TO WS-DCL-DEVISE(WS-DCL-POS)
               MOVE WS-TAUX TO WS-DCL-TAUX(WS-DCL-POS)
               MOVE ZERO TO WS-DCL-NB(WS-DCL-POS)
               MOVE ZERO TO WS-DCL-ASSIETTE(WS-DCL-POS)
               MOVE ZERO TO WS-DCL-TAXE(WS-DCL-POS)
           END-IF.

      *    Recherche la devise de la quittance courante dans les
      *    totaux par devise et l'ajoute si besoin. Retourne la
      *    position dans WS-TDV-POS.
       FIND-OR-ADD-DEVISE.
           MOVE 0 TO WS-TDV-POS
           PERFORM VARYING WS-TDV-IDX FROM 1 BY 1
                   UNTIL WS-TDV-IDX > WS-TDV-COUNT
               IF WS-TDV-DEVISE(WS-TDV-IDX) = QUIT-DEVISE
                   MOVE WS-TDV-IDX TO WS-TDV-POS
                   MOVE WS-TDV-COUNT TO WS-TDV-IDX
               END-IF
           END-PERFORM
           IF WS-TDV-POS = 0
               IF WS-TDV-COUNT >= WS-TDV-MAX
                   DISPLAY "ERREUR: CAPACITE MAXIMALE ATTEINTE POUR "
                       "LES DEVISES (" WS-TDV-MAX "). ARRET DU "
                       "TRAITEMENT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TDV-COUNT
               MOVE WS-TDV-COUNT TO WS-TDV-POS
               MOVE QUIT-DEVISE TO WS-TDV-DEVISE(WS-TDV-POS)
               MOVE ZERO TO WS-TDV-NB(WS-TDV-POS)
               MOVE ZERO TO WS-TDV-ASSIETTE(WS-TDV-POS)
               MOVE ZERO TO WS-TDV-TAXE(WS-TDV-POS)
           END-IF.

      *    Écrit la déclaration : une ligne par ligne de produit,
      *    devise et taux, puis les totaux par devise.
       ECRIT-DECLARATION.
           OPEN OUTPUT FICHIER-DECLARATION
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Declaration TSCA - Trimestre " WS-TRIM-AAAA "T"
                   WS-TRIM-T " (du " WS-DATE-DEBUT " au "
                   WS-DATE-FIN ") - Generee le: "
                   WS-CURRENT-TIME(1:8)
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-DECLARATION
           MOVE WS-BLANK-LINE TO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-DECLARATION
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Produit Devise    Taux %  Nb quitt."
                   "              Assiette                  Taxe"
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-DECLARATION

           PERFORM VARYING WS-DCL-IDX FROM 1 BY 1
                   UNTIL WS-DCL-IDX > WS-DCL-COUNT
               MOVE WS-DCL-TAUX(WS-DCL-IDX) TO WS-FORMATTED-TAUX
               MOVE WS-DCL-ASSIETTE(WS-DCL-IDX) TO
                   WS-FORMATTED-ASSIETTE
               MOVE WS-DCL-TAXE(WS-DCL-IDX) TO WS-FORMATTED-TAXE
               MOVE SPACES TO WS-FOOTER-INFO
               STRING WS-DCL-PRODUIT(WS-DCL-IDX) "    "
                       WS-DCL-DEVISE(WS-DCL-IDX) "    "
                       WS-FORMATTED-TAUX "  "
                       WS-DCL-NB(WS-DCL-IDX) " "
                       WS-FORMATTED-ASSIETTE " "
                       WS-FORMATTED-TAXE
                       DELIMITED BY SIZE
                       INTO WS-FOOTER-INFO
               PERFORM WRITE-LIGNE-DECLARATION
           END-PERFORM

           MOVE WS-BLANK-LINE TO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-DECLARATION
           PERFORM VARYING WS-TDV-IDX FROM 1 BY 1
                   UNTIL WS-TDV-IDX > WS-TDV-COUNT
               MOVE WS-TDV-ASSIETTE(WS-TDV-IDX) TO
                   WS-FORMATTED-ASSIETTE
               MOVE WS-TDV-TAXE(WS-TDV-IDX) TO WS-FORMATTED-TAXE
               MOVE SPACES TO WS-FOOTER-INFO
               STRING "Total " WS-TDV-DEVISE(WS-TDV-IDX)
                       " - Quittances: " WS-TDV-NB(WS-TDV-IDX)
                       " - Assiette: " WS-FORMATTED-ASSIETTE
                       " - Taxe due: " WS-FORMATTED-TAXE
                       DELIMITED BY SIZE
                       INTO WS-FOOTER-INFO
               PERFORM WRITE-LIGNE-DECLARATION
           END-PERFORM
           MOVE SPACES TO WS-FOOTER-INFO
           STRING "Quittances en exception (comprises ci-dessus): "
                   WS-TOTAL-EXCEPTIONS
                   DELIMITED BY SIZE
                   INTO WS-FOOTER-INFO
           PERFORM WRITE-LIGNE-DECLARATION
           CLOSE FICHIER-DECLARATION.

      *    Écrit WS-FOOTER-INFO sur la déclaration.
       WRITE-LIGNE-DECLARATION.
           MOVE WS-FOOTER-INFO TO WS-DECL-DATA
           MOVE LENGTH OF WS-DECL-DATA TO WS-DECL-LENGTH
           WRITE DECLARATION-REC FROM WS-DECL-DATA.

      *    Recherche un libellé de type brut dans la table partagée et
      *    renvoie sa ligne de produit canonique (même paragraphe que
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

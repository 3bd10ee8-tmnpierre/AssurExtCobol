      *    *************************************************************
      *    COPYBOOK TRSREC
      *    Ligne du fichier des transactions de sinistres
      *    (transactions-sinistres.dat), complété par SINISMNT à
      *    chaque mouvement qui touche au réglé ou à la réserve d'un
      *    sinistre et jamais tronqué : c'est le grand livre daté des
      *    règlements et des réserves, relu par SINISDEV pour les
      *    triangles de développement. TRS-CODE vaut :
      *      'O' ouverture de la réserve (déclaration),
      *      'P' règlement (TRS-REGLE = montant payé, la réserve
      *          baisse d'autant),
      *      'V' révision de la réserve (réévaluation ou nouvelle
      *          réserve),
      *      'R' clôture du sinistre (montants à zéro).
      *    TRS-VAR-RESERVE est la variation signée de la réserve ;
      *    la charge (réglé + réserve) varie donc de TRS-REGLE +
      *    TRS-VAR-RESERVE. TRS-RESERVE-APRES rappelle la réserve
      *    restant ouverte après la transaction. Montants au même
      *    format signé que l'extrait comptable d'ASSUREXT.
      *    *************************************************************
           05  TRS-SINIS-ID        PIC X(8).
           05  FILLER              PIC X(1).
           05  TRS-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  TRS-CODE            PIC X(1).
           05  FILLER              PIC X(1).
           05  TRS-DEVISE          PIC X(3).
           05  FILLER              PIC X(1).
           05  TRS-REGLE           PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  TRS-VAR-RESERVE     PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  TRS-RESERVE-APRES   PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  TRS-HORODATAGE      PIC X(14).

      *    *************************************************************
      *    COPYBOOK TRAITREC
      *    Ligne de la table des traités de réassurance en quote-part
      *    (traites-reassurance.dat), lue par ASSURREA pour les
      *    bordereaux de cession et par SINISRPT pour la sinistralité
      *    nette de réassurance. Une ligne par ligne de produit
      *    canonique (code TYPELK) et période de traité : réassureur
      *    cessionnaire, pourcentage cédé, plein de rétention par
      *    police (en écriture numérique simple, dans la devise de la
      *    police ; zéro = sans plein) et bornes de la période
      *    (AAAAMMJJ, incluses). Une prime est rattachée au traité en
      *    vigueur à la date de début de la police, un sinistre au
      *    traité en vigueur à sa date de survenance. Jusqu'au plein,
      *    la cession est le pourcentage du traité ; la part d'un
      *    montant au-delà du plein est cédée en totalité.
      *    *************************************************************
           05  TRT-PRODUIT         PIC X(4).
           05  FILLER              PIC X(1).
           05  TRT-REASSUREUR      PIC X(10).
           05  FILLER              PIC X(1).
           05  TRT-TAUX-CESSION    PIC X(8).
           05  FILLER              PIC X(1).
           05  TRT-RETENTION       PIC X(12).
           05  FILLER              PIC X(1).
           05  TRT-DATE-DEBUT      PIC X(8).
           05  FILLER              PIC X(1).
           05  TRT-DATE-FIN        PIC X(8).

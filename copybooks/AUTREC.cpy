      *    *************************************************************
      *    COPYBOOK AUTREC
      *    Ligne du fichier des autorisations de réouverture
      *    (autorisations-reouverture.dat), tenu par la comptabilité
      *    hors de la chaîne batch (comme clients.dat) : un code de
      *    réouverture, la période close (AAAAMM) qu'il rouvre, sa
      *    date limite d'utilisation (AAAAMMJJ incluse, à blanc = sans
      *    limite) et le responsable qui l'a accordé. Un mouvement
      *    daté dans une période close n'est accepté par ASSURMNT,
      *    SINISMNT ou ASSURBKO que s'il porte un code présent ici
      *    pour la période de sa date, encore valide le jour du
      *    passage ; le code utilisé est repris dans le journal.
      *    *************************************************************
           05  AUT-CODE            PIC X(8).
           05  FILLER              PIC X(1).
           05  AUT-PERIODE         PIC X(6).
           05  FILLER              PIC X(1).
           05  AUT-DATE-LIMITE     PIC X(8).
           05  FILLER              PIC X(1).
           05  AUT-ACCORDE-PAR     PIC X(10).

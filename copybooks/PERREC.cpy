      *    *************************************************************
      *    COPYBOOK PERREC
      *    Ligne du fichier de contrôle des périodes
      *    (periode-controle.dat), écrite par ASSURCLO à chaque
      *    clôture mensuelle et ajoutée à la suite (jamais tronqué,
      *    comme le journal d'audit) : période close (AAAAMM), date de
      *    verrouillage (dernier jour de la période close : tout
      *    mouvement daté de ce jour ou avant tombe dans une période
      *    close), période ouverte à la suite, horodatage de la
      *    clôture, puis nombre d'enregistrements et total de contrôle
      *    des montants de la copie du maître prise à la clôture (même
      *    règle que copybooks/CTLREC.cpy). La dernière ligne donne la
      *    période ouverte ; ASSURMNT, SINISMNT et ASSURBKO refusent
      *    tout mouvement daté au plus tard à la plus grande date de
      *    verrouillage, sauf code de réouverture autorisé (voir
      *    copybooks/AUTREC.cpy).
      *    *************************************************************
           05  PER-PERIODE-CLOSE   PIC X(6).
           05  FILLER              PIC X(1).
           05  PER-DATE-VERROU     PIC X(8).
           05  FILLER              PIC X(1).
           05  PER-PERIODE-OUVERTE PIC X(6).
           05  FILLER              PIC X(1).
           05  PER-HORODATAGE      PIC X(14).
           05  FILLER              PIC X(1).
           05  PER-NB-ENREG        PIC 9(6).
           05  FILLER              PIC X(1).
           05  PER-HASH-MONTANTS   PIC 9(13)V99.

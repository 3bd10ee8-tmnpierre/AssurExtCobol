      *    *************************************************************
      *    COPYBOOK MANDREC
      *    Structure d'un mandat de prélèvement SEPA du fichier des
      *    mandats (mandats-sepa.dat, indexé sur MAND-CLI-ID : un
      *    mandat par client du fichier de référence, voir
      *    copybooks/CLIREC.cpy). MAND-RUM est la référence unique du
      *    mandat, MAND-DATE-SIGNATURE sa date de signature
      *    (AAAAMMJJ). MAND-STATUT vaut 'V' (valide, présentable), 'R'
      *    (révoqué : retour MD01 traité par ASSURRET, ou révocation
      *    signalée par le client) ou 'C' (compte clos : retour AC04).
      *    Seul un mandat 'V' signé au plus tard à l'échéance est
      *    présenté par ASSURPRL ; MAND-DATE-STATUT porte la date du
      *    dernier changement de statut. MAND-DATE-DERNIER-PRLV est
      *    la date du dernier prélèvement présenté sur le mandat (à
      *    blanc : jamais présenté, le prochain est un premier
      *    prélèvement FRST, les suivants des prélèvements récurrents
      *    RCUR).
      *    *************************************************************
           05  MAND-CLI-ID             PIC X(6).
           05  FILLER                  PIC X(1).
           05  MAND-IBAN               PIC X(34).
           05  FILLER                  PIC X(1).
           05  MAND-BIC                PIC X(11).
           05  FILLER                  PIC X(1).
           05  MAND-RUM                PIC X(35).
           05  FILLER                  PIC X(1).
           05  MAND-DATE-SIGNATURE     PIC X(8).
           05  FILLER                  PIC X(1).
           05  MAND-STATUT             PIC X(1).
           05  FILLER                  PIC X(1).
           05  MAND-DATE-STATUT        PIC X(8).
           05  FILLER                  PIC X(1).
           05  MAND-DATE-DERNIER-PRLV  PIC X(8).

      *    *************************************************************
      *    COPYBOOK AVOIRREC
      *    Ligne du fichier des avoirs de ristourne
      *    (avoirs-ristournes.dat), complété par ASSURMNT à chaque
      *    résiliation en cours de période qui laisse au client une
      *    prime payée non acquise, et jamais tronqué : c'est la pièce
      *    que la comptabilité rembourse. AVOIR-NATURE vaut :
      *      'R' ristourne émise par ASSURMNT,
      *      'X' contre-passation écrite par ASSURBKO quand le passage
      *          qui avait émis la ristourne est annulé (montants de
      *          la ristourne d'origine, au signe opposé).
      *    AVOIR-RUN-ID est l'identifiant d'exécution d'ASSURMNT (le
      *    même que dans le journal d'audit, voir copybooks/JRNREC.cpy)
      *    qui rattache l'avoir au passage qui l'a émis.
      *    AVOIR-DATE-FIN est la date de fin de la police avant la
      *    résiliation : la prime non acquise court de
      *    AVOIR-DATE-RESILIATION à cette date, au prorata des jours
      *    de la période ASSUR-DATE-DEB - ASSUR-DATE-FIN. AVOIR-MONTANT
      *    est la somme à rembourser : primes encaissées (quittances
      *    'P') moins prime acquise à la date de résiliation, jamais
      *    négative ni supérieure à la prime non acquise. Les montants
      *    sont dans la devise de la police, au même format signé que
      *    l'extrait comptable d'ASSUREXT.
      *    *************************************************************
           05  AVOIR-RUN-ID            PIC X(14).
           05  FILLER                  PIC X(1).
           05  AVOIR-NATURE            PIC X(1).
           05  FILLER                  PIC X(1).
           05  AVOIR-ASSUR-ID          PIC X(8).
           05  FILLER                  PIC X(1).
           05  AVOIR-CLIENT            PIC X(6).
           05  FILLER                  PIC X(1).
           05  AVOIR-NOM               PIC X(14).
           05  FILLER                  PIC X(1).
           05  AVOIR-DATE-EMISSION     PIC X(8).
           05  FILLER                  PIC X(1).
           05  AVOIR-DATE-RESILIATION  PIC X(8).
           05  FILLER                  PIC X(1).
           05  AVOIR-DATE-FIN          PIC X(8).
           05  FILLER                  PIC X(1).
           05  AVOIR-DEVISE            PIC X(3).
           05  FILLER                  PIC X(1).
           05  AVOIR-PRIME-ANNUELLE    PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(1).
           05  AVOIR-PRIME-PAYEE       PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(1).
           05  AVOIR-PRIME-NON-ACQUISE PIC S9(10)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(1).
           05  AVOIR-MONTANT           PIC S9(10)V99
                                           SIGN LEADING SEPARATE.

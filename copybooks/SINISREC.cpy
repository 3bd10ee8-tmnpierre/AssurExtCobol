      *    estimé/réglé en écriture numérique simple (NUMVAL, comme
      *    l'ancien flux part2) et la devise (celle de la police par
      *    défaut). SINIS-STATUT vaut 'Ouvert' ou 'Clos'.
      *    SINIS-REGLE (cumul des règlements) et SINIS-RESERVE
      *    (réserve restant ouverte) sont en écriture numérique simple
      *    comme SINIS-MONTANT, qui reste la charge totale du sinistre
      *    (réglé + réserve) : c'est lui que portent le total de
      *    contrôle de sinistres.ctl et le rapport de sinistralité.
      *    Le détail daté des règlements et des révisions de réserve
      *    est au fichier transactions-sinistres.dat (voir
      *    copybooks/TRSREC.cpy). Un fichier des sinistres antérieur
      *    à ces deux champs se migre avec SINISMIG.
      *    *************************************************************
           05  SINIS-ID            PIC X(8).
           05  FILLER              PIC X(1).
           05  SINIS-MONTANT       PIC X(9).
           05  FILLER              PIC X(1).
           05  SINIS-DEVISE        PIC X(3).
           05  FILLER              PIC X(1).
           05  SINIS-REGLE         PIC X(9).
           05  FILLER              PIC X(1).
           05  SINIS-RESERVE       PIC X(9).

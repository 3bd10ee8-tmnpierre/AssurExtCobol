      *    ASSURENC au fil des règlements bancaires. QUIT-ID est le
      *    numéro de quittance (ASSUR-ID suivi du numéro d'échéance
      *    dans l'année, ex: AS000042-03). Le montant est en écriture
      *    numérique simple (NUMVAL). QUIT-STATUT vaut 'O' (ouverte),
      *    'P' (payée, avec la date du règlement apparié) ou 'A'
      *    (annulée par la résiliation de la police dans ASSURMNT,
      *    QUIT-DATE-REGLEMENT portant alors la date d'effet de la
      *    résiliation). Une quittance annulée n'est plus ni
      *    appariable ni impayée, et ASSURFAC la conserve telle quelle
      *    sans régénérer l'échéance. Une quittance présentée au
      *    prélèvement SEPA par ASSURPRL est soldée ('P') à sa date
      *    d'échéance ; un retour de prélèvement traité par ASSURRET
      *    la rouvre ('O', date de règlement à blanc).
      *    QUIT-CLIENT reprend le numéro de client de la police
      *    (ASSUR-CLIENT, à blanc tant que la police n'est pas
      *    appariée par CLIMATCH) : la balance âgée d'ASSURENC
      *    regroupe dessus. QUIT-RELANCE-NIVEAU et
      *    QUIT-RELANCE-DATE portent l'étape de relance atteinte par
      *    une quittance impayée et la date d'arrêté à laquelle elle
      *    l'a été (entretenus par ASSURRLC) : à blanc = jamais
      *    relancée, '1' = première relance, '2' = seconde relance,
      *    '3' = mise en demeure, '4' = mise en demeure expirée,
      *    suspension demandée (fin du cycle). Une quittance écrite
      *    avant ces deux champs se relit avec l'étape à blanc.
      *    *************************************************************
           05  QUIT-ID             PIC X(11).
           05  FILLER              PIC X(1).
           05  QUIT-DATE-REGLEMENT PIC X(8).
           05  FILLER              PIC X(1).
           05  QUIT-CLIENT         PIC X(6).
           05  FILLER              PIC X(1).
           05  QUIT-RELANCE-NIVEAU PIC X(1).
           05  FILLER              PIC X(1).
           05  QUIT-RELANCE-DATE   PIC X(8).

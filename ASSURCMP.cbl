      *    PROGRAMME ASSURCMP
      *    Comparaison enregistrement par enregistrement du fichier
      *    maître courant (assurances-master.dat) avec la copie
      *    conservée du mois précédent (assurances-master-prec.dat,
      *    prise par ASSURCLO à la clôture de la période), appariés
      *    sur ASSUR-ID (les deux fichiers indexés se relisent
      *    en séquentiel dans l'ordre des clés). L'historique des
      *    exécutions (ASSUREXT) ne donne que l'évolution des totaux,
      *    jamais le POURQUOI : ce rapport de mouvements donne, en
               RECORD KEY IS ASSUR-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      *    Copie du fichier maître prise par ASSURCLO à la dernière
      *    clôture mensuelle (voir copybooks/PERREC.cpy). Même
      *    organisation que le fichier courant ; les noms de champs
      *    portent le suffixe "-P" pour ne pas entrer en collision
      *    avec ceux du maître courant (COPY MASTERREC), comme

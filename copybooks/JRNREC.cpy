      *    image avant à blanc sur une création). ASSURBKO relit le
      *    journal en sens inverse et restaure chaque image avant,
      *    ajustements de l'enregistrement de contrôle compris.
      *    JRN-REOUVERTURE porte le code de réouverture (voir
      *    copybooks/AUTREC.cpy) quand le mouvement a été appliqué
      *    dans une période close, à blanc sinon. ASSURBKO y ajoute
      *    une ligne de code 'B' quand il annule, sur code de
      *    réouverture, une exécution d'une période close : JRN-ID à
      *    blanc, identifiant de l'exécution annulée en tête de
      *    JRN-AVANT ; cette ligne de trace n'est jamais annulable.
      *    *************************************************************
           05  JRN-RUN-ID          PIC X(14).
           05  FILLER              PIC X(1).
           05  JRN-AVANT           PIC X(137).
           05  FILLER              PIC X(1).
           05  JRN-APRES           PIC X(137).
           05  FILLER              PIC X(1).
           05  JRN-REOUVERTURE     PIC X(8).

      *  + SEQ), LA DERNIERE LE CANAL DE DISTRIBUTION DU CLIENT       *
      *  ('P' POSTE, 'E' ELECTRONIQUE, 'G' GUICHET) POUR QUE LE       *
      *  ROUTEUR ECLATE LES FLUX. LA COLONNE TYPE PORTE LE TYPE DE    *
      *  LA DEMANDE D'ORIGINE, 'R' POUR UNE REEDITION OU 'F' POUR LE  *
      *  RELEVE FINAL D'UN COMPTE CLOS (ADSOTP21, DEMANDE 000) : LE   *
      *  ROUTEUR PROUVE AINSI AUSSI LA DISTRIBUTION DES DUPLICATA     *
      *  ET DES RELEVES DE CLOTURE.                                   *
      *---------------------------------------------------------------*
      *
       01  WS-LMANIF-DETAIL.

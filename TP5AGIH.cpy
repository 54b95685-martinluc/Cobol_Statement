      *===============================================================*
      *--     ZONE DE TRAVAIL ASSOCIEE A L'ENREGISTREMENT FAGIHIST  --*
      *--     (HISTORIQUE DES PERIODES D'AGIOS DEJA FACTUREES)      --*
      *---------------------------------------------------------------*
      *  UN ENREGISTREMENT PAR PERIODE (MOIS SSAAMM) POUR LAQUELLE    *
      *  ADSOTP18 A PRODUIT LES CARTES D'AGIOS. UNE PERIODE PRESENTE  *
      *  DANS L'HISTORIQUE N'EST JAMAIS FACTUREE UNE SECONDE FOIS.    *
      *  LE FICHIER EST PERMANENT ET ALIMENTE EN EXTENSION.           *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-AGIH.
           05  WS-AGIH-PERIODE         PIC 9(06).
           05  WS-AGIH-DATE-RUN        PIC 9(06).
           05  WS-AGIH-NB-CPT          PIC 9(06).
           05  WS-AGIH-TOT-INT         PIC 9(9)V99.
           05  WS-AGIH-TOT-FRAIS       PIC 9(9)V99.
           05  FILLER                  PIC X(10).
      *
      *---------------------------------------------------------------*
      *  LIBELLES NORMALISES DES MOUVEMENTS D'AGIOS : ILS PERMETTENT  *
      *  DE RECONNAITRE LES INTERETS ET FRAIS DANS FMOUVT ET DANS     *
      *  L'HISTORIQUE FMVTHIST.                                       *
      *---------------------------------------------------------------*
      *
       01  WS-LIB-AGIOS.
           05  WS-LIB-INT-DEB          PIC X(20)
                                       VALUE 'INTERETS DEBITEURS'.
           05  WS-LIB-INT-GEL          PIC X(20)
                                       VALUE 'INTERETS COMPTE GELE'.
           05  WS-LIB-FRAIS            PIC X(20)
                                       VALUE 'FRAIS TENUE COMPTE'.

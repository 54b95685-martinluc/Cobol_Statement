      *  CODE 'M' : MOUVEMENT DE LA PERIODE (LA SEQUENCE DANS LA      *
      *             JOURNEE EST ATTRIBUEE PAR LE PROGRAMME DE         *
      *             SAISIE, JAMAIS PAR LES AGENCES)                   *
      *  CODE 'V' : VIREMENT DE COMPTE A COMPTE : WS-MVC-NUM-CPT EST  *
      *             LE COMPTE DEBITE, WS-MVC-CPT-CTP LE COMPTE        *
      *             CREDITE, LE SENS N'EST PAS RENSEIGNE. LES DEUX    *
      *             JAMBES SONT CHARGEES ENSEMBLE OU REJETEES         *
      *             ENSEMBLE (VOIR WS-MVT-VIREMENT DANS TP5MOUVT).    *
      *             SEULS LES QUATRE PREMIERS CARACTERES DU LIBELLE   *
      *             SONT REPRIS SUR LES JAMBES ET LE RELEVE           *
      *  '$$$'    : FIN DES CARTES (VOIR WS-MVC-TYPE-EOF)             *
      *---------------------------------------------------------------*
      *
                                       PIC X(01).
               88  MVC-OUVERTURE           VALUE 'O'.
               88  MVC-MOUVEMENT           VALUE 'M'.
               88  MVC-VIREMENT            VALUE 'V'.
           05  WS-MVC-NUM-CPT          PIC 9(10).
           05  WS-MVC-DOPER            PIC 9(08).
           05  WS-MVC-SENS             PIC X(01).
               88  MVC-CREDIT              VALUE 'C'.
           05  WS-MVC-MONTANT          PIC 9(7)V99.
           05  WS-MVC-LIBELLE          PIC X(20).
           05  WS-MVC-CPT-CTP          PIC 9(10).
           05  FILLER                  PIC X(19).

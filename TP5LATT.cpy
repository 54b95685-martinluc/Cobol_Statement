      *===============================================================*
      *--     LIGNES EDITEES DE L'ETAT DU DOUBLE CONTROLE ETAATT    --*
      *--     (DEMANDES SENSIBLES DE MISE A JOUR FCPTE, ADSOTP6)    --*
      *---------------------------------------------------------------*
      *  ENTETE ET PARAMETRES RETENUS, PUIS LES EVENEMENTS DU         *
      *  PASSAGE DANS L'ORDRE OU ILS SURVIENNENT (EXPIRATIONS,        *
      *  MISES EN ATTENTE, VALIDATIONS, REJETS), LA LISTE DES         *
      *  DEMANDES ENCORE EN ATTENTE EN FIN DE PASSAGE ET UN           *
      *  RECAPITULATIF. UN MOTIF EVENTUEL SUIT LA LIGNE D'EVENEMENT.  *
      *---------------------------------------------------------------*
      *
       01  WS-LATT-ASTER             PIC X(78) VALUE ALL '*'.

       01  WS-LATT-TITRE.
           05  FILLER                PIC X(78) VALUE
               '*   DOUBLE CONTROLE DES MISES A JOUR FCPTE          *'.

       01  WS-LATT-DATE.
           05  FILLER                PIC X(20) VALUE
               'DATE DU PASSAGE   : '.
           05  WS-LATT-JJ-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LATT-MM-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LATT-AA-ED         PIC 99.
           05  FILLER                PIC X(11) VALUE
               '   SEUIL : '.
           05  WS-LATT-SEUIL-ED      PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(11) VALUE
               '   DELAI : '.
           05  WS-LATT-DELAI-ED      PIC ZZ9.
           05  FILLER                PIC X(06) VALUE ' JOURS'.
           05  FILLER                PIC X(06) VALUE SPACES.

       01  WS-LATT-SECTION.
           05  WS-LATT-SECTION-ED    PIC X(66).
           05  FILLER                PIC X(12) VALUE SPACES.

       01  WS-LATT-TIRET.
           05  FILLER                PIC X(66) VALUE ALL '-'.
           05  FILLER                PIC X(12) VALUE SPACES.

       01  WS-LATT-INTITULE.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FILLER                PIC X(11) VALUE 'EVENEMENT'.
           05  FILLER                PIC X(07) VALUE 'REF.'.
           05  FILLER                PIC X(02) VALUE 'C'.
           05  FILLER                PIC X(11) VALUE 'COMPTE'.
           05  FILLER                PIC X(09) VALUE 'DEMAND.'.
           05  FILLER                PIC X(09) VALUE 'VALID.'.
           05  FILLER                PIC X(11) VALUE 'DATE DEM.'.
           05  FILLER                PIC X(03) VALUE 'AGE'.
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-LATT-DETAIL.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LATT-EVT-ED        PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LATT-REF-ED        PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LATT-CODE-ED       PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LATT-CPT-ED        PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LATT-OPE-DEM-ED    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LATT-OPE-VAL-ED    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LATT-DATE-DEM-ED   PIC 99/99/9999.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LATT-AGE-ED        PIC ZZ9.
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-LATT-OBS.
           05  FILLER                PIC X(12) VALUE SPACES.
           05  WS-LATT-MOTIF-ED      PIC X(45).
           05  FILLER                PIC X(21) VALUE SPACES.

       01  WS-LATT-NEANT.
           05  FILLER                PIC X(45) VALUE
               '   AUCUNE'.
           05  FILLER                PIC X(33) VALUE SPACES.

       01  WS-LATT-NB.
           05  WS-LATT-NB-LIB-ED     PIC X(54).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LATT-NB-TOT-ED     PIC ZZZ.ZZ9.
           05  FILLER                PIC X(15) VALUE SPACES.

       01  WS-LATT-INTERL            PIC X(78) VALUE SPACES.

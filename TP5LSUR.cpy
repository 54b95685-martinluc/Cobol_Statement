      *===============================================================*
      *--      LIGNES EDITEES DE L'ETAT DE SURVEILLANCE ETASURV     --*
      *--      (MOUVEMENTS INHABITUELS, ADSOTP24, 78 CARACTERES)    --*
      *---------------------------------------------------------------*
      *  ENTETE ET PARAMETRES RETENUS, CARTES DE LEVEE REJETEES, PUIS *
      *  LES ALERTES DU JOUR CLASSEES PAR GRAVITE (LA PLUS FORTE EN   *
      *  TETE) ET PAR COMPTE : UNE LIGNE DE DONNEES ET UNE LIGNE      *
      *  D'OBSERVATION PAR ALERTE. UN RECAPITULATIF PAR TYPE TERMINE  *
      *  L'ETAT.                                                      *
      *---------------------------------------------------------------*
      *
       01  WS-LSUR-ASTER             PIC X(78) VALUE ALL '*'.

       01  WS-LSUR-TITRE.
           05  FILLER                PIC X(78) VALUE
               '*   SURVEILLANCE DES MOUVEMENTS INHABITUELS         *'.

       01  WS-LSUR-DATE.
           05  FILLER                PIC X(20) VALUE
               'DATE DU PASSAGE   : '.
           05  WS-LSUR-JJ-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LSUR-MM-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LSUR-AA-ED         PIC 99.
           05  FILLER                PIC X(15) VALUE
               '   FENETRE DU '.
           05  WS-LSUR-FEN-DEB-ED    PIC 99/99/9999.
           05  FILLER                PIC X(25) VALUE SPACES.

       01  WS-LSUR-PRM-MNT.
           05  WS-LSUR-PRM-MNT-LIB   PIC X(40).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LSUR-PRM-MNT-ED    PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(23) VALUE SPACES.

       01  WS-LSUR-PRM-NB.
           05  WS-LSUR-PRM-NB-LIB    PIC X(40).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LSUR-PRM-NB-ED     PIC ZZZZ9.
           05  FILLER                PIC X(31) VALUE SPACES.

       01  WS-LSUR-PRM-FACT.
           05  WS-LSUR-PRM-FACT-LIB  PIC X(40).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LSUR-PRM-FACT-ED   PIC Z9,9.
           05  FILLER                PIC X(32) VALUE SPACES.

       01  WS-LSUR-SECTION.
           05  WS-LSUR-SECTION-ED    PIC X(66).
           05  FILLER                PIC X(12) VALUE SPACES.

       01  WS-LSUR-TIRET.
           05  FILLER                PIC X(66) VALUE ALL '-'.
           05  FILLER                PIC X(12) VALUE SPACES.

      *    CARTE DE LEVEE REJETEE.
       01  WS-LSUR-LEV-REJ.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-LSUR-LEV-CLE-ED    PIC X(22).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSUR-LEV-OPE-ED    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSUR-LEV-MOTIF-ED  PIC X(43).

      *    RUPTURE DE GRAVITE.
       01  WS-LSUR-GRAVITE.
           05  FILLER                PIC X(08) VALUE 'GRAVITE '.
           05  WS-LSUR-GRAV-NUM-ED   PIC 9(01).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  WS-LSUR-GRAV-LIB-ED   PIC X(10).
           05  FILLER                PIC X(56) VALUE SPACES.

       01  WS-LSUR-INTITULE.
           05  FILLER                PIC X(39) VALUE
               ' T COMPTE     NOM CLIENT     DATE MVT  '.
           05  FILLER                PIC X(39) VALUE
               '        MONTANT    NB S'.

       01  WS-LSUR-DETAIL.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSUR-TYPE-ED       PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSUR-CPT-ED        PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSUR-NOM-ED        PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSUR-DOPER-ED      PIC 99/99/9999.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSUR-MNT-ED        PIC ---.---.--9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSUR-NB-ED         PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSUR-STATUT-ED     PIC X(01).
           05  FILLER                PIC X(16) VALUE SPACES.

       01  WS-LSUR-OBS.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WS-LSUR-OBS-LIB-ED    PIC X(30).
           05  FILLER                PIC X(13) VALUE
               ' REFERENCE : '.
           05  WS-LSUR-OBS-REF-ED    PIC ---.---.--9,99.
           05  FILLER                PIC X(15) VALUE SPACES.

       01  WS-LSUR-NEANT.
           05  FILLER                PIC X(45) VALUE
               '   AUCUNE ALERTE'.
           05  FILLER                PIC X(33) VALUE SPACES.

      *    RECAPITULATIF FINAL : UNE LIGNE PAR TYPE D'ALERTE.
       01  WS-LSUR-RECAP.
           05  FILLER                PIC X(05) VALUE 'TYPE '.
           05  WS-LSUR-REC-TYPE-ED   PIC X(01).
           05  FILLER                PIC X(03) VALUE ' : '.
           05  WS-LSUR-REC-LIB-ED    PIC X(45).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LSUR-REC-NB-ED     PIC ZZZ.ZZ9.
           05  FILLER                PIC X(15) VALUE SPACES.

       01  WS-LSUR-NB.
           05  WS-LSUR-NB-LIB-ED     PIC X(54).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LSUR-NB-TOT-ED     PIC ZZZ.ZZ9.
           05  FILLER                PIC X(15) VALUE SPACES.

       01  WS-LSUR-REFUS.
           05  FILLER                PIC X(20) VALUE
               'PASSAGE REFUSE    : '.
           05  WS-LSUR-REFUS-ED      PIC X(58).

       01  WS-LSUR-INTERL            PIC X(78) VALUE SPACES.

      *===============================================================*
      *--      LIGNES EDITEES DE L'ETAT D'AUDIT DE COHERENCE        --*
      *--      ENTRE FICHIERS ETAAUD (ADSOTP23, 78 CARACTERES)      --*
      *---------------------------------------------------------------*
      *  UN GROUPE PAR TYPE D'INCOHERENCE : TITRE DU GROUPE, UNE      *
      *  LIGNE PAR CAS (NOM, COMPTE, NOMBRE D'ENREGISTREMENTS         *
      *  CONCERNES, OBSERVATION), NOMBRE DE CAS ET NOMBRE DE CAS      *
      *  COUVERTS PAR UNE CARTE DE CORRECTION. UN RECAPITULATIF PAR   *
      *  TYPE TERMINE L'ETAT.                                         *
      *---------------------------------------------------------------*
      *
       01  WS-LAUD-ASTER             PIC X(78) VALUE ALL '*'.

       01  WS-LAUD-TITRE.
           05  FILLER                PIC X(78) VALUE
               '*   AUDIT DE COHERENCE DES FICHIERS DE LA CHAINE    *'.

       01  WS-LAUD-DATE.
           05  FILLER                PIC X(20) VALUE
               'DATE DU CONTROLE  : '.
           05  WS-LAUD-JJ-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LAUD-MM-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LAUD-AA-ED         PIC 99.
           05  FILLER                PIC X(50) VALUE SPACES.

       01  WS-LAUD-GROUPE.
           05  FILLER                PIC X(05) VALUE 'TYPE '.
           05  WS-LAUD-GRP-NUM-ED    PIC 9(01).
           05  FILLER                PIC X(03) VALUE ' : '.
           05  WS-LAUD-GRP-LIB-ED    PIC X(45).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LAUD-GRP-FIC-ED    PIC X(08).
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-LAUD-TIRET.
           05  FILLER                PIC X(66) VALUE ALL '-'.
           05  FILLER                PIC X(12) VALUE SPACES.

       01  WS-LAUD-INTITULE.
           05  FILLER                PIC X(37) VALUE
               '   NOM CLIENT     COMPTE      NB ENR '.
           05  FILLER                PIC X(41) VALUE
               'OBSERVATION'.

       01  WS-LAUD-DETAIL.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-LAUD-NOM-ED        PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAUD-CPT-ED        PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAUD-NB-ED         PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAUD-OBS-ED        PIC X(41).

       01  WS-LAUD-ABSENT.
           05  FILLER                PIC X(45) VALUE
               '   FICHIER ABSENT - CONTROLE NON EFFECTUE'.
           05  FILLER                PIC X(33) VALUE SPACES.

       01  WS-LAUD-NEANT.
           05  FILLER                PIC X(45) VALUE
               '   AUCUNE INCOHERENCE'.
           05  FILLER                PIC X(33) VALUE SPACES.

       01  WS-LAUD-NB-GROUPE.
           05  FILLER                PIC X(23) VALUE
               '   NOMBRE DE CAS     : '.
           05  WS-LAUD-NBG-CAS-ED    PIC ZZZ.ZZ9.
           05  FILLER                PIC X(23) VALUE
               '   COUVERTS PAR CARTE: '.
           05  WS-LAUD-NBG-CRT-ED    PIC ZZZ.ZZ9.
           05  FILLER                PIC X(18) VALUE SPACES.

      *    RECAPITULATIF FINAL : UNE LIGNE PAR TYPE.
       01  WS-LAUD-RECAP.
           05  FILLER                PIC X(05) VALUE 'TYPE '.
           05  WS-LAUD-REC-NUM-ED    PIC 9(01).
           05  FILLER                PIC X(03) VALUE ' : '.
           05  WS-LAUD-REC-LIB-ED    PIC X(45).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LAUD-REC-NB-ED     PIC ZZZ.ZZ9.
           05  FILLER                PIC X(15) VALUE SPACES.

       01  WS-LAUD-NB.
           05  WS-LAUD-NB-LIB-ED     PIC X(54).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LAUD-NB-TOT-ED     PIC ZZZ.ZZ9.
           05  FILLER                PIC X(15) VALUE SPACES.

       01  WS-LAUD-CONCL.
           05  FILLER                PIC X(20) VALUE
               'CONCLUSION        : '.
           05  WS-LAUD-CONCL-ED      PIC X(58).

       01  WS-LAUD-INTERL            PIC X(78) VALUE SPACES.

      *===============================================================*
      *--      LIGNES EDITEES POUR L'ETAT DES ECHEANCES ETAECH      --*
      *--      (GENERATEUR DES ORDRES PERMANENTS ADSOTP20)          --*
      *---------------------------------------------------------------*
      *
       01  WS-LECH-ASTER             PIC X(78) VALUE ALL '*'.

       01  WS-LECH-TITRE.
           05  FILLER                PIC X(78) VALUE
               '*   ETAT DES ECHEANCES D''ORDRES PERMANENTS          *'.

       01  WS-LECH-SECTION.
           05  WS-LECH-SECT-ED       PIC X(78).

       01  WS-LECH-INTITULE.
           05  FILLER                PIC X(39) VALUE
               'COMPTE     ORD DATE       S      MONTAN'.
           05  FILLER                PIC X(39) VALUE
               'T LIBELLE              SITUATION       '.

       01  WS-LECH-DETAIL.
           05  WS-LECH-CPT-ED        PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LECH-ORD-ED        PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LECH-DATE-ED       PIC 99/99/9999.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LECH-SENS-ED       PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LECH-MNT-ED        PIC Z.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LECH-LIB-ED        PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LECH-SITU-ED       PIC X(16).

       01  WS-LECH-NOMBRE.
           05  WS-LECH-NB-LIB-ED     PIC X(34).
           05  WS-LECH-NB-ED         PIC ZZZ.ZZ9.
           05  FILLER                PIC X(37) VALUE SPACES.

       01  WS-LECH-TOTAL.
           05  WS-LECH-TOT-LIB-ED    PIC X(34).
           05  WS-LECH-TOT-MNT-ED    PIC ---.---.---.--9,99.
           05  FILLER                PIC X(26) VALUE SPACES.

       01  WS-LECH-INTERL            PIC X(78) VALUE SPACES.

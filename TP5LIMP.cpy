      *===============================================================*
      *--      LIGNES EDITEES POUR L'ETAT D'IMPUTATION ETAIMP       --*
      *--      (IMPUTATION DES MOUVEMENTS AU SOLDE, ADSOTP17)       --*
      *---------------------------------------------------------------*
      *
       01  WS-LIMP-ASTER             PIC X(78) VALUE ALL '*'.

       01  WS-LIMP-TITRE.
           05  FILLER                PIC X(78) VALUE
               '*   ETAT D''IMPUTATION DES MOUVEMENTS AUX SOLDES    *'.

       01  WS-LIMP-INTITULE.
           05  FILLER                PIC X(39) VALUE
               'COMPTE     CLIENT          SOLDE AVANT'.
           05  FILLER                PIC X(39) VALUE
               '      DEBITS      CREDITS  SOLDE APRES'.

       01  WS-LIMP-DETAIL.
           05  WS-LIMP-CPT-ED        PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LIMP-NOM-ED        PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LIMP-AVANT-ED      PIC -.---.--9,99.
           05  WS-LIMP-DEB-ED        PIC ZZ.ZZZ.ZZ9,99.
           05  WS-LIMP-CRE-ED        PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LIMP-APRES-ED      PIC -.---.--9,99.
           05  FILLER                PIC X(01) VALUE SPACE.

       01  WS-LIMP-ANO.
           05  FILLER                PIC X(09) VALUE 'COMPTE : '.
           05  WS-LIMP-ANO-CPT-ED    PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LIMP-ANO-MOTIF-ED  PIC X(45).
           05  FILLER                PIC X(13) VALUE SPACES.

       01  WS-LIMP-TOTAL.
           05  WS-LIMP-TOT-LIB-ED    PIC X(34).
           05  WS-LIMP-TOT-MNT-ED    PIC ---.---.---.--9,99.
           05  FILLER                PIC X(26) VALUE SPACES.

       01  WS-LIMP-NOMBRE.
           05  WS-LIMP-NB-LIB-ED     PIC X(34).
           05  WS-LIMP-NB-ED         PIC ZZZ.ZZ9.
           05  FILLER                PIC X(37) VALUE SPACES.

       01  WS-LIMP-INTERL            PIC X(78) VALUE SPACES.

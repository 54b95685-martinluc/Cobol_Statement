      *===============================================================*
      *--      LIGNES EDITEES POUR L'ETAT DE CALCUL ETAAGI          --*
      *--      (AGIOS DE FIN DE PERIODE, ADSOTP18)                  --*
      *---------------------------------------------------------------*
      *
       01  WS-LAGI-ASTER             PIC X(78) VALUE ALL '*'.

       01  WS-LAGI-TITRE.
           05  FILLER                PIC X(78) VALUE
               '*   ETAT DE CALCUL DES AGIOS DE LA PERIODE         *'.

       01  WS-LAGI-PERIODE.
           05  FILLER                PIC X(30) VALUE
               'PERIODE CALCULEE             :'.
           05  FILLER                PIC X(04) VALUE ' DU '.
           05  WS-LAGI-PER-DEB-ED    PIC 99/99/9999.
           05  FILLER                PIC X(04) VALUE ' AU '.
           05  WS-LAGI-PER-FIN-ED    PIC 99/99/9999.
           05  FILLER                PIC X(20) VALUE SPACES.

       01  WS-LAGI-TAUX.
           05  WS-LAGI-TAUX-LIB-ED   PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAGI-TAUX-ED       PIC Z9,9999.
           05  FILLER                PIC X(40) VALUE ' %'.

       01  WS-LAGI-FRAIS.
           05  WS-LAGI-FRAIS-LIB-ED  PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LAGI-FRAIS-ED      PIC ZZ.ZZ9,99.
           05  FILLER                PIC X(38) VALUE SPACES.

       01  WS-LAGI-COMPTE.
           05  FILLER                PIC X(09) VALUE 'COMPTE : '.
           05  WS-LAGI-CPT-ED        PIC 9(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LAGI-NOM-ED        PIC X(14).
           05  FILLER                PIC X(11) VALUE '  STATUT : '.
           05  WS-LAGI-STATUT-ED     PIC X(01).
           05  FILLER                PIC X(31) VALUE SPACES.

       01  WS-LAGI-SEGMENT.
           05  FILLER                PIC X(06) VALUE '   DU '.
           05  WS-LAGI-SEG-DEB-ED    PIC 99.
           05  FILLER                PIC X(04) VALUE ' AU '.
           05  WS-LAGI-SEG-FIN-ED    PIC 99.
           05  FILLER                PIC X(08) VALUE '  SOLDE '.
           05  WS-LAGI-SEG-SOLDE-ED  PIC -.---.--9,99.
           05  FILLER                PIC X(08) VALUE '  JOURS '.
           05  WS-LAGI-SEG-JOURS-ED  PIC Z9.
           05  FILLER                PIC X(20) VALUE
               '  NOMBRES DEBITEURS '.
           05  WS-LAGI-SEG-NOMB-ED   PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LAGI-CALCUL.
           05  FILLER                PIC X(27) VALUE
               '   TOTAL NOMBRES DEBITEURS '.
           05  WS-LAGI-CAL-NOMB-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(08) VALUE ' X TAUX '.
           05  WS-LAGI-CAL-TAUX-ED   PIC Z9,9999.
           05  FILLER                PIC X(19) VALUE ' % / 36500'.

       01  WS-LAGI-CHARGE.
           05  FILLER                PIC X(06) VALUE '   => '.
           05  WS-LAGI-CHG-LIB-ED    PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LAGI-CHG-MNT-ED    PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(37) VALUE SPACES.

       01  WS-LAGI-TOTAL.
           05  WS-LAGI-TOT-LIB-ED    PIC X(34).
           05  WS-LAGI-TOT-MNT-ED    PIC ---.---.---.--9,99.
           05  FILLER                PIC X(26) VALUE SPACES.

       01  WS-LAGI-NOMBRE.
           05  WS-LAGI-NB-LIB-ED     PIC X(34).
           05  WS-LAGI-NB-ED         PIC ZZZ.ZZ9.
           05  FILLER                PIC X(37) VALUE SPACES.

       01  WS-LAGI-REFUS.
           05  FILLER                PIC X(17) VALUE
               'PASSAGE REFUSE : '.
           05  WS-LAGI-REFUS-ED      PIC X(45).
           05  FILLER                PIC X(16) VALUE SPACES.

       01  WS-LAGI-INTERL            PIC X(78) VALUE SPACES.

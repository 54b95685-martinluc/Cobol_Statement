      *===============================================================*
      *--     LIGNES EDITEES DES ETATS DE SAUVEGARDE ETASNP         --*
      *--     (ADSOTP25) ET DE RESTAURATION ETARES (ADSOTP26)       --*
      *---------------------------------------------------------------*
      *  ENTETE (DATE DU PASSAGE, GENERATION TRAITEE ET SON FICHIER), *
      *  UNE LIGNE PAR FICHIER DE LA CHAINE (NOMBRE D'ENREGISTREMENTS *
      *  ET MONTANT DE CONTROLE ; POUR LA RESTAURATION, VALEURS DU    *
      *  CATALOGUE FACE AUX VALEURS RELUES APRES RECHARGEMENT), LA    *
      *  LISTE DES GENERATIONS DU CATALOGUE ET LE RESULTAT DU PASSAGE *
      *  A JOINDRE AU RAPPORT D'INCIDENT.                             *
      *---------------------------------------------------------------*
      *
       01  WS-LSNP-ASTER             PIC X(78) VALUE ALL '*'.

       01  WS-LSNP-TITRE-SAV.
           05  FILLER                PIC X(78) VALUE
               '*   SAUVEGARDE DES FICHIERS DE LA CHAINE            *'.

       01  WS-LSNP-TITRE-RES.
           05  FILLER                PIC X(78) VALUE
               '*   RESTAURATION DES FICHIERS DE LA CHAINE          *'.

       01  WS-LSNP-DATE.
           05  FILLER                PIC X(20) VALUE
               'DATE DU PASSAGE   : '.
           05  WS-LSNP-JJ-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LSNP-MM-ED         PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LSNP-AA-ED         PIC 99.
           05  FILLER                PIC X(16) VALUE
               '   GENERATION : '.
           05  WS-LSNP-GEN-ED        PIC 9(04).
           05  FILLER                PIC X(06) VALUE ' DU : '.
           05  WS-LSNP-DGEN-ED       PIC 99/99/9999.
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-LSNP-NOM.
           05  FILLER                PIC X(20) VALUE
               'FICHIER GENERATION: '.
           05  WS-LSNP-NOM-ED        PIC X(17).
           05  FILLER                PIC X(41) VALUE SPACES.

       01  WS-LSNP-PRM.
           05  WS-LSNP-PRM-LIB       PIC X(40).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LSNP-PRM-ED        PIC ZZZ9.
           05  FILLER                PIC X(32) VALUE SPACES.

       01  WS-LSNP-SECTION.
           05  WS-LSNP-SECTION-ED    PIC X(66).
           05  FILLER                PIC X(12) VALUE SPACES.

       01  WS-LSNP-TIRET.
           05  FILLER                PIC X(66) VALUE ALL '-'.
           05  FILLER                PIC X(12) VALUE SPACES.

      *    FICHIERS SAUVEGARDES (ADSOTP25).
       01  WS-LSNP-INTITULE-SAV.
           05  FILLER                PIC X(39) VALUE
               ' FICHIER  ETAT     ENREG.    MONTANT DE'.
           05  FILLER                PIC X(39) VALUE
               ' CONTROLE'.

       01  WS-LSNP-DETAIL.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-FIC-ED        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-ETAT-ED       PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-NB-ED         PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-MNT-ED        PIC ---.---.---.--9,99.
           05  FILLER                PIC X(34) VALUE SPACES.

      *    CONTROLE APRES RECHARGEMENT (ADSOTP26).
       01  WS-LSNP-INTITULE-RES.
           05  FILLER                PIC X(39) VALUE
               ' FICHIER  ATTENDU   MONTANT ATTENDU    '.
           05  FILLER                PIC X(39) VALUE
               ' RELU      MONTANT RELU   VERDICT'.

       01  WS-LSNP-CONTROLE.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-CTL-FIC-ED    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-CTL-NB-ATT-ED PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-CTL-MNT-ATT-ED
                                     PIC ---.---.---.--9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-CTL-NB-LU-ED  PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-CTL-MNT-LU-ED PIC ---.---.---.--9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LSNP-CTL-VERDICT-ED
                                     PIC X(05).
           05  FILLER                PIC X(08) VALUE SPACES.

      *    GENERATIONS DU CATALOGUE.
       01  WS-LSNP-INTITULE-GEN.
           05  FILLER                PIC X(39) VALUE
               ' GEN. DATE       STATUT         ENREG.'.
           05  FILLER                PIC X(39) VALUE
               ' OBSERVATION'.

       01  WS-LSNP-GEN.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-GEN-NUM-ED    PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-GEN-DATE-ED   PIC 99/99/9999.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-GEN-STATUT-ED PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LSNP-GEN-NB-ED     PIC ZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LSNP-GEN-OBS-ED    PIC X(38).

       01  WS-LSNP-NEANT.
           05  FILLER                PIC X(45) VALUE
               '   AUCUNE'.
           05  FILLER                PIC X(33) VALUE SPACES.

       01  WS-LSNP-MESSAGE.
           05  WS-LSNP-MSG-LIB-ED    PIC X(20).
           05  WS-LSNP-MSG-ED        PIC X(58).

       01  WS-LSNP-INTERL            PIC X(78) VALUE SPACES.

      *===============================================================*
      *--       LIGNES EDITEES POUR L'ETAT DES REJETS ETAORD        --*
      *--       (MISES A JOUR FORDPERM REFUSEES PAR ADSOTP19)       --*
      *---------------------------------------------------------------*
      *
       01  WS-LORD-ASTER             PIC X(78) VALUE ALL '*'.

       01  WS-LORD-TITRE.
           05  FILLER                PIC X(78) VALUE
               '*   ETAT DES MISES A JOUR FORDPERM REJETEES          *'.

       01  WS-LORD-ERREUR.
           05  FILLER                PIC X(09) VALUE 'REJET N.'.
           05  WS-LORD-NUM-ED        PIC 9(04).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  WS-LORD-MOTIF-ED      PIC X(45).
           05  FILLER                PIC X(17) VALUE SPACES.

       01  WS-LORD-ENR1.
           05  FILLER                PIC X(78) VALUE
               'CARTE EN ERREUR :'.

       01  WS-LORD-ENR2.
           05  WS-LORD-ENR-ED        PIC X(78).

       01  WS-LORD-INTERL            PIC X(78) VALUE SPACES.

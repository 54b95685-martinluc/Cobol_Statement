      *===============================================================*
      *--     ZONE DE TRAVAIL ASSOCIEE A L'ENREGISTREMENT FSNAPCAT  --*
      *--     (CATALOGUE DES GENERATIONS DE SAUVEGARDE)             --*
      *---------------------------------------------------------------*
      *  RECOPIE DETAILLEE DE FS-ENRG-FSNAPCAT (VOIR READ ... INTO)   *
      *---------------------------------------------------------------*
      *  UN ENREGISTREMENT PAR GENERATION, CLE = NUMERO DE            *
      *  GENERATION, CROISSANT. LE NOM DU FICHIER DE LA GENERATION    *
      *  (SNAP + DATE SSAAMMJJ + G + NUMERO) EST CONSTRUIT A PARTIR   *
      *  DE CES DEUX ZONES. LES CINQ POSTES DE FICHIER SUIVENT        *
      *  L'ORDRE DE LA GENERATION (VOIR TP5SNAP).                     *
      *  STATUT 'I' : SAUVEGARDE EN COURS OU INTERROMPUE, JAMAIS      *
      *               RESTAUREE                                       *
      *         'A' : GENERATION COMPLETE, RESTAURABLE                *
      *         'P' : GENERATION PURGEE (AU-DELA DU NOMBRE DE         *
      *               GENERATIONS CONSERVEES), FICHIER VIDE           *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-CAT.
           05  WS-CAT-GEN              PIC 9(04).
           05  WS-CAT-STATUT           PIC X(01).
               88  CAT-INCOMPLETE          VALUE 'I'.
               88  CAT-ACTIVE              VALUE 'A'.
               88  CAT-PURGEE              VALUE 'P'.
           05  WS-CAT-DATE             PIC 9(08).
           05  WS-CAT-DATE-PURGE       PIC 9(08).
           05  WS-CAT-DATE-RESTAUR     PIC 9(08).
           05  WS-CAT-NB-RESTAUR       PIC 9(03).
           05  WS-CAT-FICHIER          OCCURS 5.
               10  WS-CAT-FIC-CODE     PIC X(01).
               10  WS-CAT-FIC-PRES     PIC X(01).
               10  WS-CAT-FIC-NB       PIC 9(07).
               10  WS-CAT-FIC-MNT      PIC S9(11)V99.
           05  WS-CAT-NB-TOTAL         PIC 9(08).
           05  FILLER                  PIC X(10).

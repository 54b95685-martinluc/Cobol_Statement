      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSOTP24                                  *
      *  NOM DU REDACTEUR : CREAX                                     *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * SURVEILLANCE QUOTIDIENNE DES MOUVEMENTS POUR LE SERVICE       *
      * CONFORMITE. SONT EXAMINES LES MOUVEMENTS 'M' DE FMOUVT DATES  *
      * DANS LA FENETRE DES N DERNIERS JOURS (CARTE PARAMETRE). SONT  *
      * SIGNALES :                                                    *
      *  - TOUT MOUVEMENT SUR UN COMPTE GELE ('G') ;                  *
      *  - LES MONTANTS RONDS REPETES JUSTE SOUS LE SEUIL DE          *
      *    DECLARATION (FRACTIONNEMENT) ;                             *
      *  - TOUT MOUVEMENT AU MOINS EGAL AU SEUIL ;                    *
      *  - LA REPRISE D'ACTIVITE D'UN COMPTE SANS MOUVEMENT DEPUIS    *
      *    PLUSIEURS MOIS ;                                           *
      *  - UN NOMBRE OU UN CUMUL DE MOUVEMENTS SUR LA FENETRE TRES    *
      *    SUPERIEUR AU NIVEAU HABITUEL DU COMPTE, MESURE SUR LES     *
      *    MOUVEMENTS 'M' ANTERIEURS (HISTORIQUE FMVTHIST, DONT LES   *
      *    ENREGISTREMENTS DE SOLDE 'S' SONT ECARTES, ET FMOUVT).     *
      * CHAQUE ALERTE VA AU FICHIER MACHINE FALERTE (TP5ALRT) ET A    *
      * L'ETAT ETASURV, CLASSE PAR GRAVITE. UNE ALERTE LEVEE PAR LA   *
      * CONFORMITE (CARTE FCARTLEV, INSCRITE AU REGISTRE FALRLEV)     *
      * N'EST PLUS REEMISE. LE PASSAGE NE MODIFIE AUCUN FICHIER DE LA *
      * CHAINE.                                                       *
      *---------------------------------------------------------------*
      * CARTE PARAMETRE (CHAQUE ZONE A BLANC OU A ZERO PREND SA       *
      * VALEUR PAR DEFAUT) :                                          *
      *  SEUIL DE DECLARATION 9(7)V99  (10 000,00)                    *
      *  FENETRE EN JOURS     9(3)     (7)                            *
      *  FACTEUR D'ECART      9(2)V9   (3,0 FOIS LE NIVEAU HABITUEL)  *
      *  NOMBRE MINIMUM       9(3)     (5 MOUVEMENTS SUR LA FENETRE)  *
      *  DORMANCE EN MOIS     9(2)     (6, MOIS DE 30 JOURS)          *
      *  UNITE D'ARRONDI      9(5)     (100)                          *
      *  MARGE SOUS LE SEUIL  9(2)     (10 %)                         *
      *  REPETITIONS          9(2)     (2 MONTANTS RONDS)             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS --               *
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ADSOTP24.
      *
      *                  ==============================               *
      *=================<  ENVIRONMENT      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
      *======================
       CONFIGURATION SECTION.
      *======================
      *
      *--------------
       SPECIAL-NAMES.
      *--------------
           DECIMAL-POINT IS COMMA.
      *
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
      *                      -------------------------------------------
      *
           SELECT  FCPTE               ASSIGN TO INP001
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FS-NUM-CPT
                   ALTERNATE RECORD KEY IS FS-NOM-CLI
                                      WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FS-DMAJ
                                      WITH DUPLICATES
                   FILE STATUS         IS WS-FS-FCPTE.
      *
      *                      -------------------------------------------
      *
           SELECT  FMOUVT              ASSIGN TO MVTCPT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FM-CLE-MVT
                   FILE STATUS         IS WS-FS-FMOUVT.
      *
      *                      -------------------------------------------
      *
           SELECT  FMVTHIST            ASSIGN TO MVTHIST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FMVTHIST.
      *
      *                      -------------------------------------------
      *
           SELECT  FALRLEV             ASSIGN TO ALRLEV
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LEV-CLE
                   FILE STATUS         IS WS-FS-FALRLEV.
      *
      *                      -------------------------------------------
      *
           SELECT  FCARTLEV            ASSIGN TO CARTLEV
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FCARTLEV.
      *
      *                      -------------------------------------------
      *
           SELECT  FALERTE             ASSIGN TO ALERTE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FALERTE.
      *
      *                      -------------------------------------------
      *
           SELECT  ETASURV             ASSIGN TO ETATSURV
                   FILE STATUS         IS WS-FS-ETASURV.
      *
      *                      -------------------------------------------
      *
           SELECT  FTRI                ASSIGN TO SORTWK.
      *
      *                      -------------------------------------------
      *
           SELECT  FTRIALR             ASSIGN TO SORTWK2.
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
      *                      -------------------------------------------
      *
       FD  FCPTE.
       01  FS-ENRG-FCPTE.
           05  FS-NUM-CPT        PIC 9(10).
           05  FS-NOM-CLI        PIC X(14).
           05  FS-DCREA.
               10  FS-DCREA-SS   PIC 9(02).
               10  FS-DCREA-AA   PIC 9(02).
               10  FS-DCREA-MM   PIC 9(02).
               10  FS-DCREA-JJ   PIC 9(02).
           05  FS-DMAJ.
               10  FS-DMAJ-SS    PIC 9(02).
               10  FS-DMAJ-AA    PIC 9(02).
               10  FS-DMAJ-MM    PIC 9(02).
               10  FS-DMAJ-JJ    PIC 9(02).
           05  FS-SOLDE          PIC S9(7)V99.
           05  FS-STATUT         PIC X(01).
      *
      *                      -------------------------------------------
      *
       FD  FMOUVT.
       01  FS-ENRG-FMOUVT.
           05  FM-CLE-MVT.
               10  FM-MVT-CPT        PIC 9(10).
               10  FM-MVT-DOPER      PIC 9(08).
               10  FM-MVT-SEQ        PIC 9(03).
           05  FM-MVT-TYPE           PIC X(01).
           05  FM-MVT-SENS           PIC X(01).
           05  FM-MVT-MONTANT        PIC 9(7)V99.
           05  FM-MVT-LIBELLE        PIC X(20).
      *
      *                      -------------------------------------------
      *
       FD  FMVTHIST.
       01  FS-ENRG-FMVTHIST      PIC X(52).
      *
      *                      -------------------------------------------
      *
      *                      REGISTRE PERMANENT DES ALERTES LEVEES PAR
      *                      LA CONFORMITE, CLE = REFERENCE DE
      *                      L'ALERTE (WS-ALR-CLE DE TP5ALRT).
       FD  FALRLEV.
       01  FS-ENRG-FALRLEV.
           05  LEV-CLE.
               10  LEV-TYPE          PIC X(01).
               10  LEV-CPT           PIC 9(10).
               10  LEV-DOPER         PIC 9(08).
               10  LEV-SEQ           PIC 9(03).
           05  LEV-DATE-RUN          PIC 9(06).
           05  LEV-OPERATEUR         PIC X(08).
           05  LEV-MOTIF             PIC X(30).
      *
      *                      -------------------------------------------
      *
      *                      CARTES DE LEVEE DU JOUR (TP5LEVC),
      *                      TERMINEES PAR '$$$'.
       FD  FCARTLEV.
       01  FS-ENRG-FCARTLEV      PIC X(80).
      *
      *                      -------------------------------------------
      *
       FD  FALERTE.
       01  FS-ENRG-FALERTE       PIC X(115).
      *
      *                      -------------------------------------------
      *
       FD  ETASURV.
       01  FS-ENRG-ETASURV       PIC X(78).
      *
      *                      -------------------------------------------
      *
      *                      MOUVEMENTS ANTERIEURS ET MOUVEMENTS DE LA
      *                      FENETRE, PAR COMPTE ET DATE D'OPERATION.
      *                      ORIGINE 'H' HISTORIQUE, 'C' FMOUVT.
       SD  FTRI.
       01  TRI-ENRG.
           05  TRI-NUM-CPT       PIC 9(10).
           05  TRI-DOPER         PIC 9(08).
           05  TRI-SEQ           PIC 9(03).
           05  TRI-ORIGINE       PIC X(01).
               88  TRI-HISTORIQUE    VALUE 'H'.
               88  TRI-COURANT       VALUE 'C'.
           05  TRI-SENS          PIC X(01).
           05  TRI-MONTANT       PIC 9(7)V99.
      *
      *                      -------------------------------------------
      *
      *                      ALERTES DU JOUR RECLASSEES PAR GRAVITE
      *                      POUR L'EDITION (IMAGE DE TP5ALRT).
       SD  FTRIALR.
       01  TRA-ENRG.
           05  TRA-GRAVITE       PIC 9(01).
           05  FILLER            PIC X(01).
           05  TRA-TYPE          PIC X(01).
           05  TRA-NUM-CPT       PIC 9(10).
           05  TRA-DOPER         PIC 9(08).
           05  TRA-SEQ           PIC 9(03).
           05  FILLER            PIC X(91).
      *
      *                      -------------------------------------------
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *
      *    FILE STATUS DEB   -------------------------------------------
      *
       01  WS-FS-FCPTE     PIC X(2).
           88  FIN-FCPTE               VALUE '10'.
           88  OK-FCPTE                VALUE '00'.
           88  DOUBLON-CS-FCPTE        VALUE '02'.
           88  ENR-FCPTE-NOK           VALUE '23'.

       01  WS-FS-FMOUVT    PIC X(2).
           88  FIN-FMOUVT              VALUE '10'.
           88  OK-FMOUVT               VALUE '00'.

       01  WS-FS-FMVTHIST  PIC X(2).
           88  FIN-FMVTHIST            VALUE '10'.
           88  OK-FMVTHIST             VALUE '00'.
           88  FMVTHIST-ABSENT         VALUE '35'.

       01  WS-FS-FALRLEV   PIC X(2).
           88  OK-FALRLEV              VALUE '00'.
           88  DOUBLON-FALRLEV         VALUE '22'.
           88  ENR-FALRLEV-NOK         VALUE '23'.
           88  FALRLEV-ABSENT          VALUE '35'.

       01  WS-FS-FCARTLEV  PIC X(2).
           88  FIN-FCARTLEV            VALUE '10'.
           88  OK-FCARTLEV             VALUE '00'.
           88  FCARTLEV-ABSENT         VALUE '35'.

       01  WS-FS-FALERTE   PIC X(2).
           88  OK-FALERTE              VALUE '00'.

       01  WS-FS-ETASURV   PIC X(2).
           88  OK-ETASURV              VALUE '00'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *
      *    CARTE PARAMETRE DE LA SURVEILLANCE  ------------------------
      *
       01  WS-ENR-PARM.
           05  WS-PRM-SEUIL            PIC 9(7)V99.
           05  WS-PRM-NB-JOURS         PIC 9(03).
           05  WS-PRM-FACTEUR          PIC 9(2)V9.
           05  WS-PRM-NB-MIN           PIC 9(03).
           05  WS-PRM-MOIS-DORM        PIC 9(02).
           05  WS-PRM-ARRONDI          PIC 9(05).
           05  WS-PRM-MARGE            PIC 9(02).
           05  WS-PRM-NB-REP           PIC 9(02).
           05  FILLER                  PIC X(51).

      *    VUE ALPHANUMERIQUE : UNE ZONE A BLANC PREND LE DEFAUT.
       01  WS-ENR-PARM-X  REDEFINES WS-ENR-PARM.
           05  WS-PRX-SEUIL            PIC X(09).
           05  WS-PRX-NB-JOURS         PIC X(03).
           05  WS-PRX-FACTEUR          PIC X(03).
           05  WS-PRX-NB-MIN           PIC X(03).
           05  WS-PRX-MOIS-DORM        PIC X(02).
           05  WS-PRX-ARRONDI          PIC X(05).
           05  WS-PRX-MARGE            PIC X(02).
           05  WS-PRX-NB-REP           PIC X(02).
           05  FILLER                  PIC X(51).

      *    BAS DE LA BANDE "JUSTE SOUS LE SEUIL" ET DUREE DE
      *    DORMANCE EN JOURS, DEDUITS DE LA CARTE.
       01  WS-SEUIL-BAS           PIC 9(7)V99   VALUE 0.

       01  WS-JOURS-DORM          PIC 9(05)     VALUE 0.
      *
      *    DATES DU PASSAGE  ------------------------------------------
      *
       01  WS-DATE-JOUR.
           05  WS-DATE-JOUR-AA    PIC 9(2).
           05  WS-DATE-JOUR-MM    PIC 9(2).
           05  WS-DATE-JOUR-JJ    PIC 9(2).

       01  WS-JOUR.
           05  WS-JOUR-SS         PIC 9(02) VALUE 20.
           05  WS-JOUR-AAMMJJ     PIC 9(06).

       01  WS-JOUR-NUM  REDEFINES WS-JOUR  PIC 9(08).

      *    PREMIER JOUR DE LA FENETRE (SSAAMMJJ) ET RANGS ABSOLUS
      *    DU JOUR ET DE CE PREMIER JOUR.
       01  WS-FEN-DEB             PIC 9(08)     VALUE 0.

       01  WS-FEN-DEB-RANG        PIC 9(07)     VALUE 0.

       01  WS-JOUR-RANG           PIC 9(07)     VALUE 0.

      *    RECUL D'UN JOUR CALENDAIRE (FENETRE).
       01  WS-VEI-DATE.
           05  WS-VEI-SS          PIC 9(02).
           05  WS-VEI-AA          PIC 9(02).
           05  WS-VEI-MM          PIC 9(02).
           05  WS-VEI-JJ          PIC 9(02).

       01  WS-VEI-NUM  REDEFINES WS-VEI-DATE  PIC 9(08).

       01  WS-VEI-RESTE           PIC 9(03)     VALUE 0.

       01  WS-JOURS-MOIS          PIC 9(02)     VALUE 0.

      *    RANG ABSOLU D'UNE DATE SSAAMMJJ : JOURS ECOULES DEPUIS UNE
      *    ORIGINE FIXE (REGLE DU DIVISIBLE PAR QUATRE), POUR LES
      *    ECARTS EN JOURS ENTRE DEUX DATES.
       01  WS-RNG-DATE.
           05  WS-RNG-SS          PIC 9(02).
           05  WS-RNG-AA          PIC 9(02).
           05  WS-RNG-MM          PIC 9(02).
           05  WS-RNG-JJ          PIC 9(02).

       01  WS-RNG-NUM  REDEFINES WS-RNG-DATE  PIC 9(08).

       01  WS-RNG-ANNEE           PIC 9(04)     VALUE 0.

       01  WS-RNG-BISSEXT         PIC 9(04)     VALUE 0.

       01  WS-RNG-RANG            PIC 9(07)     VALUE 0.

       01  WS-TAB-CUMUL-MOIS.
           05  FILLER             PIC 9(03) VALUE 000.
           05  FILLER             PIC 9(03) VALUE 031.
           05  FILLER             PIC 9(03) VALUE 059.
           05  FILLER             PIC 9(03) VALUE 090.
           05  FILLER             PIC 9(03) VALUE 120.
           05  FILLER             PIC 9(03) VALUE 151.
           05  FILLER             PIC 9(03) VALUE 181.
           05  FILLER             PIC 9(03) VALUE 212.
           05  FILLER             PIC 9(03) VALUE 243.
           05  FILLER             PIC 9(03) VALUE 273.
           05  FILLER             PIC 9(03) VALUE 304.
           05  FILLER             PIC 9(03) VALUE 334.

       01  WS-CUMUL-MOIS  REDEFINES WS-TAB-CUMUL-MOIS.
           05  WS-CUMUL-JOURS     PIC 9(03) OCCURS 12.

       01  WS-DATE-ED.
           05  WS-DATE-ED-JJ      PIC 9(02).
           05  WS-DATE-ED-MM      PIC 9(02).
           05  WS-DATE-ED-SSAA    PIC 9(04).

       01  WS-DATE-ED-NUM  REDEFINES WS-DATE-ED
                                  PIC 9(08).
      *
      *    COMPTE EN COURS DE SURVEILLANCE  ---------------------------
      *
       01  WS-SUR-CPT-CRS         PIC 9(10)     VALUE 0.

       01  WS-SUR-NOM             PIC X(14)     VALUE SPACES.

       01  WS-SUR-STATUT          PIC X(01)     VALUE SPACE.
           88  SUR-COMPTE-GELE        VALUE 'G'.

       01  WS-SUR-SOLDE           PIC S9(7)V99  VALUE 0.

       01  WS-SUR-CREA-RANG       PIC 9(07)     VALUE 0.

      *    NIVEAU HABITUEL : MOUVEMENTS ANTERIEURS A LA FENETRE.
       01  WS-SUR-BASE-NB         PIC 9(07)     VALUE 0.

       01  WS-SUR-BASE-TOT        PIC 9(11)V99  VALUE 0.

       01  WS-SUR-BASE-PREM       PIC 9(07)     VALUE 0.

       01  WS-SUR-BASE-JOURS      PIC 9(07)     VALUE 0.

       01  WS-SUR-USUEL-NB        PIC 9(07)V99  VALUE 0.

       01  WS-SUR-USUEL-TOT       PIC 9(11)V99  VALUE 0.

      *    ACTIVITE DE LA FENETRE.
       01  WS-SUR-FEN-NB          PIC 9(05)     VALUE 0.

       01  WS-SUR-FEN-TOT         PIC 9(11)V99  VALUE 0.

       01  WS-SUR-NOUV-NB         PIC 9(05)     VALUE 0.

       01  WS-SUR-DER-DOPER       PIC 9(08)     VALUE 0.

       01  WS-SUR-DER-SEQ         PIC 9(03)     VALUE 0.

       01  WS-SUR-FRAC-NB         PIC 9(05)     VALUE 0.

       01  WS-SUR-FRAC-TOT        PIC 9(11)V99  VALUE 0.

      *    RANG DU DERNIER MOUVEMENT VU SUR LE COMPTE (DORMANCE).
       01  WS-SUR-DER-RANG        PIC 9(07)     VALUE 0.

       01  WS-SUR-ECART           PIC 9(07)     VALUE 0.

       01  WS-SUR-ENTIER          PIC 9(07)     VALUE 0.

       01  WS-SUR-MNT-SIGNE       PIC S9(9)V99  VALUE 0.

       01  WS-SUR-MNT-ED          PIC S9(9)V99  VALUE 0.
      *
      *    COMPTEUR DEB      -------------------------------------------
      *
       01  WS-CPT-LU-HIST         PIC 9(7) VALUE 0.

       01  WS-CPT-LU-HIST-M       PIC 9(7) VALUE 0.

       01  WS-CPT-LU-MVT          PIC 9(7) VALUE 0.

       01  WS-CPT-NB-COMPTES      PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ACTIFS       PIC 9(6) VALUE 0.

       01  WS-CPT-ALR-G           PIC 9(6) VALUE 0.

       01  WS-CPT-ALR-F           PIC 9(6) VALUE 0.

       01  WS-CPT-ALR-M           PIC 9(6) VALUE 0.

       01  WS-CPT-ALR-R           PIC 9(6) VALUE 0.

       01  WS-CPT-ALR-V           PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ALERTES      PIC 9(6) VALUE 0.

       01  WS-CPT-NB-SUPPR        PIC 9(6) VALUE 0.

       01  WS-CPT-LEV-LUES        PIC 9(6) VALUE 0.

       01  WS-CPT-LEV-APPL        PIC 9(6) VALUE 0.

       01  WS-CPT-LEV-DEJA        PIC 9(6) VALUE 0.

       01  WS-CPT-LEV-REJ         PIC 9(6) VALUE 0.

      *    CODE RETOUR GRADUE REMIS A L'ORDONNANCEUR : 0 AUCUNE
      *    ALERTE, 4 ALERTES EMISES OU CARTE DE LEVEE REJETEE,
      *    8 PASSAGE REFUSE (CARTE PARAMETRE INVALIDE), 12 INCIDENT
      *    FICHIER.
       01  WS-CODE-RETOUR         PIC 9(2) VALUE 0.
      *
      *    COMPTEUR FIN      -------------------------------------------
      *
      *    AIGUILLAGE DEB    -------------------------------------------
      *
       01  WS-MOTIF-REFUS         PIC X(45) VALUE SPACES.

       01  WS-MOTIF-REJET         PIC X(43) VALUE SPACES.

       01  WS-SW-HIST             PIC 9 VALUE 0.
           88  HIST-DISPONIBLE        VALUE 1.

       01  WS-SW-LEV              PIC 9 VALUE 0.
           88  LEV-DISPONIBLE         VALUE 1.

       01  WS-SW-FIN-LEV          PIC 9 VALUE 0.
           88  FIN-LEVEES             VALUE 1.

       01  WS-SW-FIN-TRI          PIC 9 VALUE 0.
           88  FIN-TRI                VALUE 1.

       01  WS-SW-FIN-ALR          PIC 9 VALUE 0.
           88  FIN-ALERTES            VALUE 1.

       01  WS-SW-COMPTE           PIC 9 VALUE 0.
           88  COMPTE-EN-COURS        VALUE 1.

       01  WS-SW-DORM             PIC 9 VALUE 0.
           88  DORMANCE-SIGNALEE      VALUE 1.

       01  WS-GRAV-CRS            PIC 9 VALUE 0.
      *
      *    AIGUILLAGE FIN    -------------------------------------------
      *
      *    FICHIER COPIER DEB   ----------------------------------------
      *
       COPY TP5CPTE.

       COPY TP5MOUVT.

       COPY TP5ALRT.

       COPY TP5LEVC.

       COPY TP5LSUR.

      *    FICHIER COPIER FIN   ----------------------------------------
      *
      *    LIGNES DU COMPTE-RENDU DE FIN DE PROGRAMME  --------------
      *
       01  WS-LCRE-ASTER             PIC X(60) VALUE ALL '*'.

       01  WS-LCRE-TITRE.
           05  FILLER                PIC X(60) VALUE
               '*    RECAPITULATIF DE LA SURVEILLANCE               *'.

       01  WS-LCRE-DETAIL.
           05  FILLER                PIC X(02) VALUE '* '.
           05  WS-LCRE-DET-LIB-ED    PIC X(35).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LCRE-DET-TOT-ED    PIC ZZZ.ZZ9.
           05  FILLER                PIC X(14) VALUE SPACES.
      *
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME              *
      *               ==================================              *
      *---------------------------------------------------------------*
      *
       0000-PROGRAMME-DEB.
      *
      *
      *---------------------------------------------------------------*
      * OREILETTE DE GAUCHE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
           PERFORM 6000-OPEN-FCPTE-DEB
              THRU 6000-OPEN-FCPTE-FIN.
           PERFORM 6010-OPEN-FMOUVT-DEB
              THRU 6010-OPEN-FMOUVT-FIN.
           PERFORM 6020-OPEN-FMVTHIST-DEB
              THRU 6020-OPEN-FMVTHIST-FIN.
           PERFORM 6030-OPEN-FALRLEV-DEB
              THRU 6030-OPEN-FALRLEV-FIN.
           PERFORM 6040-OPEN-FCARTLEV-DEB
              THRU 6040-OPEN-FCARTLEV-FIN.
           PERFORM 6050-OPEN-FALERTE-DEB
              THRU 6050-OPEN-FALERTE-FIN.
           PERFORM 6060-OPEN-ETASURV-DEB
              THRU 6060-OPEN-ETASURV-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.
           MOVE WS-DATE-JOUR TO WS-JOUR-AAMMJJ.

           ACCEPT WS-ENR-PARM.
           PERFORM 1000-CONTROLE-PARM-DEB
              THRU 1000-CONTROLE-PARM-FIN.

           PERFORM 8000-TETE-SUR-DEB
              THRU 8000-TETE-SUR-FIN.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ALTERNATIVE)                    *
      * ==========================================                    *
      *---------------------------------------------------------------*
      *
           IF WS-MOTIF-REFUS NOT = SPACES
               PERFORM 8045-REFUS-SUR-DEB
                  THRU 8045-REFUS-SUR-FIN
               CLOSE FALERTE
           ELSE
               PERFORM 2000-LEVEES-DEB
                  THRU 2000-LEVEES-FIN
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ITERATION)                      *
      * ========================================                      *
      *---------------------------------------------------------------*
      *
               SORT FTRI ON ASCENDING KEY TRI-NUM-CPT
                                          TRI-DOPER
                                          TRI-SEQ
                                          TRI-ORIGINE
                    INPUT PROCEDURE IS 3000-CHARGER-DEB
                                    THRU 3000-CHARGER-FIN
                    OUTPUT PROCEDURE IS 4000-SURVEILLER-DEB
                                    THRU 4000-SURVEILLER-FIN
      *
      *        LE FICHIER D'ALERTES EST COMPLET : IL EST RELU PAR
      *        GRAVITE POUR L'EDITION.
               CLOSE FALERTE
               SORT FTRIALR ON ASCENDING KEY TRA-GRAVITE
                                             TRA-NUM-CPT
                                             TRA-TYPE
                                             TRA-DOPER
                                             TRA-SEQ
                    USING FALERTE
                    OUTPUT PROCEDURE IS 8100-EDITER-ALERTES-DEB
                                    THRU 8100-EDITER-ALERTES-FIN
               PERFORM 8050-FDP-SUR-DEB
                  THRU 8050-FDP-SUR-FIN
           END-IF.
      *
      *---------------------------------------------------------------*
      * OREILETTE DE DROITE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.

           CLOSE FCPTE.
           CLOSE FMOUVT.
           IF HIST-DISPONIBLE
              CLOSE FMVTHIST
           END-IF.
           CLOSE FALRLEV.
           IF LEV-DISPONIBLE
              CLOSE FCARTLEV
           END-IF.
           CLOSE ETASURV.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-PROGRAMME-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CONTROLE PARM          *
      *               ======================================          *
      *---------------------------------------------------------------*
      *  UNE ZONE A BLANC OU A ZERO PREND SA VALEUR PAR DEFAUT. UNE   *
      *  ZONE NON NUMERIQUE OU HORS LIMITES REFUSE LE PASSAGE : LA    *
      *  CONFORMITE DOIT SAVOIR QUE LA SURVEILLANCE N'A PAS EU LIEU.  *
      *---------------------------------------------------------------*
      *
       1000-CONTROLE-PARM-DEB.
      *
           IF WS-PRX-SEUIL = SPACES
               MOVE ZEROS TO WS-PRM-SEUIL
           END-IF.
           IF WS-PRX-NB-JOURS = SPACES
               MOVE ZEROS TO WS-PRM-NB-JOURS
           END-IF.
           IF WS-PRX-FACTEUR = SPACES
               MOVE ZEROS TO WS-PRM-FACTEUR
           END-IF.
           IF WS-PRX-NB-MIN = SPACES
               MOVE ZEROS TO WS-PRM-NB-MIN
           END-IF.
           IF WS-PRX-MOIS-DORM = SPACES
               MOVE ZEROS TO WS-PRM-MOIS-DORM
           END-IF.
           IF WS-PRX-ARRONDI = SPACES
               MOVE ZEROS TO WS-PRM-ARRONDI
           END-IF.
           IF WS-PRX-MARGE = SPACES
               MOVE ZEROS TO WS-PRM-MARGE
           END-IF.
           IF WS-PRX-NB-REP = SPACES
               MOVE ZEROS TO WS-PRM-NB-REP
           END-IF.

           IF WS-PRM-SEUIL NOT NUMERIC
              OR WS-PRM-NB-JOURS NOT NUMERIC
              OR WS-PRM-FACTEUR NOT NUMERIC
              OR WS-PRM-NB-MIN NOT NUMERIC
              OR WS-PRM-MOIS-DORM NOT NUMERIC
              OR WS-PRM-ARRONDI NOT NUMERIC
              OR WS-PRM-MARGE NOT NUMERIC
              OR WS-PRM-NB-REP NOT NUMERIC
               MOVE 'CARTE PARAMETRE : ZONE NON NUMERIQUE'
                 TO WS-MOTIF-REFUS
               MOVE ZEROS TO WS-PRM-SEUIL
               MOVE ZEROS TO WS-PRM-NB-JOURS
               MOVE ZEROS TO WS-PRM-FACTEUR
               MOVE ZEROS TO WS-PRM-NB-MIN
               MOVE ZEROS TO WS-PRM-MOIS-DORM
               MOVE ZEROS TO WS-PRM-ARRONDI
               MOVE ZEROS TO WS-PRM-MARGE
               MOVE ZEROS TO WS-PRM-NB-REP
               GO TO 1000-CONTROLE-PARM-FIN
           END-IF.

           IF WS-PRM-SEUIL = 0
               MOVE 10000 TO WS-PRM-SEUIL
           END-IF.
           IF WS-PRM-NB-JOURS = 0
               MOVE 7 TO WS-PRM-NB-JOURS
           END-IF.
           IF WS-PRM-FACTEUR = 0
               MOVE 3 TO WS-PRM-FACTEUR
           END-IF.
           IF WS-PRM-NB-MIN = 0
               MOVE 5 TO WS-PRM-NB-MIN
           END-IF.
           IF WS-PRM-MOIS-DORM = 0
               MOVE 6 TO WS-PRM-MOIS-DORM
           END-IF.
           IF WS-PRM-ARRONDI = 0
               MOVE 100 TO WS-PRM-ARRONDI
           END-IF.
           IF WS-PRM-MARGE = 0
               MOVE 10 TO WS-PRM-MARGE
           END-IF.
           IF WS-PRM-NB-REP = 0
               MOVE 2 TO WS-PRM-NB-REP
           END-IF.

           IF WS-PRM-NB-JOURS > 366
               MOVE 'CARTE PARAMETRE : FENETRE SUPERIEURE A UN AN'
                 TO WS-MOTIF-REFUS
               GO TO 1000-CONTROLE-PARM-FIN
           END-IF.
           IF WS-PRM-FACTEUR < 1
               MOVE 'CARTE PARAMETRE : FACTEUR INFERIEUR A 1'
                 TO WS-MOTIF-REFUS
               GO TO 1000-CONTROLE-PARM-FIN
           END-IF.
           IF WS-PRM-MARGE > 50
               MOVE 'CARTE PARAMETRE : MARGE SUPERIEURE A 50 %'
                 TO WS-MOTIF-REFUS
               GO TO 1000-CONTROLE-PARM-FIN
           END-IF.

           COMPUTE WS-SEUIL-BAS =
                   WS-PRM-SEUIL * (100 - WS-PRM-MARGE) / 100.
           COMPUTE WS-JOURS-DORM = WS-PRM-MOIS-DORM * 30.

      *    PREMIER JOUR DE LA FENETRE : N - 1 JOURS AVANT CE JOUR.
           MOVE WS-JOUR-NUM TO WS-VEI-NUM.
           COMPUTE WS-VEI-RESTE = WS-PRM-NB-JOURS - 1.
           PERFORM 7010-VEILLE-DEB
              THRU 7010-VEILLE-FIN
              UNTIL WS-VEI-RESTE = 0.
           MOVE WS-VEI-NUM TO WS-FEN-DEB.

           MOVE WS-FEN-DEB TO WS-RNG-NUM.
           PERFORM 7000-RANG-DATE-DEB
              THRU 7000-RANG-DATE-FIN.
           MOVE WS-RNG-RANG TO WS-FEN-DEB-RANG.

           MOVE WS-JOUR-NUM TO WS-RNG-NUM.
           PERFORM 7000-RANG-DATE-DEB
              THRU 7000-RANG-DATE-FIN.
           MOVE WS-RNG-RANG TO WS-JOUR-RANG.
      *
       1000-CONTROLE-PARM-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT LEVEES                 *
      *               ===============================                 *
      *---------------------------------------------------------------*
      *  LES CARTES DE LEVEE DU JOUR SONT INSCRITES AU REGISTRE AVANT *
      *  LA SURVEILLANCE : UNE ALERTE LEVEE CE JOUR N'EST DEJA PLUS   *
      *  REEMISE. UNE LEVEE DEJA INSCRITE EST SIMPLEMENT COMPTEE.     *
      *---------------------------------------------------------------*
      *
       2000-LEVEES-DEB.
      *
           MOVE 'CARTES DE LEVEE REJETEES' TO WS-LSUR-SECTION-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-INTERL.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-SECTION.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-TIRET.

           IF LEV-DISPONIBLE
               READ FCARTLEV INTO WS-ENR-LEV
               PERFORM 2010-CARTE-LEVEE-DEB
                  THRU 2010-CARTE-LEVEE-FIN
                  UNTIL FIN-LEVEES
           END-IF.

           IF WS-CPT-LEV-REJ = 0
               MOVE '   AUCUNE' TO WS-LSUR-SECTION-ED
               WRITE FS-ENRG-ETASURV FROM WS-LSUR-SECTION
           ELSE
               IF WS-CODE-RETOUR < 4
                   MOVE 4 TO WS-CODE-RETOUR
               END-IF
           END-IF.
      *
       2000-LEVEES-FIN.
            EXIT.


       2010-CARTE-LEVEE-DEB.
           IF NOT OK-FCARTLEV OR WS-LEV-CODE-EOF = '$$$'
               MOVE 1 TO WS-SW-FIN-LEV
               GO TO 2010-CARTE-LEVEE-FIN
           END-IF.
           ADD 1 TO WS-CPT-LEV-LUES.

           PERFORM 2020-CONTROLE-LEVEE-DEB
              THRU 2020-CONTROLE-LEVEE-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
               ADD 1 TO WS-CPT-LEV-REJ
               MOVE WS-LEV-CLE       TO WS-LSUR-LEV-CLE-ED
               MOVE WS-LEV-OPERATEUR TO WS-LSUR-LEV-OPE-ED
               MOVE WS-MOTIF-REJET   TO WS-LSUR-LEV-MOTIF-ED
               WRITE FS-ENRG-ETASURV FROM WS-LSUR-LEV-REJ
               GO TO 2010-CARTE-LEVEE-SUITE
           END-IF.

           MOVE WS-LEV-CLE       TO LEV-CLE.
           MOVE WS-DATE-JOUR     TO LEV-DATE-RUN.
           MOVE WS-LEV-OPERATEUR TO LEV-OPERATEUR.
           MOVE WS-LEV-MOTIF     TO LEV-MOTIF.
           WRITE FS-ENRG-FALRLEV.
           IF DOUBLON-FALRLEV
               ADD 1 TO WS-CPT-LEV-DEJA
           ELSE
               IF NOT OK-FALRLEV
                   DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FALRLEV'
                   DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FALRLEV
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               ADD 1 TO WS-CPT-LEV-APPL
           END-IF.
       2010-CARTE-LEVEE-SUITE.
           READ FCARTLEV INTO WS-ENR-LEV.
       2010-CARTE-LEVEE-FIN.
            EXIT.


       2020-CONTROLE-LEVEE-DEB.
           MOVE SPACES TO WS-MOTIF-REJET.
           IF NOT LEV-LEVEE
               MOVE 'CODE CARTE INCONNU' TO WS-MOTIF-REJET
               GO TO 2020-CONTROLE-LEVEE-FIN
           END-IF.
           IF WS-LEV-TYPE NOT = 'G' AND NOT = 'F' AND NOT = 'M'
                          AND NOT = 'R' AND NOT = 'V'
               MOVE 'TYPE D''ALERTE INCONNU' TO WS-MOTIF-REJET
               GO TO 2020-CONTROLE-LEVEE-FIN
           END-IF.
           IF WS-LEV-CPT NOT NUMERIC
              OR WS-LEV-DOPER NOT NUMERIC
              OR WS-LEV-SEQ NOT NUMERIC
               MOVE 'REFERENCE D''ALERTE NON NUMERIQUE'
                 TO WS-MOTIF-REJET
               GO TO 2020-CONTROLE-LEVEE-FIN
           END-IF.
           IF WS-LEV-OPERATEUR = SPACES
               MOVE 'OPERATEUR NON RENSEIGNE' TO WS-MOTIF-REJET
               GO TO 2020-CONTROLE-LEVEE-FIN
           END-IF.
       2020-CONTROLE-LEVEE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CHARGEMENT             *
      *               ===================================             *
      *---------------------------------------------------------------*
      *  SEULS LES MOUVEMENTS 'M' SONT VERSES AU TRI : L'HISTORIQUE   *
      *  PORTE AUSSI LES SOLDES DE BASCULE 'S', QUI NE SONT PAS DES   *
      *  MOUVEMENTS, ET FMOUVT LES OUVERTURES 'O'.                    *
      *---------------------------------------------------------------*
      *
       3000-CHARGER-DEB.
      *
           IF HIST-DISPONIBLE
               READ FMVTHIST INTO WS-ENRG-F-MOUVT
               PERFORM 3010-VERSER-HIST-DEB
                  THRU 3010-VERSER-HIST-FIN
                  UNTIL FIN-FMVTHIST
           END-IF.

           MOVE LOW-VALUES TO FM-CLE-MVT.
           START FMOUVT KEY >= FM-CLE-MVT.
           IF OK-FMOUVT
               READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT
           END-IF.
           PERFORM 3020-VERSER-MVT-DEB
              THRU 3020-VERSER-MVT-FIN
              UNTIL NOT OK-FMOUVT.
      *
       3000-CHARGER-FIN.
            EXIT.


       3010-VERSER-HIST-DEB.
           IF NOT OK-FMVTHIST
               DISPLAY 'PROBLEME DE LECTURE DU FICHIER FMVTHIST'
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTHIST
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CPT-LU-HIST.
           IF MVT-MOUVEMENT
               ADD 1 TO WS-CPT-LU-HIST-M
               MOVE 'H' TO TRI-ORIGINE
               PERFORM 3030-VERSER-TRI-DEB
                  THRU 3030-VERSER-TRI-FIN
           END-IF.
           READ FMVTHIST INTO WS-ENRG-F-MOUVT.
       3010-VERSER-HIST-FIN.
            EXIT.


       3020-VERSER-MVT-DEB.
           IF MVT-MOUVEMENT
               ADD 1 TO WS-CPT-LU-MVT
               MOVE 'C' TO TRI-ORIGINE
               PERFORM 3030-VERSER-TRI-DEB
                  THRU 3030-VERSER-TRI-FIN
           END-IF.
           READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT.
       3020-VERSER-MVT-FIN.
            EXIT.


       3030-VERSER-TRI-DEB.
           MOVE WS-MVT-CPTE    TO TRI-NUM-CPT.
           MOVE WS-MVT-DOPER   TO TRI-DOPER.
           MOVE WS-MVT-SEQ     TO TRI-SEQ.
           MOVE WS-MVT-SENS    TO TRI-SENS.
           MOVE WS-MVT-MONTANT TO TRI-MONTANT.
           RELEASE TRI-ENRG.
       3030-VERSER-TRI-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT SURVEILLANCE           *
      *               =====================================           *
      *---------------------------------------------------------------*
      *  LES MOUVEMENTS D'UN COMPTE ARRIVENT PAR DATE CROISSANTE :    *
      *  CEUX D'AVANT LA FENETRE FORMENT LE NIVEAU HABITUEL, CEUX DE  *
      *  LA FENETRE L'ACTIVITE RECENTE. LES ALERTES PORTANT SUR UN    *
      *  MOUVEMENT SONT EMISES AU FIL DE L'EAU, CELLES PORTANT SUR    *
      *  LE COMPTE A LA RUPTURE, ET SEULEMENT SI FMOUVT PORTE AU      *
      *  MOINS UN MOUVEMENT DU COMPTE DANS LA FENETRE.                *
      *---------------------------------------------------------------*
      *
       4000-SURVEILLER-DEB.
      *
           MOVE 0 TO WS-SW-COMPTE.
           RETURN FTRI
               AT END MOVE 1 TO WS-SW-FIN-TRI
           END-RETURN.
           PERFORM 4010-MOUVEMENT-DEB
              THRU 4010-MOUVEMENT-FIN
              UNTIL FIN-TRI.
           PERFORM 4090-FIN-COMPTE-DEB
              THRU 4090-FIN-COMPTE-FIN.
      *
       4000-SURVEILLER-FIN.
            EXIT.


       4010-MOUVEMENT-DEB.
           IF NOT COMPTE-EN-COURS
              OR TRI-NUM-CPT NOT = WS-SUR-CPT-CRS
               PERFORM 4090-FIN-COMPTE-DEB
                  THRU 4090-FIN-COMPTE-FIN
               PERFORM 4020-DEBUT-COMPTE-DEB
                  THRU 4020-DEBUT-COMPTE-FIN
           END-IF.

           MOVE TRI-DOPER TO WS-RNG-NUM.
           PERFORM 7000-RANG-DATE-DEB
              THRU 7000-RANG-DATE-FIN.

           IF WS-RNG-RANG < WS-FEN-DEB-RANG
               ADD 1 TO WS-SUR-BASE-NB
               ADD TRI-MONTANT TO WS-SUR-BASE-TOT
               IF WS-SUR-BASE-PREM = 0
                   MOVE WS-RNG-RANG TO WS-SUR-BASE-PREM
               END-IF
           ELSE
               PERFORM 4030-MOUVEMENT-FENETRE-DEB
                  THRU 4030-MOUVEMENT-FENETRE-FIN
           END-IF.

           MOVE WS-RNG-RANG TO WS-SUR-DER-RANG.

           RETURN FTRI
               AT END MOVE 1 TO WS-SW-FIN-TRI
           END-RETURN.
       4010-MOUVEMENT-FIN.
            EXIT.


       4020-DEBUT-COMPTE-DEB.
           MOVE 1 TO WS-SW-COMPTE.
           ADD 1 TO WS-CPT-NB-COMPTES.
           MOVE TRI-NUM-CPT TO WS-SUR-CPT-CRS.
           MOVE 0 TO WS-SUR-BASE-NB.
           MOVE 0 TO WS-SUR-BASE-TOT.
           MOVE 0 TO WS-SUR-BASE-PREM.
           MOVE 0 TO WS-SUR-FEN-NB.
           MOVE 0 TO WS-SUR-FEN-TOT.
           MOVE 0 TO WS-SUR-NOUV-NB.
           MOVE 0 TO WS-SUR-DER-DOPER.
           MOVE 0 TO WS-SUR-DER-SEQ.
           MOVE 0 TO WS-SUR-FRAC-NB.
           MOVE 0 TO WS-SUR-FRAC-TOT.
           MOVE 0 TO WS-SUR-DER-RANG.
           MOVE 0 TO WS-SW-DORM.

      *    UN COMPTE ABSENT DU MAITRE EST SURVEILLE QUAND MEME, SANS
      *    NOM, SANS STATUT ET SANS DATE DE CREATION.
           MOVE TRI-NUM-CPT TO FS-NUM-CPT.
           READ FCPTE INTO WS-ENRG-F-CPTE.
           IF OK-FCPTE OR DOUBLON-CS-FCPTE
               MOVE WS-CPTE-NOM    TO WS-SUR-NOM
               MOVE WS-CPTE-STATUT TO WS-SUR-STATUT
               MOVE WS-CPTE-SOLDE  TO WS-SUR-SOLDE
               MOVE WS-CPTE-DCREA  TO WS-RNG-DATE
               PERFORM 7000-RANG-DATE-DEB
                  THRU 7000-RANG-DATE-FIN
               MOVE WS-RNG-RANG    TO WS-SUR-CREA-RANG
           ELSE
               MOVE SPACES TO WS-SUR-NOM
               MOVE SPACE  TO WS-SUR-STATUT
               MOVE 0      TO WS-SUR-SOLDE
               MOVE 0      TO WS-SUR-CREA-RANG
           END-IF.
       4020-DEBUT-COMPTE-FIN.
            EXIT.


       4030-MOUVEMENT-FENETRE-DEB.
           ADD 1 TO WS-SUR-FEN-NB.
           ADD TRI-MONTANT TO WS-SUR-FEN-TOT.

      *    MONTANT ROND DANS LA BANDE JUSTE SOUS LE SEUIL.
           MOVE TRI-MONTANT TO WS-SUR-ENTIER.
           IF TRI-MONTANT = WS-SUR-ENTIER
              AND TRI-MONTANT < WS-PRM-SEUIL
              AND TRI-MONTANT NOT < WS-SEUIL-BAS
              AND FUNCTION MOD(WS-SUR-ENTIER, WS-PRM-ARRONDI) = 0
               ADD 1 TO WS-SUR-FRAC-NB
               ADD TRI-MONTANT TO WS-SUR-FRAC-TOT
           END-IF.

      *    LES ALERTES PAR MOUVEMENT NE PORTENT QUE SUR FMOUVT.
           IF NOT TRI-COURANT
               GO TO 4030-MOUVEMENT-FENETRE-FIN
           END-IF.
           ADD 1 TO WS-SUR-NOUV-NB.
           MOVE TRI-DOPER TO WS-SUR-DER-DOPER.
           MOVE TRI-SEQ   TO WS-SUR-DER-SEQ.
           IF WS-SUR-NOUV-NB = 1
               ADD 1 TO WS-CPT-NB-ACTIFS
           END-IF.
           IF TRI-SENS = 'D'
               COMPUTE WS-SUR-MNT-SIGNE = 0 - TRI-MONTANT
           ELSE
               MOVE TRI-MONTANT TO WS-SUR-MNT-SIGNE
           END-IF.

           IF SUR-COMPTE-GELE
               MOVE 1                  TO WS-ALR-GRAVITE
               MOVE 'G'                TO WS-ALR-TYPE
               MOVE WS-SUR-MNT-SIGNE   TO WS-ALR-MONTANT
               MOVE 1                  TO WS-ALR-NOMBRE
               MOVE WS-SUR-SOLDE       TO WS-ALR-REFERENCE
               MOVE 'MOUVEMENT SUR COMPTE GELE' TO WS-ALR-LIBELLE
               PERFORM 4100-EMETTRE-MVT-DEB
                  THRU 4100-EMETTRE-MVT-FIN
           END-IF.

           IF TRI-MONTANT NOT < WS-PRM-SEUIL
               MOVE 2                  TO WS-ALR-GRAVITE
               MOVE 'M'                TO WS-ALR-TYPE
               MOVE WS-SUR-MNT-SIGNE   TO WS-ALR-MONTANT
               MOVE 1                  TO WS-ALR-NOMBRE
               MOVE WS-PRM-SEUIL       TO WS-ALR-REFERENCE
               MOVE 'MONTANT AU MOINS EGAL AU SEUIL'
                 TO WS-ALR-LIBELLE
               PERFORM 4100-EMETTRE-MVT-DEB
                  THRU 4100-EMETTRE-MVT-FIN
           END-IF.

      *    DORMANCE : ECART AVEC LE MOUVEMENT PRECEDENT DU COMPTE OU,
      *    A DEFAUT, AVEC SA CREATION. UNE SEULE ALERTE PAR COMPTE.
           IF DORMANCE-SIGNALEE
               GO TO 4030-MOUVEMENT-FENETRE-FIN
           END-IF.
           IF WS-SUR-DER-RANG > 0
               MOVE WS-SUR-DER-RANG  TO WS-SUR-ECART
           ELSE
               MOVE WS-SUR-CREA-RANG TO WS-SUR-ECART
           END-IF.
           IF WS-SUR-ECART = 0 OR WS-SUR-ECART > WS-RNG-RANG
               GO TO 4030-MOUVEMENT-FENETRE-FIN
           END-IF.
           COMPUTE WS-SUR-ECART = WS-RNG-RANG - WS-SUR-ECART.
           IF WS-SUR-ECART NOT < WS-JOURS-DORM
               MOVE 1 TO WS-SW-DORM
               MOVE 2                  TO WS-ALR-GRAVITE
               MOVE 'R'                TO WS-ALR-TYPE
               MOVE WS-SUR-MNT-SIGNE   TO WS-ALR-MONTANT
               IF WS-SUR-ECART > 99999
                   MOVE 99999          TO WS-ALR-NOMBRE
               ELSE
                   MOVE WS-SUR-ECART   TO WS-ALR-NOMBRE
               END-IF
               MOVE WS-SUR-SOLDE       TO WS-ALR-REFERENCE
               MOVE 'REPRISE APRES DORMANCE' TO WS-ALR-LIBELLE
               PERFORM 4100-EMETTRE-MVT-DEB
                  THRU 4100-EMETTRE-MVT-FIN
           END-IF.
       4030-MOUVEMENT-FENETRE-FIN.
            EXIT.


       4090-FIN-COMPTE-DEB.
           IF NOT COMPTE-EN-COURS OR WS-SUR-NOUV-NB = 0
               GO TO 4090-FIN-COMPTE-FIN
           END-IF.

      *    LES ALERTES DE COMPTE SONT RATTACHEES AU PLUS RECENT
      *    MOUVEMENT DE FMOUVT DANS LA FENETRE : UNE ACTIVITE
      *    NOUVELLE APRES UNE LEVEE REDONNE UNE ALERTE.
           IF WS-SUR-FRAC-NB NOT < WS-PRM-NB-REP
               MOVE 1                  TO WS-ALR-GRAVITE
               MOVE 'F'                TO WS-ALR-TYPE
               MOVE WS-SUR-FRAC-TOT    TO WS-ALR-MONTANT
               MOVE WS-SUR-FRAC-NB     TO WS-ALR-NOMBRE
               MOVE WS-PRM-SEUIL       TO WS-ALR-REFERENCE
               MOVE 'MONTANTS RONDS SOUS LE SEUIL' TO WS-ALR-LIBELLE
               PERFORM 4110-EMETTRE-CPT-DEB
                  THRU 4110-EMETTRE-CPT-FIN
           END-IF.

      *    NIVEAU HABITUEL RAMENE A LA DUREE DE LA FENETRE. IL FAUT
      *    AU MOINS UNE FENETRE D'ANTERIORITE POUR LE MESURER.
           IF WS-SUR-BASE-PREM = 0
               GO TO 4090-FIN-COMPTE-FIN
           END-IF.
           COMPUTE WS-SUR-BASE-JOURS =
                   WS-FEN-DEB-RANG - WS-SUR-BASE-PREM.
           IF WS-SUR-BASE-JOURS < WS-PRM-NB-JOURS
               GO TO 4090-FIN-COMPTE-FIN
           END-IF.
           COMPUTE WS-SUR-USUEL-NB ROUNDED =
                   WS-SUR-BASE-NB * WS-PRM-NB-JOURS
                                  / WS-SUR-BASE-JOURS.
           COMPUTE WS-SUR-USUEL-TOT ROUNDED =
                   WS-SUR-BASE-TOT * WS-PRM-NB-JOURS
                                   / WS-SUR-BASE-JOURS.

           IF (WS-SUR-FEN-NB NOT < WS-PRM-NB-MIN
               AND WS-SUR-FEN-NB > WS-PRM-FACTEUR * WS-SUR-USUEL-NB)
              OR (WS-SUR-FEN-TOT NOT < WS-PRM-SEUIL
               AND WS-SUR-FEN-TOT > WS-PRM-FACTEUR * WS-SUR-USUEL-TOT)
               MOVE 3                  TO WS-ALR-GRAVITE
               MOVE 'V'                TO WS-ALR-TYPE
               MOVE WS-SUR-FEN-TOT     TO WS-ALR-MONTANT
               MOVE WS-SUR-FEN-NB      TO WS-ALR-NOMBRE
               MOVE WS-SUR-USUEL-TOT   TO WS-ALR-REFERENCE
               IF WS-SUR-FEN-NB NOT < WS-PRM-NB-MIN
                  AND WS-SUR-FEN-NB > WS-PRM-FACTEUR * WS-SUR-USUEL-NB
                   MOVE 'NOMBRE DE MOUVEMENTS ANORMAL'
                     TO WS-ALR-LIBELLE
               ELSE
                   MOVE 'CUMUL DES MOUVEMENTS ANORMAL'
                     TO WS-ALR-LIBELLE
               END-IF
               PERFORM 4110-EMETTRE-CPT-DEB
                  THRU 4110-EMETTRE-CPT-FIN
           END-IF.
       4090-FIN-COMPTE-FIN.
            EXIT.


       4100-EMETTRE-MVT-DEB.
      *    ALERTE PORTANT SUR LE MOUVEMENT COURANT DU TRI.
           MOVE TRI-DOPER TO WS-ALR-DOPER.
           MOVE TRI-SEQ   TO WS-ALR-SEQ.
           PERFORM 4120-EMETTRE-DEB
              THRU 4120-EMETTRE-FIN.
       4100-EMETTRE-MVT-FIN.
            EXIT.


       4110-EMETTRE-CPT-DEB.
      *    ALERTE PORTANT SUR L'ENSEMBLE DE LA FENETRE DU COMPTE.
           MOVE WS-SUR-DER-DOPER TO WS-ALR-DOPER.
           MOVE WS-SUR-DER-SEQ   TO WS-ALR-SEQ.
           PERFORM 4120-EMETTRE-DEB
              THRU 4120-EMETTRE-FIN.
       4110-EMETTRE-CPT-FIN.
            EXIT.


       4120-EMETTRE-DEB.
           MOVE WS-SUR-CPT-CRS TO WS-ALR-CPT.
           MOVE WS-JOUR-NUM    TO WS-ALR-DATE-DET.
           MOVE WS-SUR-NOM     TO WS-ALR-NOM-CLI.
           MOVE WS-SUR-STATUT  TO WS-ALR-STATUT.

      *    UNE ALERTE DEJA LEVEE PAR LA CONFORMITE N'EST PAS REEMISE.
           MOVE WS-ALR-CLE TO LEV-CLE.
           READ FALRLEV.
           IF OK-FALRLEV
               ADD 1 TO WS-CPT-NB-SUPPR
               GO TO 4120-EMETTRE-FIN
           END-IF.
           IF NOT ENR-FALRLEV-NOK
               DISPLAY 'PROBLEME DE LECTURE DU FICHIER FALRLEV'
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FALRLEV
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           WRITE FS-ENRG-FALERTE FROM WS-ENRG-F-ALRT.
           IF NOT OK-FALERTE
               DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FALERTE'
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FALERTE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-ALERTES.
           IF WS-CODE-RETOUR < 4
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           EVALUATE WS-ALR-TYPE
              WHEN 'G'  ADD 1 TO WS-CPT-ALR-G
              WHEN 'F'  ADD 1 TO WS-CPT-ALR-F
              WHEN 'M'  ADD 1 TO WS-CPT-ALR-M
              WHEN 'R'  ADD 1 TO WS-CPT-ALR-R
              WHEN 'V'  ADD 1 TO WS-CPT-ALR-V
           END-EVALUATE.
       4120-EMETTRE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *    OUVERTURE FICHIER DEB  -------------------------------------
      *
       6000-OPEN-FCPTE-DEB.
           OPEN INPUT FCPTE.
           IF NOT OK-FCPTE
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FCPTE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FCPTE-FIN.
           EXIT.

       6010-OPEN-FMOUVT-DEB.
           OPEN INPUT FMOUVT.
           IF NOT OK-FMOUVT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMOUVT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-FMOUVT-FIN.
           EXIT.

       6020-OPEN-FMVTHIST-DEB.
      *    AVANT LA PREMIERE BASCULE L'HISTORIQUE N'EXISTE PAS : LE
      *    NIVEAU HABITUEL SE MESURE ALORS SUR FMOUVT SEUL.
           OPEN INPUT FMVTHIST.
           IF OK-FMVTHIST
              MOVE 1 TO WS-SW-HIST
           ELSE
              MOVE 0 TO WS-SW-HIST
              IF NOT FMVTHIST-ABSENT
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMVTHIST'
                 DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTHIST
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6020-OPEN-FMVTHIST-FIN.
           EXIT.

       6030-OPEN-FALRLEV-DEB.
      *    AU PREMIER PASSAGE LE REGISTRE N'EXISTE PAS ENCORE : IL
      *    EST CREE VIDE PUIS ROUVERT EN MISE A JOUR.
           OPEN I-O FALRLEV.
           IF FALRLEV-ABSENT
              OPEN OUTPUT FALRLEV
              CLOSE FALRLEV
              OPEN I-O FALRLEV
           END-IF.
           IF NOT OK-FALRLEV
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FALRLEV'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FALRLEV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OPEN-FALRLEV-FIN.
           EXIT.

       6040-OPEN-FCARTLEV-DEB.
      *    PAS DE CARTE DE LEVEE CE JOUR : CE N'EST PAS UNE ANOMALIE.
           OPEN INPUT FCARTLEV.
           IF OK-FCARTLEV
              MOVE 1 TO WS-SW-LEV
           ELSE
              MOVE 0 TO WS-SW-LEV
              IF NOT FCARTLEV-ABSENT
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FCARTLEV'
                 DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCARTLEV
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6040-OPEN-FCARTLEV-FIN.
           EXIT.

       6050-OPEN-FALERTE-DEB.
           OPEN OUTPUT FALERTE.
           IF NOT OK-FALERTE
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FALERTE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FALERTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-OPEN-FALERTE-FIN.
           EXIT.

       6060-OPEN-ETASURV-DEB.
           OPEN OUTPUT ETASURV.
           IF NOT OK-ETASURV
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETASURV'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETASURV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-OPEN-ETASURV-FIN.
           EXIT.
      *
      *    OUVERTURE FICHIER FIN  -------------------------------------
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-RANG-DATE-DEB.
      *    RANG ABSOLU DE WS-RNG-DATE (SSAAMMJJ) DANS WS-RNG-RANG :
      *    365 JOURS PAR ANNEE, UN DE PLUS PAR ANNEE BISSEXTILE
      *    ECOULEE, PLUS LES JOURS DES MOIS ECOULES DE L'ANNEE.
           IF WS-RNG-NUM NOT NUMERIC OR WS-RNG-NUM = 0
               MOVE 0 TO WS-RNG-RANG
               GO TO 7000-RANG-DATE-FIN
           END-IF.
           IF WS-RNG-MM < 01 OR WS-RNG-MM > 12
               MOVE 01 TO WS-RNG-MM
           END-IF.
           COMPUTE WS-RNG-ANNEE = WS-RNG-SS * 100 + WS-RNG-AA.
           COMPUTE WS-RNG-BISSEXT = WS-RNG-ANNEE - 1.
           DIVIDE 4 INTO WS-RNG-BISSEXT.
           COMPUTE WS-RNG-RANG = WS-RNG-ANNEE * 365
                               + WS-RNG-BISSEXT
                               + WS-CUMUL-JOURS(WS-RNG-MM)
                               + WS-RNG-JJ.
           IF WS-RNG-MM > 02
              AND FUNCTION MOD(WS-RNG-ANNEE, 4) = 0
               ADD 1 TO WS-RNG-RANG
           END-IF.
       7000-RANG-DATE-FIN.
           EXIT.

       7010-VEILLE-DEB.
      *    VEILLE CALENDAIRE DE WS-VEI-DATE (SSAAMMJJ) : DEBUTS DE
      *    MOIS ET ANNEES BISSEXTILES COMPRIS (ANNEE SUR DEUX
      *    CHIFFRES, REGLE DU DIVISIBLE PAR QUATRE).
           SUBTRACT 1 FROM WS-VEI-RESTE.
           IF WS-VEI-JJ > 01
               SUBTRACT 1 FROM WS-VEI-JJ
               GO TO 7010-VEILLE-FIN
           END-IF.
           IF WS-VEI-MM > 01
               SUBTRACT 1 FROM WS-VEI-MM
           ELSE
               MOVE 12 TO WS-VEI-MM
               IF WS-VEI-AA > 00
                   SUBTRACT 1 FROM WS-VEI-AA
               ELSE
                   MOVE 99 TO WS-VEI-AA
                   SUBTRACT 1 FROM WS-VEI-SS
               END-IF
           END-IF.

           EVALUATE WS-VEI-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-JOURS-MOIS
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-JOURS-MOIS
              WHEN 02
                   IF FUNCTION MOD(WS-VEI-AA, 4) = 0
                       MOVE 29 TO WS-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-JOURS-MOIS
                   END-IF
           END-EVALUATE.
           MOVE WS-JOURS-MOIS TO WS-VEI-JJ.
       7010-VEILLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *            ENTETE SUR DEB   -----------------------------------
      *
       8000-TETE-SUR-DEB.

           WRITE FS-ENRG-ETASURV FROM WS-LSUR-ASTER.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-TITRE.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-ASTER.

           MOVE WS-DATE-JOUR-JJ TO WS-LSUR-JJ-ED.
           MOVE WS-DATE-JOUR-MM TO WS-LSUR-MM-ED.
           MOVE WS-DATE-JOUR-AA TO WS-LSUR-AA-ED.
           MOVE WS-FEN-DEB(7:2) TO WS-DATE-ED-JJ.
           MOVE WS-FEN-DEB(5:2) TO WS-DATE-ED-MM.
           MOVE WS-FEN-DEB(1:4) TO WS-DATE-ED-SSAA.
           MOVE WS-DATE-ED-NUM  TO WS-LSUR-FEN-DEB-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-DATE.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-INTERL.

           MOVE 'SEUIL DE DECLARATION' TO WS-LSUR-PRM-MNT-LIB.
           MOVE WS-PRM-SEUIL TO WS-LSUR-PRM-MNT-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-PRM-MNT.

           MOVE 'BAS DE LA BANDE SOUS LE SEUIL' TO WS-LSUR-PRM-MNT-LIB.
           MOVE WS-SEUIL-BAS TO WS-LSUR-PRM-MNT-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-PRM-MNT.

           MOVE 'UNITE D''ARRONDI' TO WS-LSUR-PRM-NB-LIB.
           MOVE WS-PRM-ARRONDI TO WS-LSUR-PRM-NB-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-PRM-NB.

           MOVE 'MONTANTS RONDS REPETES A PARTIR DE'
             TO WS-LSUR-PRM-NB-LIB.
           MOVE WS-PRM-NB-REP TO WS-LSUR-PRM-NB-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-PRM-NB.

           MOVE 'FENETRE DE SURVEILLANCE (JOURS)' TO WS-LSUR-PRM-NB-LIB.
           MOVE WS-PRM-NB-JOURS TO WS-LSUR-PRM-NB-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-PRM-NB.

           MOVE 'FACTEUR D''ECART AU NIVEAU HABITUEL'
             TO WS-LSUR-PRM-FACT-LIB.
           MOVE WS-PRM-FACTEUR TO WS-LSUR-PRM-FACT-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-PRM-FACT.

           MOVE 'NOMBRE MINIMUM DE MOUVEMENTS' TO WS-LSUR-PRM-NB-LIB.
           MOVE WS-PRM-NB-MIN TO WS-LSUR-PRM-NB-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-PRM-NB.

           MOVE 'DORMANCE (JOURS)' TO WS-LSUR-PRM-NB-LIB.
           MOVE WS-JOURS-DORM TO WS-LSUR-PRM-NB-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-PRM-NB.

       8000-TETE-SUR-FIN.
           EXIT.
      *
      *            ENTETE SUR FIN   -----------------------------------
      *
      *            REFUS SUR DEB    -----------------------------------
      *
       8045-REFUS-SUR-DEB.

           MOVE WS-MOTIF-REFUS TO WS-LSUR-REFUS-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-INTERL.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-REFUS.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-ASTER.

           IF WS-CODE-RETOUR < 8
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.

       8045-REFUS-SUR-FIN.
           EXIT.
      *
      *            REFUS SUR FIN    -----------------------------------
      *
      *            ALERTES DEB      -----------------------------------
      *
       8100-EDITER-ALERTES-DEB.

           MOVE 'ALERTES DU JOUR PAR GRAVITE' TO WS-LSUR-SECTION-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-INTERL.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-SECTION.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-TIRET.

           MOVE 0 TO WS-GRAV-CRS.
           RETURN FTRIALR INTO WS-ENRG-F-ALRT
               AT END MOVE 1 TO WS-SW-FIN-ALR
           END-RETURN.
           IF FIN-ALERTES
               WRITE FS-ENRG-ETASURV FROM WS-LSUR-NEANT
           END-IF.
           PERFORM 8110-LIGNE-ALERTE-DEB
              THRU 8110-LIGNE-ALERTE-FIN
              UNTIL FIN-ALERTES.

       8100-EDITER-ALERTES-FIN.
           EXIT.


       8110-LIGNE-ALERTE-DEB.

           IF WS-ALR-GRAVITE NOT = WS-GRAV-CRS
               MOVE WS-ALR-GRAVITE TO WS-GRAV-CRS
               MOVE WS-ALR-GRAVITE TO WS-LSUR-GRAV-NUM-ED
               EVALUATE TRUE
                  WHEN ALR-CRITIQUE
                     MOVE 'CRITIQUE' TO WS-LSUR-GRAV-LIB-ED
                  WHEN ALR-ELEVEE
                     MOVE 'ELEVEE'   TO WS-LSUR-GRAV-LIB-ED
                  WHEN OTHER
                     MOVE 'MODEREE'  TO WS-LSUR-GRAV-LIB-ED
               END-EVALUATE
               WRITE FS-ENRG-ETASURV FROM WS-LSUR-INTERL
               WRITE FS-ENRG-ETASURV FROM WS-LSUR-GRAVITE
               WRITE FS-ENRG-ETASURV FROM WS-LSUR-INTITULE
           END-IF.

           MOVE WS-ALR-TYPE     TO WS-LSUR-TYPE-ED.
           MOVE WS-ALR-CPT      TO WS-LSUR-CPT-ED.
           MOVE WS-ALR-NOM-CLI  TO WS-LSUR-NOM-ED.
           MOVE WS-ALR-DOPER(7:2) TO WS-DATE-ED-JJ.
           MOVE WS-ALR-DOPER(5:2) TO WS-DATE-ED-MM.
           MOVE WS-ALR-DOPER(1:4) TO WS-DATE-ED-SSAA.
           MOVE WS-DATE-ED-NUM  TO WS-LSUR-DOPER-ED.
           MOVE WS-ALR-MONTANT  TO WS-SUR-MNT-ED.
           MOVE WS-SUR-MNT-ED   TO WS-LSUR-MNT-ED.
           MOVE WS-ALR-NOMBRE   TO WS-LSUR-NB-ED.
           MOVE WS-ALR-STATUT   TO WS-LSUR-STATUT-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-DETAIL.
           IF NOT OK-ETASURV
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER ETASURV'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETASURV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE WS-ALR-LIBELLE   TO WS-LSUR-OBS-LIB-ED.
           MOVE WS-ALR-REFERENCE TO WS-SUR-MNT-ED.
           MOVE WS-SUR-MNT-ED    TO WS-LSUR-OBS-REF-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-OBS.

           RETURN FTRIALR INTO WS-ENRG-F-ALRT
               AT END MOVE 1 TO WS-SW-FIN-ALR
           END-RETURN.

       8110-LIGNE-ALERTE-FIN.
           EXIT.
      *
      *            ALERTES FIN      -----------------------------------
      *
      *            FDP SUR DEB      -----------------------------------
      *
       8050-FDP-SUR-DEB.

           WRITE FS-ENRG-ETASURV FROM WS-LSUR-INTERL.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-ASTER.

           MOVE 'G' TO WS-LSUR-REC-TYPE-ED.
           MOVE 'MOUVEMENT SUR COMPTE GELE' TO WS-LSUR-REC-LIB-ED.
           MOVE WS-CPT-ALR-G TO WS-LSUR-REC-NB-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-RECAP.

           MOVE 'F' TO WS-LSUR-REC-TYPE-ED.
           MOVE 'MONTANTS RONDS REPETES JUSTE SOUS LE SEUIL'
             TO WS-LSUR-REC-LIB-ED.
           MOVE WS-CPT-ALR-F TO WS-LSUR-REC-NB-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-RECAP.

           MOVE 'M' TO WS-LSUR-REC-TYPE-ED.
           MOVE 'MONTANT UNITAIRE AU MOINS EGAL AU SEUIL'
             TO WS-LSUR-REC-LIB-ED.
           MOVE WS-CPT-ALR-M TO WS-LSUR-REC-NB-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-RECAP.

           MOVE 'R' TO WS-LSUR-REC-TYPE-ED.
           MOVE 'REPRISE D''ACTIVITE APRES DORMANCE'
             TO WS-LSUR-REC-LIB-ED.
           MOVE WS-CPT-ALR-R TO WS-LSUR-REC-NB-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-RECAP.

           MOVE 'V' TO WS-LSUR-REC-TYPE-ED.
           MOVE 'NOMBRE OU CUMUL TRES SUPERIEUR A L''HABITUDE'
             TO WS-LSUR-REC-LIB-ED.
           MOVE WS-CPT-ALR-V TO WS-LSUR-REC-NB-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-RECAP.

           WRITE FS-ENRG-ETASURV FROM WS-LSUR-INTERL.

           MOVE 'ALERTES EMISES (FALERTE)' TO WS-LSUR-NB-LIB-ED.
           MOVE WS-CPT-NB-ALERTES TO WS-LSUR-NB-TOT-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-NB.

           MOVE 'ALERTES NON REEMISES (DEJA LEVEES)'
             TO WS-LSUR-NB-LIB-ED.
           MOVE WS-CPT-NB-SUPPR TO WS-LSUR-NB-TOT-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-NB.

           MOVE 'CARTES DE LEVEE INSCRITES AU REGISTRE'
             TO WS-LSUR-NB-LIB-ED.
           MOVE WS-CPT-LEV-APPL TO WS-LSUR-NB-TOT-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-NB.

           MOVE 'CARTES DE LEVEE DEJA INSCRITES'
             TO WS-LSUR-NB-LIB-ED.
           MOVE WS-CPT-LEV-DEJA TO WS-LSUR-NB-TOT-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-NB.

           MOVE 'CARTES DE LEVEE REJETEES' TO WS-LSUR-NB-LIB-ED.
           MOVE WS-CPT-LEV-REJ TO WS-LSUR-NB-TOT-ED.
           WRITE FS-ENRG-ETASURV FROM WS-LSUR-NB.

           WRITE FS-ENRG-ETASURV FROM WS-LSUR-ASTER.

       8050-FDP-SUR-FIN.
           EXIT.
      *
      *            FDP SUR FIN      -----------------------------------
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
       8999-STATISTIQUES-DEB.
      *
            DISPLAY '************************************************'
            DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP24       *'
            DISPLAY '*     ==================================       *'
            DISPLAY '************************************************'.
            DISPLAY SPACE
            DISPLAY SPACE
            DISPLAY WS-LCRE-ASTER.
            DISPLAY WS-LCRE-TITRE.
            DISPLAY WS-LCRE-ASTER.

            MOVE WS-CPT-LU-HIST TO WS-LCRE-DET-TOT-ED.
            MOVE 'ENREGISTREMENTS LUS (FMVTHIST)' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-LU-HIST-M TO WS-LCRE-DET-TOT-ED.
            MOVE 'DONT MOUVEMENTS RETENUS' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-LU-MVT TO WS-LCRE-DET-TOT-ED.
            MOVE 'MOUVEMENTS LUS (FMOUVT)' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-COMPTES TO WS-LCRE-DET-TOT-ED.
            MOVE 'COMPTES EXAMINES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ACTIFS TO WS-LCRE-DET-TOT-ED.
            MOVE 'DONT ACTIFS DANS LA FENETRE' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ALERTES TO WS-LCRE-DET-TOT-ED.
            MOVE 'ALERTES EMISES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-SUPPR TO WS-LCRE-DET-TOT-ED.
            MOVE 'ALERTES DEJA LEVEES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-LEV-LUES TO WS-LCRE-DET-TOT-ED.
            MOVE 'CARTES DE LEVEE LUES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            DISPLAY WS-LCRE-ASTER.
      *
       8999-STATISTIQUES-FIN.
            EXIT.
      *
      *    COMPTE RENDU D' EXECUTION FIN  -----------------------------
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
            DISPLAY '*==============================================*'
            DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP24        *'
            DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
            DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            MOVE WS-CODE-RETOUR TO RETURN-CODE.
            GOBACK.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            IF WS-CODE-RETOUR = 0
                MOVE 12 TO WS-CODE-RETOUR
            END-IF.
      *
            DISPLAY '*==============================================*'
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
            DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP24       *'
            DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
            DISPLAY '*==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            MOVE WS-CODE-RETOUR TO RETURN-CODE.
            STOP RUN.

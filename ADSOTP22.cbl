      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSOTP22                                  *
      *  NOM DU REDACTEUR : CREAX                                     *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * RECAPITULATIF ANNUEL PAR CLIENT A PARTIR DE L'HISTORIQUE      *
      * FMVTHIST ALIMENTE PAR LA BASCULE ADSOTP10. POUR L'ANNEE CIVILE*
      * DEMANDEE (CARTE PARAMETRE SSAA, PAR DEFAUT L'ANNEE ECOULEE),  *
      * CHAQUE COMPTE EST RECONSTITUE PERIODE PAR PERIODE : UNE       *
      * PERIODE EST L'ENSEMBLE DES 'M' VERSES PAR UNE BASCULE, FERME  *
      * PAR LE SOLDE 'S' DU COMPTE, DATE DU DERNIER MOUVEMENT DE LA   *
      * PERIODE ; LES PERIODES DONT LE SOLDE 'S' EST DATE DE L'ANNEE  *
      * FORMENT L'ANNEE. LE SOLDE AU 1ER JANVIER EST                  *
      * L'OUVERTURE DE LA PREMIERE PERIODE, LE SOLDE AU 31 DECEMBRE   *
      * LE SOLDE ENREGISTRE DE LA DERNIERE. LES CREDITS ET DEBITS     *
      * SONT VENTILES PAR MOIS D'OPERATION, LES INTERETS ET FRAIS     *
      * SONT RECONNUS A LEURS LIBELLES NORMALISES (TP5AGIH).          *
      * UN COMPTE RAPPROCHE (OUVERTURE + CREDITS - DEBITS = SOLDE     *
      * ENREGISTRE, SANS RUPTURE ENTRE PERIODES) EST EDITE DANS LE    *
      * RECAPITULATIF DE SON CLIENT, UN FICHIER UNITAIRE RELV PAR     *
      * CLIENT AVEC SON BLOC ADRESSE FADRCLI ET SA LIGNE DE MANIFESTE *
      * FMANIF MARQUEE 'N', ET VERSE A L'EXTRAIT FISCAL FFISCAL. UN   *
      * COMPTE NON RAPPROCHE N'EST PAS RECAPITULE : IL EST LISTE SUR  *
      * L'ETAT DES EXCEPTIONS ETAANN (CODE RETOUR 4).                 *
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
       PROGRAM-ID.      ADSOTP22.
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
           SELECT  FMVTHIST            ASSIGN TO MVTHIST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FMVTHIST.
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
           SELECT  FADRCLI             ASSIGN TO ADRCLI
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ADR-NOM-CLI
                   FILE STATUS         IS WS-FS-FADRCLI.
      *
      *                      -------------------------------------------
      *
      *                      FICHIER UNITAIRE DU RECAPITULATIF EN
      *                      COURS : LE NOM EST CONSTRUIT A CHAQUE
      *                      CLIENT (RELV + DEMANDE 000 + SEQUENCE),
      *                      COMME POUR LES RELEVES ORDINAIRES.
           SELECT  FRELUNIT            ASSIGN TO DYNAMIC WS-RELUNIT-NOM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FRELUNIT.
      *
      *                      -------------------------------------------
      *
           SELECT  FMANIF              ASSIGN TO MANIF
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FMANIF.
      *
      *                      -------------------------------------------
      *
           SELECT  FFISCAL             ASSIGN TO FISCAL
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FFISCAL.
      *
      *                      -------------------------------------------
      *
           SELECT  ETAANN              ASSIGN TO ETATANN
                   FILE STATUS         IS WS-FS-ETAANN.
      *
      *                      -------------------------------------------
      *
           SELECT  FTRI                ASSIGN TO SORTWK.
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
      *                      HISTORIQUE DES MOUVEMENTS BASCULES ET
      *                      DES SOLDES 'S' DE CHAQUE BASCULE.
       FD  FMVTHIST.
       01  FS-ENRG-FMVTHIST      PIC X(52).
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
       FD  FADRCLI.
       01  FS-ENRG-FADRCLI.
           05  ADR-NOM-CLI       PIC X(14).
           05  ADR-LIGNE1        PIC X(30).
           05  ADR-LIGNE2        PIC X(30).
           05  ADR-LIGNE3        PIC X(30).
           05  ADR-CANAL         PIC X(01).
      *
      *                      -------------------------------------------
      *
       FD  FRELUNIT.
       01  FS-ENRG-FRELUNIT      PIC X(78).
      *
      *                      -------------------------------------------
      *
       FD  FMANIF.
       01  FS-ENRG-FMANIF        PIC X(54).
      *
      *                      -------------------------------------------
      *
      *                      EXTRAIT FISCAL A POSITIONS FIXES (VOIR
      *                      WS-LFIS-DETAIL ET WS-LFIS-TOTAL).
       FD  FFISCAL.
       01  FS-ENRG-FFISCAL       PIC X(118).
      *
      *                      -------------------------------------------
      *
       FD  ETAANN.
       01  FS-ENRG-ETAANN        PIC X(78).
      *
      *                      -------------------------------------------
      *
      *                      TRI DE L'HISTORIQUE PAR CLIENT, COMPTE
      *                      PUIS ORDRE DE LECTURE : LES PERIODES
      *                      D'UN COMPTE RESTENT DANS L'ORDRE DES
      *                      BASCULES, CHAQUE SOLDE 'S' APRES LES
      *                      'M' QU'IL FERME.
       SD  FTRI.
       01  TRI-ENRG.
           05  TRI-NOM-CLI       PIC X(14).
           05  TRI-NUM-CPT       PIC 9(10).
           05  TRI-ORDRE         PIC 9(09).
           05  TRI-STATUT        PIC X(01).
           05  TRI-MVT           PIC X(52).
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
       01  WS-FS-FMVTHIST  PIC X(2).
           88  FIN-FMVTHIST            VALUE '10'.
           88  OK-FMVTHIST             VALUE '00'.

       01  WS-FS-FCPTE     PIC X(2).
           88  OK-FCPTE                VALUE '00'.
           88  DOUBLON-CS-FCPTE        VALUE '02'.

       01  WS-FS-FADRCLI   PIC X(2).
           88  OK-FADRCLI              VALUE '00'.
           88  FADRCLI-ABSENT          VALUE '35'.

       01  WS-FS-FRELUNIT  PIC X(2).
           88  OK-FRELUNIT             VALUE '00'.

       01  WS-FS-FMANIF    PIC X(2).
           88  OK-FMANIF               VALUE '00'.

       01  WS-FS-FFISCAL   PIC X(2).
           88  OK-FFISCAL              VALUE '00'.

       01  WS-FS-ETAANN    PIC X(2).
           88  OK-ETAANN               VALUE '00'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *
      *    CARTE PARAMETRE DU RECAPITULATIF  --------------------------
      *
       01  WS-ENR-PARM.
           05  WS-PRM-ANNEE            PIC 9(04).
           05  FILLER                  PIC X(76).

       01  WS-ANNEE               PIC 9(04) VALUE 0.

       01  WS-ANNEE-JOUR          PIC 9(04) VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-DATE-JOUR-AA    PIC 9(2).
           05  WS-DATE-JOUR-MM    PIC 9(2).
           05  WS-DATE-JOUR-JJ    PIC 9(2).

       01  WS-MOTIF-REFUS         PIC X(58) VALUE SPACES.
      *
      *    COMPTEUR DEB      -------------------------------------------
      *
       01  WS-CPT-NB-HIST         PIC 9(9) VALUE 0.

       01  WS-CPT-NB-COMPTES      PIC 9(6) VALUE 0.

       01  WS-CPT-NB-SANS-PER     PIC 9(6) VALUE 0.

       01  WS-CPT-NB-RAPPROCHES   PIC 9(6) VALUE 0.

       01  WS-CPT-NB-EXCEPTIONS   PIC 9(6) VALUE 0.

       01  WS-CPT-NB-RECAP        PIC 9(6) VALUE 0.

      *    CODE RETOUR GRADUE REMIS A L'ORDONNANCEUR : 0 TOUS LES
      *    COMPTES RAPPROCHES, 4 COMPTES EN EXCEPTION, 8 PASSAGE
      *    REFUSE (ANNEE DEMANDEE NON ECOULEE), 12 INCIDENT FICHIER.
       01  WS-CODE-RETOUR         PIC 9(2) VALUE 0.
      *
      *    COMPTEUR FIN      -------------------------------------------
      *
      *    RECHERCHE DU CLIENT PENDANT LE CHARGEMENT  -----------------
      *
      *    L'HISTORIQUE EST ECRIT COMPTE PAR COMPTE A CHAQUE BASCULE :
      *    LE MAITRE N'EST RELU QU'AU CHANGEMENT DE COMPTE. UN COMPTE
      *    DISPARU DU MAITRE EST CLASSE EN FIN DE TRI (HIGH-VALUES).
       01  WS-CPT-LU-PREC         PIC 9(10) VALUE 0.

       01  WS-NOM-LU              PIC X(14) VALUE SPACES.

       01  WS-STATUT-LU           PIC X(01) VALUE SPACE.
      *
      *    RUPTURES DU TRI  -------------------------------------------
      *
       01  WS-CLI-CRS             PIC X(14) VALUE SPACES.

       01  WS-CPT-CRS             PIC 9(10) VALUE 0.

       01  WS-CPT-STATUT-CRS      PIC X(01) VALUE SPACE.

       01  WS-SW-FIN-TRI          PIC 9 VALUE 0.
           88  FIN-TRI                VALUE 1.
      *
      *    RECONSTITUTION DU COMPTE EN COURS  -------------------------
      *
      *    CUMULS DE LA PERIODE EN COURS DE LECTURE, REPORTES DANS
      *    L'ANNEE QUAND LE SOLDE 'S' QUI LA FERME EST DE L'ANNEE.
       01  WS-TAB-PERIODE.
           05  WS-TAB-PER  OCCURS 12.
               10  WS-PER-CRE         PIC S9(9)V99.
               10  WS-PER-DEB         PIC S9(9)V99.
           05  WS-PER-INT             PIC S9(9)V99.
           05  WS-PER-FRAIS           PIC S9(9)V99.

       01  WS-TAB-ANNEE.
           05  WS-TAB-AN   OCCURS 12.
               10  WS-AN-CRE          PIC S9(9)V99.
               10  WS-AN-DEB          PIC S9(9)V99.
           05  WS-AN-INT              PIC S9(9)V99.
           05  WS-AN-FRAIS            PIC S9(9)V99.
           05  WS-AN-OUV              PIC S9(9)V99.
           05  WS-AN-CLOT             PIC S9(9)V99.
           05  WS-AN-NB-PER           PIC 9(03).
           05  WS-AN-SW-RUPTURE       PIC 9.
               88  RUPTURE-PERIODES       VALUE 1.

       01  WS-AN-TOT-CRE          PIC S9(9)V99 VALUE 0.

       01  WS-AN-TOT-DEB          PIC S9(9)V99 VALUE 0.

       01  WS-AN-CALC             PIC S9(9)V99 VALUE 0.

      *    SOLDES PORTES PAR LE 'S' LU ET SOLDE DE LA PERIODE
      *    PRECEDENTE POUR LE CONTROLE DE CHAINAGE.
       01  WS-SLD-OUV-PER         PIC S9(9)V99 VALUE 0.

       01  WS-SLD-CLOT-PER        PIC S9(9)V99 VALUE 0.

       01  WS-SLD-PREC            PIC S9(9)V99 VALUE 0.

       01  WS-SW-PREC             PIC 9 VALUE 0.
           88  SOLDE-PREC-CONNU       VALUE 1.

       01  WS-ANNEE-MVT           PIC 9(04) VALUE 0.

       01  WS-IDX-M               PIC 9(2) COMP.

       01  WS-MOTIF-EXC           PIC X(30) VALUE SPACES.
      *
      *    RECAPITULATIF DU CLIENT EN COURS  --------------------------
      *
       01  WS-CLI-NB-CPT          PIC 9(5) VALUE 0.

       01  WS-CLI-SOLDE           PIC S9(9)V99 VALUE 0.
      *
      *    TOTALISATION DE L'EXTRAIT FISCAL  --------------------------
      *
       01  WS-FIS-NB              PIC 9(7) VALUE 0.

       01  WS-FIS-CUM-CLOT        PIC S9(11)V99 VALUE 0.
      *
      *    AIGUILLAGE DEB    -------------------------------------------
      *
       01  WS-SW-ADR              PIC 9 VALUE 0.
           88  ADR-DISPONIBLE         VALUE 1.
      *
      *    ECLATEMENT PAR CLIENT : NOM DU FICHIER UNITAIRE EN COURS,
      *    SEQUENCE GLOBALE REPRISE APRES LE DERNIER MANIFESTE ET
      *    TEMOIN D'OUVERTURE, COMME POUR LES RELEVES ORDINAIRES.
      *
       01  WS-RELUNIT-NOM.
           05  FILLER             PIC X(04) VALUE 'RELV'.
           05  WS-RELUNIT-RQST    PIC 9(03).
           05  WS-RELUNIT-SEQ     PIC 9(07).

       01  WS-CPT-SEQ-RELV        PIC 9(7) VALUE 0.

       01  WS-SW-RELV             PIC 9 VALUE 0.
           88  RELV-OUVERT            VALUE 1.

      *    RELECTURE DU MANIFESTE EXISTANT : SEULE LA SEQUENCE DU
      *    FICHIER UNITAIRE EST EXPLOITEE POUR NE PAS ECRASER LES
      *    FICHIERS DEJA PRODUITS.
       01  WS-MANIF-LU.
           05  FILLER             PIC X(45).
           05  WS-MANIF-LU-SEQ    PIC 9(07).
           05  FILLER             PIC X(02).

      *    CANAL DE DISTRIBUTION DU CLIENT (POSTE PAR DEFAUT).
       01  WS-ADR-CANAL-CRS       PIC X(01) VALUE 'P'.

       01  WS-LIGNE-ANN           PIC X(78) VALUE SPACES.
      *
      *    AIGUILLAGE FIN    -------------------------------------------
      *
      *    FICHIER COPIER DEB   ----------------------------------------
      *
       COPY TP5MOUVT.

       COPY TP5CPTE.

       COPY TP5ADRC.

       COPY TP5AGIH.

       COPY TP5LEDIT.

       COPY TP5LANN.

       COPY TP5LMAN.

      *    FICHIER COPIER FIN   ----------------------------------------
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
           PERFORM 6000-OPEN-FMVTHIST-DEB
              THRU 6000-OPEN-FMVTHIST-FIN.
           PERFORM 6010-OPEN-FCPTE-DEB
              THRU 6010-OPEN-FCPTE-FIN.
           PERFORM 6020-OPEN-FADRCLI-DEB
              THRU 6020-OPEN-FADRCLI-FIN.
           PERFORM 6030-OPEN-FMANIF-DEB
              THRU 6030-OPEN-FMANIF-FIN.
           PERFORM 6040-OPEN-FFISCAL-DEB
              THRU 6040-OPEN-FFISCAL-FIN.
           PERFORM 6050-OPEN-ETAANN-DEB
              THRU 6050-OPEN-ETAANN-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.
           COMPUTE WS-ANNEE-JOUR = 2000 + WS-DATE-JOUR-AA.

           ACCEPT WS-ENR-PARM.
           PERFORM 1000-CONTROLE-PARM-DEB
              THRU 1000-CONTROLE-PARM-FIN.

           PERFORM 8000-TETE-ANN-DEB
              THRU 8000-TETE-ANN-FIN.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ALTERNATIVE)                    *
      * ==========================================                    *
      *---------------------------------------------------------------*
      *
           IF WS-MOTIF-REFUS NOT = SPACES
               PERFORM 8045-REFUS-ANN-DEB
                  THRU 8045-REFUS-ANN-FIN
           ELSE
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ITERATION)                      *
      * ========================================                      *
      *---------------------------------------------------------------*
      *
               SORT FTRI ON ASCENDING KEY TRI-NOM-CLI TRI-NUM-CPT
                                          TRI-ORDRE
                    INPUT PROCEDURE IS 2000-CHARGER-HIST-DEB
                                    THRU 2000-CHARGER-HIST-FIN
                    OUTPUT PROCEDURE IS 3000-RECAPITULER-DEB
                                    THRU 3000-RECAPITULER-FIN
      *        L'EXTRAIT FISCAL EST TERMINE PAR SA LIGNE DE
      *        TOTALISATION, MEME S'IL EST VIDE.
               MOVE WS-ANNEE         TO WS-LFIS-TOT-ANNEE-ED
               MOVE WS-FIS-NB        TO WS-LFIS-TOT-NB-ED
               MOVE WS-FIS-CUM-CLOT  TO WS-LFIS-TOT-CLOT-ED
               WRITE FS-ENRG-FFISCAL FROM WS-LFIS-TOTAL
               IF WS-CPT-NB-EXCEPTIONS = 0
                   WRITE FS-ENRG-ETAANN FROM WS-LANN-NEANT
               END-IF
               PERFORM 8050-FDP-ANN-DEB
                  THRU 8050-FDP-ANN-FIN
           END-IF.
      *
      *---------------------------------------------------------------*
      * OREILETTE DE DROITE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.

           CLOSE FMVTHIST.
           CLOSE FCPTE.
           IF ADR-DISPONIBLE
              CLOSE FADRCLI
           END-IF.
           CLOSE FMANIF.
           CLOSE FFISCAL.
           CLOSE ETAANN.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-PROGRAMME-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CONTROLE PARAMETRE     *
      *               ===========================================     *
      *---------------------------------------------------------------*
      *  L'ANNEE RECAPITULEE DOIT ETRE ECOULEE : SES PERIODES DE      *
      *  DECEMBRE NE SONT SINON PAS ENCORE BASCULEES.                 *
      *---------------------------------------------------------------*
      *
       1000-CONTROLE-PARM-DEB.
      *
           IF WS-PRM-ANNEE NOT NUMERIC OR WS-PRM-ANNEE = ZEROS
               COMPUTE WS-PRM-ANNEE = WS-ANNEE-JOUR - 1
           END-IF.
           MOVE WS-PRM-ANNEE TO WS-ANNEE.

           IF WS-ANNEE < 2000
               MOVE 'ANNEE DEMANDEE INVALIDE' TO WS-MOTIF-REFUS
               GO TO 1000-CONTROLE-PARM-FIN
           END-IF.
           IF WS-ANNEE NOT < WS-ANNEE-JOUR
               MOVE 'ANNEE DEMANDEE NON ECOULEE' TO WS-MOTIF-REFUS
               GO TO 1000-CONTROLE-PARM-FIN
           END-IF.
      *
       1000-CONTROLE-PARM-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CHARGEMENT             *
      *               ===================================             *
      *---------------------------------------------------------------*
      *
       2000-CHARGER-HIST-DEB.
      *
           READ FMVTHIST INTO WS-ENRG-F-MOUVT.
           PERFORM 2010-VERSER-HIST-DEB
              THRU 2010-VERSER-HIST-FIN
              UNTIL FIN-FMVTHIST.
      *
       2000-CHARGER-HIST-FIN.
            EXIT.


       2010-VERSER-HIST-DEB.
           IF NOT OK-FMVTHIST
               DISPLAY 'PROBLEME DE LECTURE DU FICHIER FMVTHIST'
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTHIST
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-HIST.
           IF WS-MVT-CPTE NOT = WS-CPT-LU-PREC
               PERFORM 2020-CHERCHER-CLIENT-DEB
                  THRU 2020-CHERCHER-CLIENT-FIN
           END-IF.
           MOVE WS-NOM-LU       TO TRI-NOM-CLI.
           MOVE WS-MVT-CPTE     TO TRI-NUM-CPT.
           MOVE WS-CPT-NB-HIST  TO TRI-ORDRE.
           MOVE WS-STATUT-LU    TO TRI-STATUT.
           MOVE WS-ENRG-F-MOUVT TO TRI-MVT.
           RELEASE TRI-ENRG.
           READ FMVTHIST INTO WS-ENRG-F-MOUVT.
       2010-VERSER-HIST-FIN.
            EXIT.


       2020-CHERCHER-CLIENT-DEB.
           MOVE WS-MVT-CPTE TO WS-CPT-LU-PREC.
           MOVE WS-MVT-CPTE TO FS-NUM-CPT.
           READ FCPTE INTO WS-ENRG-F-CPTE.
           IF OK-FCPTE OR DOUBLON-CS-FCPTE
               MOVE WS-CPTE-NOM    TO WS-NOM-LU
               MOVE WS-CPTE-STATUT TO WS-STATUT-LU
           ELSE
               MOVE HIGH-VALUES    TO WS-NOM-LU
               MOVE SPACE          TO WS-STATUT-LU
           END-IF.
       2020-CHERCHER-CLIENT-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT RECAPITULATION         *
      *---------------------------------------------------------------*
      *  RELECTURE DU TRI PAR CLIENT, COMPTE ET ORDRE DES BASCULES :  *
      *  LES 'M' SONT CUMULES DANS LA PERIODE EN COURS, LE SOLDE 'S'  *
      *  QUI LA FERME LA REPORTE DANS L'ANNEE S'IL EST DATE DE        *
      *  L'ANNEE, L'ECARTE SINON. EN FIN DE COMPTE LE RAPPROCHEMENT   *
      *  DECIDE ENTRE RECAPITULATIF ET EXCEPTION ; EN FIN DE CLIENT   *
      *  SON FICHIER UNITAIRE EST FERME ET MANIFESTE.                 *
      *---------------------------------------------------------------*
      *
       3000-RECAPITULER-DEB.
      *
           MOVE 0 TO WS-CPT-CRS.
           RETURN FTRI
               AT END MOVE 1 TO WS-SW-FIN-TRI
           END-RETURN.
           PERFORM 3010-RECAP-ENRG-DEB
              THRU 3010-RECAP-ENRG-FIN
              UNTIL FIN-TRI.
           PERFORM 3030-FIN-COMPTE-DEB
              THRU 3030-FIN-COMPTE-FIN.
           PERFORM 3040-FIN-CLIENT-DEB
              THRU 3040-FIN-CLIENT-FIN.
      *
       3000-RECAPITULER-FIN.
            EXIT.


       3010-RECAP-ENRG-DEB.
      *
           IF TRI-NUM-CPT NOT = WS-CPT-CRS
               PERFORM 3030-FIN-COMPTE-DEB
                  THRU 3030-FIN-COMPTE-FIN
               IF TRI-NOM-CLI NOT = WS-CLI-CRS
                   PERFORM 3040-FIN-CLIENT-DEB
                      THRU 3040-FIN-CLIENT-FIN
                   MOVE TRI-NOM-CLI TO WS-CLI-CRS
                   MOVE 0 TO WS-CLI-NB-CPT
                   MOVE 0 TO WS-CLI-SOLDE
               END-IF
               MOVE TRI-NUM-CPT TO WS-CPT-CRS
               MOVE TRI-STATUT  TO WS-CPT-STATUT-CRS
               INITIALIZE WS-TAB-PERIODE
               INITIALIZE WS-TAB-ANNEE
               MOVE 0 TO WS-SW-PREC
           END-IF.

           MOVE TRI-MVT TO WS-ENRG-F-MOUVT.
           IF MVT-SOLDE-HIST
               PERFORM 3060-SOLDE-PERIODE-DEB
                  THRU 3060-SOLDE-PERIODE-FIN
           ELSE
               IF MVT-MOUVEMENT
                   PERFORM 3050-CUMUL-MVT-DEB
                      THRU 3050-CUMUL-MVT-FIN
               END-IF
           END-IF.

           RETURN FTRI
               AT END MOVE 1 TO WS-SW-FIN-TRI
           END-RETURN.
      *
       3010-RECAP-ENRG-FIN.
            EXIT.


       3030-FIN-COMPTE-DEB.
      *    UN COMPTE SANS PERIODE BASCULEE DANS L'ANNEE (OUVERT
      *    APRES, OU HISTORIQUE ANTERIEUR AUX SOLDES 'S') N'A RIEN
      *    A RECAPITULER.
           IF WS-CPT-CRS = 0
               GO TO 3030-FIN-COMPTE-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-COMPTES.
           IF WS-AN-NB-PER = 0
               ADD 1 TO WS-CPT-NB-SANS-PER
               GO TO 3030-FIN-COMPTE-FIN
           END-IF.

           MOVE 0 TO WS-AN-TOT-CRE.
           MOVE 0 TO WS-AN-TOT-DEB.
           MOVE 1 TO WS-IDX-M.
           PERFORM 7010-TOTALISER-MOIS-DEB
              THRU 7010-TOTALISER-MOIS-FIN
              UNTIL WS-IDX-M > 12.
           COMPUTE WS-AN-CALC = WS-AN-OUV + WS-AN-TOT-CRE
                                          - WS-AN-TOT-DEB.

           MOVE SPACES TO WS-MOTIF-EXC.
           IF WS-CLI-CRS = HIGH-VALUES
               MOVE 'COMPTE ABSENT DU MAITRE' TO WS-MOTIF-EXC
           ELSE
               IF WS-AN-CALC NOT = WS-AN-CLOT
                   MOVE 'SOLDES NON RAPPROCHES' TO WS-MOTIF-EXC
               ELSE
                   IF RUPTURE-PERIODES
                       MOVE 'RUPTURE DE SOLDE ENTRE PERIODES'
                         TO WS-MOTIF-EXC
                   END-IF
               END-IF
           END-IF.

           IF WS-MOTIF-EXC NOT = SPACES
               PERFORM 8040-LIGNE-EXCEPTION-DEB
                  THRU 8040-LIGNE-EXCEPTION-FIN
               GO TO 3030-FIN-COMPTE-FIN
           END-IF.

           PERFORM 4000-EDITER-COMPTE-DEB
              THRU 4000-EDITER-COMPTE-FIN.
           PERFORM 4050-EXTRAIT-FISCAL-DEB
              THRU 4050-EXTRAIT-FISCAL-FIN.
           ADD 1 TO WS-CPT-NB-RAPPROCHES.
           ADD 1 TO WS-CLI-NB-CPT.
           ADD WS-AN-CLOT TO WS-CLI-SOLDE.
       3030-FIN-COMPTE-FIN.
            EXIT.


       3040-FIN-CLIENT-DEB.
      *    LE RECAPITULATIF DU CLIENT N'EXISTE QUE S'IL PORTE AU
      *    MOINS UN COMPTE RAPPROCHE.
           IF RELV-OUVERT
               MOVE WS-LETAT-TIRET TO WS-LIGNE-ANN
               PERFORM 8080-LIGNE-RELV-DEB
                  THRU 8080-LIGNE-RELV-FIN
               PERFORM 6140-FERMER-RELUNIT-DEB
                  THRU 6140-FERMER-RELUNIT-FIN
               ADD 1 TO WS-CPT-NB-RECAP
           END-IF.
       3040-FIN-CLIENT-FIN.
            EXIT.


       3050-CUMUL-MVT-DEB.
      *    VENTILATION AU MOIS D'OPERATION ; UN MOUVEMENT D'UNE
      *    PERIODE DE L'ANNEE DATE HORS DE L'ANNEE (SAISIE TARDIVE
      *    OU ANTICIPEE) EST RATTACHE AU PREMIER OU AU DERNIER MOIS.
           COMPUTE WS-ANNEE-MVT = WS-MVT-DOPER-SS * 100
                                + WS-MVT-DOPER-AA.
           IF WS-ANNEE-MVT = WS-ANNEE
               MOVE WS-MVT-DOPER-MM TO WS-IDX-M
           ELSE
               IF WS-ANNEE-MVT < WS-ANNEE
                   MOVE 1  TO WS-IDX-M
               ELSE
                   MOVE 12 TO WS-IDX-M
               END-IF
           END-IF.
           IF WS-IDX-M < 1 OR WS-IDX-M > 12
               MOVE 12 TO WS-IDX-M
           END-IF.

           IF MVT-DEBIT
               ADD WS-MVT-MONTANT TO WS-PER-DEB(WS-IDX-M)
           ELSE
               ADD WS-MVT-MONTANT TO WS-PER-CRE(WS-IDX-M)
           END-IF.

      *    INTERETS ET FRAIS : UNE EXTOURNE AU CREDIT VIENT EN
      *    DEDUCTION.
           IF WS-MVT-LIBELLE = WS-LIB-INT-DEB
              OR WS-MVT-LIBELLE = WS-LIB-INT-GEL
               IF MVT-DEBIT
                   ADD WS-MVT-MONTANT TO WS-PER-INT
               ELSE
                   SUBTRACT WS-MVT-MONTANT FROM WS-PER-INT
               END-IF
           END-IF.
           IF WS-MVT-LIBELLE = WS-LIB-FRAIS
               IF MVT-DEBIT
                   ADD WS-MVT-MONTANT TO WS-PER-FRAIS
               ELSE
                   SUBTRACT WS-MVT-MONTANT FROM WS-PER-FRAIS
               END-IF
           END-IF.
       3050-CUMUL-MVT-FIN.
            EXIT.


       3060-SOLDE-PERIODE-DEB.
           IF MVT-DEBIT
               COMPUTE WS-SLD-CLOT-PER = 0 - WS-MVT-MONTANT
           ELSE
               MOVE WS-MVT-MONTANT TO WS-SLD-CLOT-PER
           END-IF.
           IF MVT-HIST-OUV-DEBIT
               COMPUTE WS-SLD-OUV-PER = 0 - WS-MVT-HIST-MNT-OUV
           ELSE
               MOVE WS-MVT-HIST-MNT-OUV TO WS-SLD-OUV-PER
           END-IF.
           COMPUTE WS-ANNEE-MVT = WS-MVT-DOPER-SS * 100
                                + WS-MVT-DOPER-AA.

           IF WS-ANNEE-MVT = WS-ANNEE
               IF WS-AN-NB-PER = 0
                   MOVE WS-SLD-OUV-PER TO WS-AN-OUV
               END-IF
      *        L'OUVERTURE D'UNE PERIODE DOIT ETRE LE SOLDE DE LA
      *        PRECEDENTE, Y COMPRIS LA DERNIERE DE L'ANNEE D'AVANT.
               IF SOLDE-PREC-CONNU
                  AND WS-SLD-OUV-PER NOT = WS-SLD-PREC
                   MOVE 1 TO WS-AN-SW-RUPTURE
               END-IF
               MOVE 1 TO WS-IDX-M
               PERFORM 7000-REPORTER-MOIS-DEB
                  THRU 7000-REPORTER-MOIS-FIN
                  UNTIL WS-IDX-M > 12
               ADD WS-PER-INT   TO WS-AN-INT
               ADD WS-PER-FRAIS TO WS-AN-FRAIS
               MOVE WS-SLD-CLOT-PER TO WS-AN-CLOT
               ADD 1 TO WS-AN-NB-PER
           END-IF.

           MOVE WS-SLD-CLOT-PER TO WS-SLD-PREC.
           MOVE 1 TO WS-SW-PREC.
           INITIALIZE WS-TAB-PERIODE.
       3060-SOLDE-PERIODE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT EDITION DU COMPTE      *
      *               ==========================================      *
      *---------------------------------------------------------------*
      *
       4000-EDITER-COMPTE-DEB.
      *
           IF NOT RELV-OUVERT
               PERFORM 6130-OUVRIR-RELUNIT-DEB
                  THRU 6130-OUVRIR-RELUNIT-FIN
               PERFORM 4010-ENTETE-CLIENT-DEB
                  THRU 4010-ENTETE-CLIENT-FIN
           END-IF.

           MOVE WS-CPT-CRS TO WS-LANN-CPT-ED.
           MOVE WS-LANN-COMPTE TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-ANNEE  TO WS-LANN-OUV-AN-ED.
           MOVE WS-AN-OUV TO WS-LANN-OUV-ED.
           MOVE WS-LANN-OUV TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-LETAT-BLANC TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-LANN-INTIT-MOIS TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE 1 TO WS-IDX-M.
           PERFORM 4020-LIGNE-MOIS-DEB
              THRU 4020-LIGNE-MOIS-FIN
              UNTIL WS-IDX-M > 12.

           MOVE WS-LANN-SEPAR TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE 'TOTAL'       TO WS-LANN-MOIS-ED.
           MOVE WS-AN-TOT-CRE TO WS-LANN-CRE-ED.
           MOVE WS-AN-TOT-DEB TO WS-LANN-DEB-ED.
           MOVE WS-LANN-MOIS  TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-LETAT-BLANC TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-AN-INT TO WS-LANN-INT-ED.
           MOVE WS-LANN-INT TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-AN-FRAIS TO WS-LANN-FRAIS-ED.
           MOVE WS-LANN-FRAIS TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-ANNEE   TO WS-LANN-CLOT-AN-ED.
           MOVE WS-AN-CLOT TO WS-LANN-CLOT-ED.
           MOVE WS-LANN-CLOT TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-LETAT-BLANC TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.
      *
       4000-EDITER-COMPTE-FIN.
            EXIT.


       4010-ENTETE-CLIENT-DEB.
           MOVE WS-ANNEE   TO WS-LANN-ANNEE-ED.
           MOVE WS-CLI-CRS TO WS-LANN-NOM-ED.
           MOVE WS-LANN-ENTETE TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-LETAT-TIRET TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           PERFORM 8005-BLOC-ADRESSE-DEB
              THRU 8005-BLOC-ADRESSE-FIN.
       4010-ENTETE-CLIENT-FIN.
           EXIT.


       4020-LIGNE-MOIS-DEB.
           MOVE WS-LANN-NOM-MOIS(WS-IDX-M) TO WS-LANN-MOIS-ED.
           MOVE WS-AN-CRE(WS-IDX-M)        TO WS-LANN-CRE-ED.
           MOVE WS-AN-DEB(WS-IDX-M)        TO WS-LANN-DEB-ED.
           MOVE WS-LANN-MOIS TO WS-LIGNE-ANN.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.
           ADD 1 TO WS-IDX-M.
       4020-LIGNE-MOIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT EXTRAIT FISCAL         *
      *               =======================================         *
      *---------------------------------------------------------------*
      *
       4050-EXTRAIT-FISCAL-DEB.
      *
           MOVE WS-ANNEE          TO WS-LFIS-ANNEE-ED.
           MOVE WS-CPT-CRS        TO WS-LFIS-CPT-ED.
           MOVE WS-CLI-CRS        TO WS-LFIS-NOM-ED.
           MOVE WS-CPT-STATUT-CRS TO WS-LFIS-STATUT-ED.
           MOVE WS-AN-OUV         TO WS-LFIS-OUV-ED.
           MOVE WS-AN-TOT-CRE     TO WS-LFIS-CRE-ED.
           MOVE WS-AN-TOT-DEB     TO WS-LFIS-DEB-ED.
           MOVE WS-AN-INT         TO WS-LFIS-INT-ED.
           MOVE WS-AN-FRAIS       TO WS-LFIS-FRAIS-ED.
           MOVE WS-AN-CLOT        TO WS-LFIS-CLOT-ED.
           WRITE FS-ENRG-FFISCAL FROM WS-LFIS-DETAIL.
           IF NOT OK-FFISCAL
               DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FFISCAL'
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FFISCAL
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-FIS-NB.
           ADD WS-AN-CLOT TO WS-FIS-CUM-CLOT.
      *
       4050-EXTRAIT-FISCAL-FIN.
            EXIT.
      *
      *
      *===============================================================*
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
      *---------------------------------------------------------------*
      *                                                               *
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *                                                               *
      *===============================================================*
      *===============================================================*
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *    OUVERTURE FICHIER DEB  -------------------------------------
      *
       6000-OPEN-FMVTHIST-DEB.
           OPEN INPUT FMVTHIST.
           IF NOT OK-FMVTHIST
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMVTHIST'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTHIST
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FMVTHIST-FIN.
           EXIT.

       6010-OPEN-FCPTE-DEB.
           OPEN INPUT FCPTE.
           IF NOT OK-FCPTE
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FCPTE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-FCPTE-FIN.
           EXIT.

       6020-OPEN-FADRCLI-DEB.
      *    LE REFERENTIEL DES ADRESSES FOURNIT LE BLOC ADRESSE ET
      *    LE CANAL DE DISTRIBUTION ; ABSENT, LE RECAPITULATIF PART
      *    SANS ADRESSE AU CANAL POSTE PAR DEFAUT.
           OPEN INPUT FADRCLI.
           IF OK-FADRCLI
              MOVE 1 TO WS-SW-ADR
           ELSE
              MOVE 0 TO WS-SW-ADR
              IF NOT FADRCLI-ABSENT
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FADRCLI'
                 DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FADRCLI
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6020-OPEN-FADRCLI-FIN.
           EXIT.

       6030-OPEN-FMANIF-DEB.
      *    LES RECAPITULATIFS S'AJOUTENT AU MANIFESTE DU JOUR : LA
      *    NUMEROTATION DES FICHIERS UNITAIRES RELV REPREND APRES
      *    LE DERNIER RELEVE MANIFESTE POUR NE PAS ECRASER LES
      *    FICHIERS DEJA PRODUITS PAR LA CHAINE.
           OPEN INPUT FMANIF.
           IF OK-FMANIF
              READ FMANIF INTO WS-MANIF-LU
              PERFORM 6035-LIRE-MANIF-DEB
                 THRU 6035-LIRE-MANIF-FIN
                 UNTIL NOT OK-FMANIF
              CLOSE FMANIF
           END-IF.
           OPEN EXTEND FMANIF.
           IF NOT OK-FMANIF
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMANIF'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMANIF
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OPEN-FMANIF-FIN.
           EXIT.

       6035-LIRE-MANIF-DEB.
           IF WS-MANIF-LU-SEQ IS NUMERIC
              AND WS-MANIF-LU-SEQ > WS-CPT-SEQ-RELV
               MOVE WS-MANIF-LU-SEQ TO WS-CPT-SEQ-RELV
           END-IF.
           READ FMANIF INTO WS-MANIF-LU.
       6035-LIRE-MANIF-FIN.
           EXIT.

       6040-OPEN-FFISCAL-DEB.
           OPEN OUTPUT FFISCAL.
           IF NOT OK-FFISCAL
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FFISCAL'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FFISCAL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OPEN-FFISCAL-FIN.
           EXIT.

       6050-OPEN-ETAANN-DEB.
           OPEN OUTPUT ETAANN.
           IF NOT OK-ETAANN
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETAANN'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETAANN
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-OPEN-ETAANN-FIN.
           EXIT.
      *
      *    OUVERTURE FICHIER FIN  -------------------------------------
      *
      *    FICHIER UNITAIRE DEB  --------------------------------------
      *
       6130-OUVRIR-RELUNIT-DEB.
      *    OUVERTURE DU FICHIER UNITAIRE DU RECAPITULATIF DU CLIENT :
      *    LE NOM PORTE LA DEMANDE 000 (EDITION HORS DEMANDE) ET LA
      *    SEQUENCE GLOBALE.
           ADD 1 TO WS-CPT-SEQ-RELV.
           MOVE ZEROS           TO WS-RELUNIT-RQST.
           MOVE WS-CPT-SEQ-RELV TO WS-RELUNIT-SEQ.
           OPEN OUTPUT FRELUNIT.
           IF NOT OK-FRELUNIT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FRELUNIT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FRELUNIT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 1 TO WS-SW-RELV.
       6130-OUVRIR-RELUNIT-FIN.
           EXIT.

       6140-FERMER-RELUNIT-DEB.
      *    CLOTURE DU RECAPITULATIF ET ECRITURE DE SA LIGNE DE
      *    MANIFESTE, MARQUEE 'N' : LE ROUTEUR DISTRIBUE ET PROUVE
      *    LE RECAPITULATIF ANNUEL COMME LES RELEVES. LE SOLDE
      *    MANIFESTE EST LE CUMUL DES SOLDES AU 31 DECEMBRE.
           IF RELV-OUVERT
              CLOSE FRELUNIT
              MOVE 0 TO WS-SW-RELV
              MOVE ZEROS             TO WS-LMANIF-NUM-ED
              MOVE WS-CLI-CRS        TO WS-LMANIF-NOM-ED
              MOVE 'N'               TO WS-LMANIF-TYP-ED
              MOVE 1                 TO WS-LMANIF-PAGES-ED
              MOVE WS-CLI-NB-CPT     TO WS-LMANIF-NBCPT-ED
              MOVE WS-CLI-SOLDE      TO WS-LMANIF-SOLDE-ED
              MOVE WS-CPT-SEQ-RELV   TO WS-LMANIF-RELV-ED
              MOVE WS-ADR-CANAL-CRS  TO WS-LMANIF-CANAL-ED
              WRITE FS-ENRG-FMANIF FROM WS-LMANIF-DETAIL
              IF NOT OK-FMANIF
                 DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FMANIF'
                 DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMANIF
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6140-FERMER-RELUNIT-FIN.
           EXIT.
      *
      *    FICHIER UNITAIRE FIN  --------------------------------------
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-REPORTER-MOIS-DEB.
           ADD WS-PER-CRE(WS-IDX-M) TO WS-AN-CRE(WS-IDX-M).
           ADD WS-PER-DEB(WS-IDX-M) TO WS-AN-DEB(WS-IDX-M).
           ADD 1 TO WS-IDX-M.
       7000-REPORTER-MOIS-FIN.
           EXIT.

       7010-TOTALISER-MOIS-DEB.
           ADD WS-AN-CRE(WS-IDX-M) TO WS-AN-TOT-CRE.
           ADD WS-AN-DEB(WS-IDX-M) TO WS-AN-TOT-DEB.
           ADD 1 TO WS-IDX-M.
       7010-TOTALISER-MOIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *            ENTETE ANN DEB   -----------------------------------
      *
       8000-TETE-ANN-DEB.

           WRITE FS-ENRG-ETAANN FROM WS-LANN-ASTER.

           WRITE FS-ENRG-ETAANN FROM WS-LANN-TITRE.

           WRITE FS-ENRG-ETAANN FROM WS-LANN-ASTER.

           MOVE WS-ANNEE TO WS-LANN-ANN-ED.
           WRITE FS-ENRG-ETAANN FROM WS-LANN-ANNEE.

           WRITE FS-ENRG-ETAANN FROM WS-LANN-INTERL.

           WRITE FS-ENRG-ETAANN FROM WS-LANN-INTITULE.

           WRITE FS-ENRG-ETAANN FROM WS-LANN-INTERL.

       8000-TETE-ANN-FIN.
           EXIT.
      *
      *            ENTETE ANN FIN   -----------------------------------
      *
      *            BLOC ADRESSE DEB  ----------------------------------
      *
      *    BLOC ADRESSE DU RECAPITULATIF, LU DANS LE REFERENTIEL
      *    FADRCLI SUR LE NOM DU CLIENT, AVEC LE CANAL DE
      *    DISTRIBUTION REPORTE AU MANIFESTE. SANS ADRESSE CONNUE LE
      *    RECAPITULATIF PART SANS BLOC AU CANAL POSTE.
      *
       8005-BLOC-ADRESSE-DEB.

            MOVE 'P' TO WS-ADR-CANAL-CRS.
            IF NOT ADR-DISPONIBLE
                GO TO 8005-BLOC-ADRESSE-FIN
            END-IF.

            MOVE WS-CLI-CRS TO ADR-NOM-CLI.
            READ FADRCLI INTO WS-ENRG-F-ADR.
            IF NOT OK-FADRCLI
                GO TO 8005-BLOC-ADRESSE-FIN
            END-IF.

            MOVE WS-ADR-CANAL TO WS-ADR-CANAL-CRS.

            MOVE WS-ADR-NOM-CLI TO WS-LETAT-ADR-ED.
            MOVE WS-LETAT-ADRESSE TO WS-LIGNE-ANN.
            PERFORM 8080-LIGNE-RELV-DEB
               THRU 8080-LIGNE-RELV-FIN.

            IF WS-ADR-LIGNE1 NOT = SPACE
                MOVE WS-ADR-LIGNE1 TO WS-LETAT-ADR-ED
                MOVE WS-LETAT-ADRESSE TO WS-LIGNE-ANN
                PERFORM 8080-LIGNE-RELV-DEB
                   THRU 8080-LIGNE-RELV-FIN
            END-IF.

            IF WS-ADR-LIGNE2 NOT = SPACE
                MOVE WS-ADR-LIGNE2 TO WS-LETAT-ADR-ED
                MOVE WS-LETAT-ADRESSE TO WS-LIGNE-ANN
                PERFORM 8080-LIGNE-RELV-DEB
                   THRU 8080-LIGNE-RELV-FIN
            END-IF.

            IF WS-ADR-LIGNE3 NOT = SPACE
                MOVE WS-ADR-LIGNE3 TO WS-LETAT-ADR-ED
                MOVE WS-LETAT-ADRESSE TO WS-LIGNE-ANN
                PERFORM 8080-LIGNE-RELV-DEB
                   THRU 8080-LIGNE-RELV-FIN
            END-IF.

            MOVE WS-LETAT-BLANC TO WS-LIGNE-ANN.
            PERFORM 8080-LIGNE-RELV-DEB
               THRU 8080-LIGNE-RELV-FIN.

       8005-BLOC-ADRESSE-FIN.
           EXIT.
      *
      *            BLOC ADRESSE FIN  ----------------------------------
      *
      *            LIGNE D'EXCEPTION DEB  -----------------------------
      *
       8040-LIGNE-EXCEPTION-DEB.

           ADD 1 TO WS-CPT-NB-EXCEPTIONS.
           MOVE WS-CPT-CRS    TO WS-LANN-EXC-CPT-ED.
           IF WS-CLI-CRS = HIGH-VALUES
               MOVE SPACES     TO WS-LANN-EXC-NOM-ED
           ELSE
               MOVE WS-CLI-CRS TO WS-LANN-EXC-NOM-ED
           END-IF.
           MOVE WS-MOTIF-EXC  TO WS-LANN-EXC-MOTIF-ED.
           WRITE FS-ENRG-ETAANN FROM WS-LANN-EXC.

           MOVE WS-AN-OUV     TO WS-LANN-EXC-OUV-ED.
           MOVE WS-AN-CALC    TO WS-LANN-EXC-CALC-ED.
           MOVE WS-AN-CLOT    TO WS-LANN-EXC-ENR-ED.
           WRITE FS-ENRG-ETAANN FROM WS-LANN-EXC-MNT.

           IF WS-CODE-RETOUR < 4
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

       8040-LIGNE-EXCEPTION-FIN.
           EXIT.
      *
      *            LIGNE D'EXCEPTION FIN  -----------------------------
      *
      *            REFUS ANN DEB    -----------------------------------
      *
       8045-REFUS-ANN-DEB.

           MOVE WS-MOTIF-REFUS TO WS-LANN-REFUS-ED.
           WRITE FS-ENRG-ETAANN FROM WS-LANN-REFUS.
           WRITE FS-ENRG-ETAANN FROM WS-LANN-ASTER.
           DISPLAY 'PASSAGE REFUSE : ' WS-MOTIF-REFUS.
           MOVE 8 TO WS-CODE-RETOUR.

       8045-REFUS-ANN-FIN.
           EXIT.
      *
      *            REFUS ANN FIN    -----------------------------------
      *
      *            FDP ANN DEB      -----------------------------------
      *
       8050-FDP-ANN-DEB.

           WRITE FS-ENRG-ETAANN FROM WS-LANN-INTERL.
           WRITE FS-ENRG-ETAANN FROM WS-LANN-ASTER.

           MOVE 'COMPTES AVEC PERIODES DANS L''ANNEE' TO
                WS-LANN-NB-LIB-ED.
           COMPUTE WS-LANN-NB-ED = WS-CPT-NB-COMPTES
                                 - WS-CPT-NB-SANS-PER.
           WRITE FS-ENRG-ETAANN FROM WS-LANN-NB.

           MOVE 'COMPTES RECAPITULES' TO WS-LANN-NB-LIB-ED.
           MOVE WS-CPT-NB-RAPPROCHES  TO WS-LANN-NB-ED.
           WRITE FS-ENRG-ETAANN FROM WS-LANN-NB.

           MOVE 'COMPTES NON RAPPROCHES' TO WS-LANN-NB-LIB-ED.
           MOVE WS-CPT-NB-EXCEPTIONS     TO WS-LANN-NB-ED.
           WRITE FS-ENRG-ETAANN FROM WS-LANN-NB.

           MOVE 'RECAPITULATIFS CLIENTS PRODUITS' TO
                WS-LANN-NB-LIB-ED.
           MOVE WS-CPT-NB-RECAP TO WS-LANN-NB-ED.
           WRITE FS-ENRG-ETAANN FROM WS-LANN-NB.

           WRITE FS-ENRG-ETAANN FROM WS-LANN-ASTER.

       8050-FDP-ANN-FIN.
           EXIT.
      *
      *            FDP ANN FIN      -----------------------------------
      *
      *            LIGNE DU RECAPITULATIF DEB  ------------------------
      *
      *    LA LIGNE PREPAREE DANS WS-LIGNE-ANN PART SUR LE FICHIER
      *    UNITAIRE DU RECAPITULATIF DU CLIENT EN COURS.
      *
       8080-LIGNE-RELV-DEB.

           WRITE FS-ENRG-FRELUNIT FROM WS-LIGNE-ANN.
           IF NOT OK-FRELUNIT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FRELUNIT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FRELUNIT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

       8080-LIGNE-RELV-FIN.
           EXIT.
      *
      *            LIGNE DU RECAPITULATIF FIN  ------------------------
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
       8999-STATISTIQUES-DEB.
      *
            DISPLAY '************************************************'
            DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP22       *'
            DISPLAY '*     ===================================      *'
            DISPLAY '************************************************'.
            DISPLAY SPACE
            DISPLAY SPACE
            DISPLAY WS-LCRE-ASTER.
            DISPLAY WS-LANN-CRE-TITRE.
            DISPLAY WS-LCRE-ASTER.

            MOVE WS-CPT-NB-HIST TO WS-LCRE-DET-TOT-ED.
            MOVE 'ENREGISTREMENTS D''HISTORIQUE LUS' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-COMPTES TO WS-LCRE-DET-TOT-ED.
            MOVE 'COMPTES DISTINCTS EXAMINES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-SANS-PER TO WS-LCRE-DET-TOT-ED.
            MOVE 'DONT SANS PERIODE DANS L''ANNEE' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-RAPPROCHES TO WS-LCRE-DET-TOT-ED.
            MOVE 'COMPTES RECAPITULES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-EXCEPTIONS TO WS-LCRE-DET-TOT-ED.
            MOVE 'COMPTES NON RAPPROCHES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-RECAP TO WS-LCRE-DET-TOT-ED.
            MOVE 'RECAPITULATIFS CLIENTS PRODUITS' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-FIS-NB TO WS-LCRE-DET-TOT-ED.
            MOVE 'LIGNES DE L''EXTRAIT FISCAL' TO WS-LCRE-DET-LIB-ED.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP22        *'
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP22       *'
            DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
            DISPLAY '*==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            MOVE WS-CODE-RETOUR TO RETURN-CODE.
            STOP RUN.

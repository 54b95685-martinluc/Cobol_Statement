      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSOTP18                                  *
      *  NOM DU REDACTEUR : CREAX                                     *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * CALCUL DES AGIOS DE FIN DE PERIODE (MOIS CIVIL SSAAMM). A     *
      * PASSER APRES LA DERNIERE IMPUTATION DU MOIS ET AVANT LE       *
      * PASSAGE DES RELEVES 'T' (ADSOTP5) ET LA BASCULE ADSOTP10 :    *
      * LES MOUVEMENTS DU MOIS DOIVENT ENCORE FIGURER DANS FMOUVT.    *
      * POUR CHAQUE COMPTE NON CLOS DU MAITRE, LE SOLDE DE CHAQUE     *
      * JOUR DU MOIS EST RECONSTITUE A PARTIR DU SOLDE D'OUVERTURE    *
      * 'O' ET DES MOUVEMENTS 'M' DATES DE FMOUVT ; LES SOLDES        *
      * DEBITEURS DONNENT LES NOMBRES DEBITEURS (SOLDE X JOURS).      *
      * CARTE PARAMETRE : PERIODE SSAAMM (DEFAUT MOIS EN COURS),      *
      * TAUX DEBITEUR ANNUEL 99V9999 EN POUR CENT, TAUX ANNUEL DES    *
      * COMPTES GELES 'G' (MEME FORMAT), FRAIS FIXES 99999V99 PAR     *
      * COMPTE ACTIF. INTERETS = NOMBRES X TAUX / 36500.              *
      * LES AGIOS SONT PRODUITS EN CARTES 'M' AU DEBIT, DATEES DU     *
      * DERNIER JOUR DE LA PERIODE, AU FORMAT EXACT DES CARTES DE     *
      * SAISIE ADSOTP3 (FICHIER FCARTAGI TERMINE PAR '$$$') : ELLES   *
      * FIGURENT DONC SUR LE RELEVE 'T'. L'ETAT ETAAGI DONNE POUR LES *
      * AUDITEURS LE DETAIL DU CALCUL COMPTE PAR COMPTE. UNE PERIODE  *
      * DEJA INSCRITE DANS L'HISTORIQUE FAGIHIST EST REFUSEE : LE     *
      * MEME MOIS N'EST JAMAIS FACTURE DEUX FOIS.                     *
      * CODE RETOUR : 0 NORMAL, 8 PASSAGE REFUSE (AUCUNE CARTE),      *
      * 12 INCIDENT FICHIER.                                          *
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
       PROGRAM-ID.      ADSOTP18.
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
           SELECT  FAGIHIST            ASSIGN TO AGIHIST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FAGIHIST.
      *
      *                      -------------------------------------------
      *
           SELECT  FCARTAGI            ASSIGN TO CARTAGI
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FCARTAGI.
      *
      *                      -------------------------------------------
      *
           SELECT  ETAAGI              ASSIGN TO ETATAGI
                   FILE STATUS         IS WS-FS-ETAAGI.
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
      *                      HISTORIQUE PERMANENT DES PERIODES DEJA
      *                      FACTUREES, UN ENREGISTREMENT PAR MOIS.
       FD  FAGIHIST.
       01  FS-ENRG-FAGIHIST      PIC X(50).
      *
      *                      -------------------------------------------
      *
      *                      CARTES 'M' D'AGIOS AU FORMAT DE SAISIE
      *                      ADSOTP3, TERMINEES PAR '$$$'.
       FD  FCARTAGI.
       01  FS-ENRG-FCARTAGI      PIC X(80).
      *
      *                      -------------------------------------------
      *
       FD  ETAAGI.
       01  FS-ENRG-ETAAGI        PIC X(78).
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
           88  ENR-FMOUVT-NOK          VALUE '23'.

       01  WS-FS-FAGIHIST  PIC X(2).
           88  FIN-FAGIHIST            VALUE '10'.
           88  OK-FAGIHIST             VALUE '00'.
           88  FAGIHIST-ABSENT         VALUE '35'.

       01  WS-FS-FCARTAGI  PIC X(2).
           88  OK-FCARTAGI             VALUE '00'.

       01  WS-FS-ETAAGI    PIC X(2).
           88  OK-ETAAGI               VALUE '00'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *
      *    CARTE PARAMETRE DU CALCUL  ---------------------------------
      *
       01  WS-ENR-PARM.
           05  WS-PRM-PERIODE.
               10  WS-PRM-PER-SS       PIC 9(02).
               10  WS-PRM-PER-AA       PIC 9(02).
               10  WS-PRM-PER-MM       PIC 9(02).
           05  WS-PRM-TAUX-DEB         PIC 9(2)V9(4).
           05  WS-PRM-TAUX-GEL         PIC 9(2)V9(4).
           05  WS-PRM-FRAIS            PIC 9(5)V99.
           05  FILLER                  PIC X(55).
      *
      *    BORNES DE LA PERIODE CALCULEE  -----------------------------
      *
       01  WS-PER-PRM             PIC 9(06) VALUE 0.

       01  WS-PER-COURANTE.
           05  WS-PER-CRS-SS      PIC 9(02) VALUE 20.
           05  WS-PER-CRS-AA      PIC 9(02).
           05  WS-PER-CRS-MM      PIC 9(02).

       01  WS-PER-CRS-NUM  REDEFINES WS-PER-COURANTE
                                  PIC 9(06).

       01  WS-PER-PRECEDENTE      PIC 9(06) VALUE 0.

      *    DERNIER JOUR DE LA PERIODE, DATE DES CARTES PRODUITES.
       01  WS-PER-FIN.
           05  WS-PER-FIN-PERIODE PIC 9(06).
           05  WS-PER-FIN-JJ      PIC 9(02).

       01  WS-JOURS-MOIS          PIC 9(02) VALUE 0.

       01  WS-DATE-ED.
           05  WS-DATE-ED-JJ      PIC 9(02).
           05  WS-DATE-ED-MM      PIC 9(02).
           05  WS-DATE-ED-SSAA    PIC 9(04).

       01  WS-DATE-ED-NUM  REDEFINES WS-DATE-ED
                                  PIC 9(08).
      *
      *    RECONSTITUTION DU COMPTE EN COURS  -------------------------
      *
      *    SOLDE DU JOUR SUR UNE CAPACITE PLUS LARGE QUE FS-SOLDE.
       01  WS-AGI-SOLDE           PIC S9(9)V99  VALUE 0.

      *    JOUR DU MOIS DEPUIS LEQUEL LE SOLDE COURANT EST EN VIGUEUR
      *    ET JOUR A PARTIR DUQUEL IL CHANGE (FIN DE MOIS + 1 POUR LE
      *    DERNIER SEGMENT).
       01  WS-AGI-JOUR-CRS        PIC 9(02)     VALUE 0.

       01  WS-AGI-JOUR-CIBLE      PIC 9(02)     VALUE 0.

       01  WS-AGI-JOUR-FIN        PIC 9(02)     VALUE 0.

       01  WS-AGI-NB-JOURS        PIC 9(02)     VALUE 0.

       01  WS-AGI-MVT-PERIODE     PIC 9(06)     VALUE 0.

       01  WS-AGI-NOMBRES-SEG     PIC S9(11)V99 VALUE 0.

       01  WS-AGI-NOMBRES         PIC S9(11)V99 VALUE 0.

       01  WS-AGI-TAUX            PIC 9(2)V9(4) VALUE 0.

       01  WS-AGI-INTERETS        PIC 9(7)V99   VALUE 0.

       01  WS-AGI-FRAIS           PIC 9(5)V99   VALUE 0.

       01  WS-AGI-LIB-INT         PIC X(20)     VALUE SPACES.

       01  WS-AGI-TOT-CPT         PIC 9(7)V99   VALUE 0.
      *
      *    CARTE A PRODUIRE  -------------------------------------------
      *
       01  WS-CARTE-LIBELLE       PIC X(20)     VALUE SPACES.

       01  WS-CARTE-MONTANT       PIC 9(7)V99   VALUE 0.
      *
      *    COMPTEUR DEB      -------------------------------------------
      *
       01  WS-CPT-NB-COMPTES      PIC 9(6) VALUE 0.

       01  WS-CPT-NB-CLOS         PIC 9(6) VALUE 0.

       01  WS-CPT-NB-DEBITEURS    PIC 9(6) VALUE 0.

       01  WS-CPT-NB-CARTES       PIC 9(6) VALUE 0.

       01  WS-CPT-NB-MVT-HORS     PIC 9(6) VALUE 0.

       01  WS-TOT-INTERETS        PIC 9(9)V99 VALUE 0.

       01  WS-TOT-FRAIS           PIC 9(9)V99 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-DATE-JOUR-AA    PIC 9(2).
           05  WS-DATE-JOUR-MM    PIC 9(2).
           05  WS-DATE-JOUR-JJ    PIC 9(2).

      *    CODE RETOUR GRADUE REMIS A L'ORDONNANCEUR : 0 CARTES
      *    PRODUITES, 8 PASSAGE REFUSE (PERIODE DEJA FACTUREE OU
      *    CARTE PARAMETRE INVALIDE), 12 INCIDENT FICHIER.
       01  WS-CODE-RETOUR         PIC 9(2) VALUE 0.
      *
      *    COMPTEUR FIN      -------------------------------------------
      *
      *    AIGUILLAGE DEB    -------------------------------------------
      *
       01  WS-MOTIF-REFUS         PIC X(45) VALUE SPACES.
      *
      *    AIGUILLAGE FIN    -------------------------------------------
      *
      *    FICHIER COPIER DEB   ----------------------------------------
      *
       COPY TP5CPTE.

       COPY TP5MOUVT.

       COPY TP5MVTC.

       COPY TP5AGIH.

       COPY TP5LAGI.

      *    FICHIER COPIER FIN   ----------------------------------------
      *
      *    LIGNES DU COMPTE-RENDU DE FIN DE PROGRAMME  --------------
      *
       01  WS-LCRE-ASTER             PIC X(60) VALUE ALL '*'.

       01  WS-LCRE-TITRE.
           05  FILLER                PIC X(60) VALUE
               '*    RECAPITULATIF DU CALCUL DES AGIOS              *'.

       01  WS-LCRE-DETAIL.
           05  FILLER                PIC X(02) VALUE '* '.
           05  WS-LCRE-DET-LIB-ED    PIC X(35).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LCRE-DET-TOT-ED    PIC ZZZ.ZZ9.
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-LCRE-DETAIL-MNT.
           05  FILLER                PIC X(02) VALUE '* '.
           05  WS-LCRE-MNT-LIB-ED    PIC X(35).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LCRE-MNT-TOT-ED    PIC ---.---.--9,99.
           05  FILLER                PIC X(07) VALUE SPACES.
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
           PERFORM 6020-OPEN-FCARTAGI-DEB
              THRU 6020-OPEN-FCARTAGI-FIN.
           PERFORM 6030-OPEN-ETAAGI-DEB
              THRU 6030-OPEN-ETAAGI-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.
           MOVE WS-DATE-JOUR-AA TO WS-PER-CRS-AA.
           MOVE WS-DATE-JOUR-MM TO WS-PER-CRS-MM.

           ACCEPT WS-ENR-PARM.
           PERFORM 2000-CONTROLE-PARM-DEB
              THRU 2000-CONTROLE-PARM-FIN.
           IF WS-MOTIF-REFUS = SPACES
               PERFORM 2100-CONTROLE-HISTO-DEB
                  THRU 2100-CONTROLE-HISTO-FIN
           END-IF.

           PERFORM 8030-TETE-AGI-DEB
              THRU 8030-TETE-AGI-FIN.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ALTERNATIVE)                    *
      * ==========================================                    *
      *---------------------------------------------------------------*
      *
           IF WS-MOTIF-REFUS NOT = SPACES
               PERFORM 8045-REFUS-AGI-DEB
                  THRU 8045-REFUS-AGI-FIN
           ELSE
               MOVE LOW-VALUES TO FS-NUM-CPT
               START FCPTE KEY >= FS-NUM-CPT
               IF OK-FCPTE
                   READ FCPTE NEXT INTO WS-ENRG-F-CPTE
               END-IF
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ITERATION)                      *
      * ========================================                      *
      *---------------------------------------------------------------*
      *
               PERFORM 1000-COMPTE-DEB
                  THRU 1000-COMPTE-FIN
                  UNTIL NOT (OK-FCPTE OR DOUBLON-CS-FCPTE)
           END-IF.
      *
      *---------------------------------------------------------------*
      * OREILETTE DE DROITE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
      *    LE DECK D'AGIOS EST TERMINE PAR LA SENTINELLE ATTENDUE
      *    PAR LA SAISIE DES MOUVEMENTS, MEME S'IL EST VIDE.
           MOVE SPACES TO WS-ENR-MVC.
           MOVE '$$$' TO WS-MVC-TYPE-EOF.
           WRITE FS-ENRG-FCARTAGI FROM WS-ENR-MVC.
           CLOSE FCARTAGI.

      *    LA PERIODE N'EST INSCRITE A L'HISTORIQUE QU'UNE FOIS LE
      *    DECK COMPLET ET FERME.
           IF WS-MOTIF-REFUS = SPACES
               PERFORM 5000-HISTORISER-DEB
                  THRU 5000-HISTORISER-FIN
               PERFORM 8050-FDP-AGI-DEB
                  THRU 8050-FDP-AGI-FIN
           END-IF.

           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.

           CLOSE FCPTE.
           CLOSE FMOUVT.
           CLOSE ETAAGI.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-PROGRAMME-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT COMPTE                 *
      *               ===============================                 *
      *---------------------------------------------------------------*
      *  LE MAITRE EST PARCOURU DANS L'ORDRE DES NUMEROS DE COMPTE.   *
      *  UN COMPTE CLOS NE SUPPORTE NI INTERETS NI FRAIS.             *
      *---------------------------------------------------------------*
      *
       1000-COMPTE-DEB.
      *
           IF CPTE-CLOS
               ADD 1 TO WS-CPT-NB-CLOS
           ELSE
               PERFORM 1100-TRAITER-COMPTE-DEB
                  THRU 1100-TRAITER-COMPTE-FIN
           END-IF.

           READ FCPTE NEXT INTO WS-ENRG-F-CPTE.
      *
       1000-COMPTE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT TRAITER COMPTE         *
      *               =======================================         *
      *---------------------------------------------------------------*
      *
       1100-TRAITER-COMPTE-DEB.
      *
           ADD 1 TO WS-CPT-NB-COMPTES.
           MOVE 0 TO WS-AGI-TOT-CPT.

           PERFORM 8040-COMPTE-AGI-DEB
              THRU 8040-COMPTE-AGI-FIN.

           PERFORM 3000-RECONSTITUER-DEB
              THRU 3000-RECONSTITUER-FIN.

           PERFORM 4000-CALCULER-AGIOS-DEB
              THRU 4000-CALCULER-AGIOS-FIN.
      *
       1100-TRAITER-COMPTE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CONTROLE PARM          *
      *               ======================================          *
      *---------------------------------------------------------------*
      *  SANS PERIODE SUR LA CARTE, LE MOIS EN COURS EST CALCULE.     *
      *  SEULS LE MOIS EN COURS ET LE MOIS PRECEDENT SONT ADMIS :     *
      *  AU DELA, LES MOUVEMENTS DE LA PERIODE ONT DEJA QUITTE        *
      *  FMOUVT A LA BASCULE. LES TAUX ET FRAIS N'ONT PAS DE VALEUR   *
      *  PAR DEFAUT : UNE CARTE INCOMPLETE REFUSE LE PASSAGE.         *
      *---------------------------------------------------------------*
      *
       2000-CONTROLE-PARM-DEB.
      *
           IF WS-PRM-PERIODE NOT NUMERIC OR WS-PRM-PERIODE = ZEROS
               MOVE WS-PER-COURANTE TO WS-PRM-PERIODE
           END-IF.
           MOVE WS-PRM-PERIODE TO WS-PER-PRM.

           IF WS-PER-CRS-MM = 01
               COMPUTE WS-PER-PRECEDENTE = WS-PER-CRS-NUM - 89
           ELSE
               COMPUTE WS-PER-PRECEDENTE = WS-PER-CRS-NUM - 1
           END-IF.

           IF WS-PRM-PER-MM < 01 OR WS-PRM-PER-MM > 12
               MOVE 'CARTE PARAMETRE : MOIS DE LA PERIODE INVALIDE'
                 TO WS-MOTIF-REFUS
               GO TO 2000-CONTROLE-PARM-FIN
           END-IF.

           IF WS-PER-PRM NOT = WS-PER-CRS-NUM
              AND WS-PER-PRM NOT = WS-PER-PRECEDENTE
               MOVE 'PERIODE HORS DU MOIS EN COURS OU PRECEDENT'
                 TO WS-MOTIF-REFUS
               GO TO 2000-CONTROLE-PARM-FIN
           END-IF.

           IF WS-PRM-TAUX-DEB NOT NUMERIC
              OR WS-PRM-TAUX-GEL NOT NUMERIC
              OR WS-PRM-FRAIS NOT NUMERIC
               MOVE 'CARTE PARAMETRE : TAUX OU FRAIS NON NUMERIQUE'
                 TO WS-MOTIF-REFUS
               MOVE ZEROS TO WS-PRM-TAUX-DEB
               MOVE ZEROS TO WS-PRM-TAUX-GEL
               MOVE ZEROS TO WS-PRM-FRAIS
               GO TO 2000-CONTROLE-PARM-FIN
           END-IF.

           PERFORM 7000-FIN-DE-MOIS-DEB
              THRU 7000-FIN-DE-MOIS-FIN.
      *
       2000-CONTROLE-PARM-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CONTROLE HISTO         *
      *               =======================================         *
      *---------------------------------------------------------------*
      *  AU PREMIER PASSAGE L'HISTORIQUE N'EXISTE PAS ENCORE : CE     *
      *  N'EST PAS UNE ANOMALIE, AUCUNE PERIODE N'A ETE FACTUREE.     *
      *---------------------------------------------------------------*
      *
       2100-CONTROLE-HISTO-DEB.
      *
           OPEN INPUT FAGIHIST.
           IF FAGIHIST-ABSENT
               GO TO 2100-CONTROLE-HISTO-FIN
           END-IF.
           IF NOT OK-FAGIHIST
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FAGIHIST'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FAGIHIST
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           READ FAGIHIST INTO WS-ENRG-F-AGIH.
           PERFORM 2110-LIRE-HISTO-DEB
              THRU 2110-LIRE-HISTO-FIN
              UNTIL NOT OK-FAGIHIST.
           CLOSE FAGIHIST.
      *
       2100-CONTROLE-HISTO-FIN.
            EXIT.


       2110-LIRE-HISTO-DEB.
           IF WS-AGIH-PERIODE = WS-PER-PRM
               MOVE 'AGIOS DE LA PERIODE DEJA FACTURES'
                 TO WS-MOTIF-REFUS
           END-IF.
           READ FAGIHIST INTO WS-ENRG-F-AGIH.
       2110-LIRE-HISTO-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT RECONSTITUER           *
      *               =====================================           *
      *---------------------------------------------------------------*
      *  LE SOLDE D'OUVERTURE 'O' ET LES MOUVEMENTS DATES AVANT LE    *
      *  MOIS FORMENT LE SOLDE DU PREMIER JOUR. CHAQUE MOUVEMENT      *
      *  DU MOIS CLOT LE SEGMENT DE JOURS A SOLDE CONSTANT QUI LE     *
      *  PRECEDE ; LE DERNIER SEGMENT VA JUSQU'A LA FIN DU MOIS. LES  *
      *  MOUVEMENTS DATES APRES LE MOIS SONT IGNORES. UN MOUVEMENT    *
      *  PORTE AU SOLDE DU JOUR DE SA DATE D'OPERATION.               *
      *---------------------------------------------------------------*
      *
       3000-RECONSTITUER-DEB.
      *
           MOVE 0 TO WS-AGI-SOLDE.
           MOVE 0 TO WS-AGI-NOMBRES.
           MOVE 1 TO WS-AGI-JOUR-CRS.

           MOVE WS-CPTE-CPTE TO FM-MVT-CPT.
           MOVE ZEROS TO FM-MVT-DOPER.
           MOVE ZEROS TO FM-MVT-SEQ.
           START FMOUVT KEY >= FM-CLE-MVT.
           IF OK-FMOUVT
               READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT
           END-IF.

           PERFORM 3010-APPLIQUER-MVT-DEB
              THRU 3010-APPLIQUER-MVT-FIN
              UNTIL NOT OK-FMOUVT
                    OR WS-MVT-CPTE NOT = WS-CPTE-CPTE.

           COMPUTE WS-AGI-JOUR-CIBLE = WS-JOURS-MOIS + 1.
           PERFORM 3020-CLORE-SEGMENT-DEB
              THRU 3020-CLORE-SEGMENT-FIN.
      *
       3000-RECONSTITUER-FIN.
            EXIT.


       3010-APPLIQUER-MVT-DEB.
           IF MVT-OUVERTURE
               IF MVT-DEBIT
                   COMPUTE WS-AGI-SOLDE = 0 - WS-MVT-MONTANT
               ELSE
                   MOVE WS-MVT-MONTANT TO WS-AGI-SOLDE
               END-IF
           END-IF.

           IF MVT-MOUVEMENT
               MOVE WS-MVT-DOPER(1:6) TO WS-AGI-MVT-PERIODE
               EVALUATE TRUE
                  WHEN WS-AGI-MVT-PERIODE < WS-PER-PRM
                       PERFORM 3030-PORTER-MVT-DEB
                          THRU 3030-PORTER-MVT-FIN
                  WHEN WS-AGI-MVT-PERIODE = WS-PER-PRM
                       MOVE WS-MVT-DOPER-JJ TO WS-AGI-JOUR-CIBLE
                       IF WS-AGI-JOUR-CIBLE > WS-JOURS-MOIS
                           MOVE WS-JOURS-MOIS TO WS-AGI-JOUR-CIBLE
                       END-IF
                       PERFORM 3020-CLORE-SEGMENT-DEB
                          THRU 3020-CLORE-SEGMENT-FIN
                       PERFORM 3030-PORTER-MVT-DEB
                          THRU 3030-PORTER-MVT-FIN
                  WHEN OTHER
                       ADD 1 TO WS-CPT-NB-MVT-HORS
               END-EVALUATE
           END-IF.

           READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT.
       3010-APPLIQUER-MVT-FIN.
            EXIT.


       3020-CLORE-SEGMENT-DEB.
      *    LE SOLDE COURANT A ETE EN VIGUEUR DU JOUR WS-AGI-JOUR-CRS
      *    A LA VEILLE DU JOUR WS-AGI-JOUR-CIBLE.
           IF WS-AGI-JOUR-CIBLE NOT > WS-AGI-JOUR-CRS
               GO TO 3020-CLORE-SEGMENT-FIN
           END-IF.

           COMPUTE WS-AGI-NB-JOURS = WS-AGI-JOUR-CIBLE
                                   - WS-AGI-JOUR-CRS.
           COMPUTE WS-AGI-JOUR-FIN = WS-AGI-JOUR-CIBLE - 1.
           IF WS-AGI-SOLDE < 0
               COMPUTE WS-AGI-NOMBRES-SEG = WS-AGI-NB-JOURS
                                          * (0 - WS-AGI-SOLDE)
           ELSE
               MOVE 0 TO WS-AGI-NOMBRES-SEG
           END-IF.
           ADD WS-AGI-NOMBRES-SEG TO WS-AGI-NOMBRES.

           PERFORM 8041-SEGMENT-AGI-DEB
              THRU 8041-SEGMENT-AGI-FIN.

           MOVE WS-AGI-JOUR-CIBLE TO WS-AGI-JOUR-CRS.
       3020-CLORE-SEGMENT-FIN.
            EXIT.


       3030-PORTER-MVT-DEB.
           IF MVT-DEBIT
               SUBTRACT WS-MVT-MONTANT FROM WS-AGI-SOLDE
           ELSE
               ADD WS-MVT-MONTANT TO WS-AGI-SOLDE
           END-IF.
       3030-PORTER-MVT-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CALCULER AGIOS         *
      *               =======================================         *
      *---------------------------------------------------------------*
      *  COMPTE ACTIF : TAUX DEBITEUR ET FRAIS FIXES. COMPTE GELE :   *
      *  TAUX PROPRE AUX COMPTES GELES, SANS FRAIS FIXES. UN MONTANT  *
      *  NUL NE PRODUIT PAS DE CARTE.                                 *
      *---------------------------------------------------------------*
      *
       4000-CALCULER-AGIOS-DEB.
      *
           IF CPTE-GELE
               MOVE WS-PRM-TAUX-GEL TO WS-AGI-TAUX
               MOVE WS-LIB-INT-GEL  TO WS-AGI-LIB-INT
               MOVE 0               TO WS-AGI-FRAIS
           ELSE
               MOVE WS-PRM-TAUX-DEB TO WS-AGI-TAUX
               MOVE WS-LIB-INT-DEB  TO WS-AGI-LIB-INT
               MOVE WS-PRM-FRAIS    TO WS-AGI-FRAIS
           END-IF.

           COMPUTE WS-AGI-INTERETS ROUNDED = WS-AGI-NOMBRES
                                           * WS-AGI-TAUX / 36500.

           PERFORM 8042-CALCUL-AGI-DEB
              THRU 8042-CALCUL-AGI-FIN.

           IF WS-AGI-INTERETS > 0
               ADD 1 TO WS-CPT-NB-DEBITEURS
               ADD WS-AGI-INTERETS TO WS-TOT-INTERETS
               MOVE WS-AGI-LIB-INT  TO WS-CARTE-LIBELLE
               MOVE WS-AGI-INTERETS TO WS-CARTE-MONTANT
               PERFORM 4100-EMETTRE-CARTE-DEB
                  THRU 4100-EMETTRE-CARTE-FIN
           END-IF.

           IF WS-AGI-FRAIS > 0
               ADD WS-AGI-FRAIS TO WS-TOT-FRAIS
               MOVE WS-LIB-FRAIS    TO WS-CARTE-LIBELLE
               MOVE WS-AGI-FRAIS    TO WS-CARTE-MONTANT
               PERFORM 4100-EMETTRE-CARTE-DEB
                  THRU 4100-EMETTRE-CARTE-FIN
           END-IF.

           PERFORM 8044-TOTAL-CPT-AGI-DEB
              THRU 8044-TOTAL-CPT-AGI-FIN.
      *
       4000-CALCULER-AGIOS-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT EMETTRE CARTE          *
      *               ======================================          *
      *---------------------------------------------------------------*
      *
       4100-EMETTRE-CARTE-DEB.
      *
           MOVE SPACES           TO WS-ENR-MVC.
           MOVE 'M'              TO WS-MVC-TYPE.
           MOVE WS-CPTE-CPTE     TO WS-MVC-NUM-CPT.
           MOVE WS-PER-FIN       TO WS-MVC-DOPER.
           MOVE 'D'              TO WS-MVC-SENS.
           MOVE WS-CARTE-MONTANT TO WS-MVC-MONTANT.
           MOVE WS-CARTE-LIBELLE TO WS-MVC-LIBELLE.
           PERFORM 6050-WRITE-FCARTAGI-DEB
              THRU 6050-WRITE-FCARTAGI-FIN.

           ADD WS-CARTE-MONTANT TO WS-AGI-TOT-CPT.
           PERFORM 8043-CHARGE-AGI-DEB
              THRU 8043-CHARGE-AGI-FIN.
      *
       4100-EMETTRE-CARTE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT HISTORISER             *
      *               ===================================             *
      *---------------------------------------------------------------*
      *
       5000-HISTORISER-DEB.
      *
           MOVE SPACES            TO WS-ENRG-F-AGIH.
           MOVE WS-PER-PRM        TO WS-AGIH-PERIODE.
           MOVE WS-DATE-JOUR      TO WS-AGIH-DATE-RUN.
           MOVE WS-CPT-NB-COMPTES TO WS-AGIH-NB-CPT.
           MOVE WS-TOT-INTERETS   TO WS-AGIH-TOT-INT.
           MOVE WS-TOT-FRAIS      TO WS-AGIH-TOT-FRAIS.

           PERFORM 6040-OPEN-FAGIHIST-DEB
              THRU 6040-OPEN-FAGIHIST-FIN.
           WRITE FS-ENRG-FAGIHIST FROM WS-ENRG-F-AGIH.
           IF NOT OK-FAGIHIST
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FAGIHIST'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FAGIHIST
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE FAGIHIST.
      *
       5000-HISTORISER-FIN.
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

       6020-OPEN-FCARTAGI-DEB.
           OPEN OUTPUT FCARTAGI.
           IF NOT OK-FCARTAGI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FCARTAGI'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCARTAGI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OPEN-FCARTAGI-FIN.
           EXIT.

       6030-OPEN-ETAAGI-DEB.
           OPEN OUTPUT ETAAGI.
           IF NOT OK-ETAAGI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETAAGI'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETAAGI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OPEN-ETAAGI-FIN.
           EXIT.

       6040-OPEN-FAGIHIST-DEB.
      *    L'HISTORIQUE EST PERMANENT : CHAQUE PERIODE FACTUREE
      *    S'AJOUTE A LA SUITE DES PRECEDENTES. IL EST CREE AU
      *    PREMIER PASSAGE.
           OPEN EXTEND FAGIHIST.
           IF FAGIHIST-ABSENT
              OPEN OUTPUT FAGIHIST
           END-IF.
           IF NOT OK-FAGIHIST
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FAGIHIST'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FAGIHIST
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OPEN-FAGIHIST-FIN.
           EXIT.
      *
      *    OUVERTURE FICHIER FIN  -------------------------------------
      *
      *    ECRITURE FICHIER DEB  --------------------------------------
      *
       6050-WRITE-FCARTAGI-DEB.
           WRITE FS-ENRG-FCARTAGI FROM WS-ENR-MVC.
           IF NOT OK-FCARTAGI
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FCARTAGI'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCARTAGI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-CARTES.
       6050-WRITE-FCARTAGI-FIN.
           EXIT.
      *
      *    ECRITURE FICHIER FIN  --------------------------------------
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-FIN-DE-MOIS-DEB.
      *    NOMBRE DE JOURS DU MOIS DE LA PERIODE ET DATE DU DERNIER
      *    JOUR (SSAAMMJJ), DATE D'OPERATION DES CARTES PRODUITES.
      *    ANNEES BISSEXTILES : REGLE DU DIVISIBLE PAR QUATRE.
           EVALUATE WS-PRM-PER-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-JOURS-MOIS
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-JOURS-MOIS
              WHEN 02
                   IF FUNCTION MOD(WS-PRM-PER-AA, 4) = 0
                       MOVE 29 TO WS-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-JOURS-MOIS
                   END-IF
           END-EVALUATE.

           MOVE WS-PER-PRM    TO WS-PER-FIN-PERIODE.
           MOVE WS-JOURS-MOIS TO WS-PER-FIN-JJ.
       7000-FIN-DE-MOIS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *            ENTETE AGI DEB   -----------------------------------
      *
       8030-TETE-AGI-DEB.

           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-ASTER.

           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-TITRE.

           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-ASTER.

           MOVE 01               TO WS-DATE-ED-JJ.
           MOVE WS-PRM-PER-MM    TO WS-DATE-ED-MM.
           MOVE WS-PER-PRM(1:4)  TO WS-DATE-ED-SSAA.
           MOVE WS-DATE-ED-NUM   TO WS-LAGI-PER-DEB-ED.
           MOVE WS-JOURS-MOIS    TO WS-DATE-ED-JJ.
           MOVE WS-DATE-ED-NUM   TO WS-LAGI-PER-FIN-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-PERIODE.

           MOVE 'TAUX DEBITEUR ANNUEL         :' TO WS-LAGI-TAUX-LIB-ED.
           MOVE WS-PRM-TAUX-DEB  TO WS-LAGI-TAUX-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-TAUX.

           MOVE 'TAUX ANNUEL DES COMPTES GELES:' TO WS-LAGI-TAUX-LIB-ED.
           MOVE WS-PRM-TAUX-GEL  TO WS-LAGI-TAUX-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-TAUX.

           MOVE 'FRAIS FIXES PAR COMPTE ACTIF :'
             TO WS-LAGI-FRAIS-LIB-ED.
           MOVE WS-PRM-FRAIS     TO WS-LAGI-FRAIS-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-FRAIS.

           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-INTERL.

       8030-TETE-AGI-FIN.
           EXIT.
      *
      *            ENTETE AGI FIN   -----------------------------------
      *
      *            CORPS AGI DEB    -----------------------------------
      *
       8040-COMPTE-AGI-DEB.

           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-INTERL.
           MOVE WS-CPTE-CPTE     TO WS-LAGI-CPT-ED.
           MOVE WS-CPTE-NOM      TO WS-LAGI-NOM-ED.
           MOVE WS-CPTE-STATUT   TO WS-LAGI-STATUT-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-COMPTE.

       8040-COMPTE-AGI-FIN.
           EXIT.

       8041-SEGMENT-AGI-DEB.

           MOVE WS-AGI-JOUR-CRS    TO WS-LAGI-SEG-DEB-ED.
           MOVE WS-AGI-JOUR-FIN    TO WS-LAGI-SEG-FIN-ED.
           MOVE WS-AGI-SOLDE       TO WS-LAGI-SEG-SOLDE-ED.
           MOVE WS-AGI-NB-JOURS    TO WS-LAGI-SEG-JOURS-ED.
           MOVE WS-AGI-NOMBRES-SEG TO WS-LAGI-SEG-NOMB-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-SEGMENT.

       8041-SEGMENT-AGI-FIN.
           EXIT.

       8042-CALCUL-AGI-DEB.

           MOVE WS-AGI-NOMBRES     TO WS-LAGI-CAL-NOMB-ED.
           MOVE WS-AGI-TAUX        TO WS-LAGI-CAL-TAUX-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-CALCUL.

       8042-CALCUL-AGI-FIN.
           EXIT.

       8043-CHARGE-AGI-DEB.

           MOVE WS-CARTE-LIBELLE   TO WS-LAGI-CHG-LIB-ED.
           MOVE WS-CARTE-MONTANT   TO WS-LAGI-CHG-MNT-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-CHARGE.

       8043-CHARGE-AGI-FIN.
           EXIT.

       8044-TOTAL-CPT-AGI-DEB.

           MOVE 'TOTAL DES AGIOS DU COMPTE'
             TO WS-LAGI-CHG-LIB-ED.
           MOVE WS-AGI-TOT-CPT     TO WS-LAGI-CHG-MNT-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-CHARGE.

       8044-TOTAL-CPT-AGI-FIN.
           EXIT.

       8045-REFUS-AGI-DEB.

           MOVE WS-MOTIF-REFUS     TO WS-LAGI-REFUS-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-REFUS.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-ASTER.
           DISPLAY 'PASSAGE REFUSE : ' WS-MOTIF-REFUS.
           MOVE 8 TO WS-CODE-RETOUR.

       8045-REFUS-AGI-FIN.
           EXIT.
      *
      *            CORPS AGI FIN    -----------------------------------
      *
      *            FDP AGI DEB      -----------------------------------
      *
       8050-FDP-AGI-DEB.

           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-INTERL.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-ASTER.

           MOVE 'COMPTES CALCULES'          TO WS-LAGI-NB-LIB-ED.
           MOVE WS-CPT-NB-COMPTES           TO WS-LAGI-NB-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-NOMBRE.

           MOVE 'COMPTES DEBITEURS'         TO WS-LAGI-NB-LIB-ED.
           MOVE WS-CPT-NB-DEBITEURS         TO WS-LAGI-NB-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-NOMBRE.

           MOVE 'COMPTES CLOS NON CALCULES' TO WS-LAGI-NB-LIB-ED.
           MOVE WS-CPT-NB-CLOS              TO WS-LAGI-NB-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-NOMBRE.

           MOVE 'CARTES D''AGIOS PRODUITES'  TO WS-LAGI-NB-LIB-ED.
           MOVE WS-CPT-NB-CARTES            TO WS-LAGI-NB-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-NOMBRE.

           MOVE 'TOTAL DES INTERETS DEBITEURS' TO WS-LAGI-TOT-LIB-ED.
           MOVE WS-TOT-INTERETS             TO WS-LAGI-TOT-MNT-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-TOTAL.

           MOVE 'TOTAL DES FRAIS FIXES'     TO WS-LAGI-TOT-LIB-ED.
           MOVE WS-TOT-FRAIS                TO WS-LAGI-TOT-MNT-ED.
           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-TOTAL.

           WRITE FS-ENRG-ETAAGI FROM WS-LAGI-ASTER.

       8050-FDP-AGI-FIN.
           EXIT.
      *
      *            FDP AGI FIN      -----------------------------------
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
       8999-STATISTIQUES-DEB.
      *
            DISPLAY '************************************************'
            DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP18       *'
            DISPLAY '*     ==================================       *'
            DISPLAY '************************************************'.
            DISPLAY SPACE
            DISPLAY SPACE
            DISPLAY WS-LCRE-ASTER.
            DISPLAY WS-LCRE-TITRE.
            DISPLAY WS-LCRE-ASTER.

            MOVE WS-PER-PRM TO WS-LCRE-DET-TOT-ED.
            MOVE 'PERIODE DEMANDEE (SSAAMM)' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-COMPTES TO WS-LCRE-DET-TOT-ED.
            MOVE 'NOMBRE DE COMPTES CALCULES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-CLOS TO WS-LCRE-DET-TOT-ED.
            MOVE 'COMPTES CLOS NON CALCULES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-DEBITEURS TO WS-LCRE-DET-TOT-ED.
            MOVE 'COMPTES AVEC INTERETS DEBITEURS' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-CARTES TO WS-LCRE-DET-TOT-ED.
            MOVE 'CARTES D''AGIOS PRODUITES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-MVT-HORS TO WS-LCRE-DET-TOT-ED.
            MOVE 'MOUVEMENTS POSTERIEURS IGNORES' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-TOT-INTERETS TO WS-LCRE-MNT-TOT-ED.
            MOVE 'TOTAL DES INTERETS DEBITEURS' TO WS-LCRE-MNT-LIB-ED.
            DISPLAY WS-LCRE-DETAIL-MNT.

            MOVE WS-TOT-FRAIS TO WS-LCRE-MNT-TOT-ED.
            MOVE 'TOTAL DES FRAIS FIXES' TO WS-LCRE-MNT-LIB-ED.
            DISPLAY WS-LCRE-DETAIL-MNT.

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
            DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP18        *'
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP18       *'
            DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
            DISPLAY '*==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            MOVE WS-CODE-RETOUR TO RETURN-CODE.
            STOP RUN.

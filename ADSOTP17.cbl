      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSOTP17                                  *
      *  NOM DU REDACTEUR : CREAX                                     *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * IMPUTATION QUOTIDIENNE DES MOUVEMENTS AUX SOLDES : A PASSER   *
      * APRES LA SAISIE ADSOTP3 ET LA MISE A JOUR ADSOTP6, AVANT LE   *
      * GARDIEN DE CHAINE ADSOTP2. CHAQUE MOUVEMENT 'M' DE FMOUVT     *
      * NON ENCORE IMPUTE EST PORTE AU SOLDE FS-SOLDE DE SON COMPTE   *
      * (DEBIT EN MOINS, CREDIT EN PLUS), LA DATE FS-DMAJ EST         *
      * POSEE AU JOUR DU PASSAGE ET LA CLE DU MOUVEMENT EST INSCRITE  *
      * AU REGISTRE FMVTIMP : UNE REPRISE DU PASSAGE N'IMPUTE JAMAIS  *
      * DEUX FOIS LE MEME MOUVEMENT. CHAQUE RECRITURE DU MAITRE EST   *
      * JOURNALISEE EN AVANT-IMAGE ('A') ET CHAQUE INSCRIPTION AU     *
      * REGISTRE EN TYPE 'P' DANS FJOURNAL, POUR QUE LE PROGRAMME DE  *
      * RETOUR ARRIERE ADSOTP13 PUISSE DEFAIRE LE PASSAGE. UN ETAT    *
      * ETAIMP DONNE PAR COMPTE LE SOLDE AVANT, LES DEBITS, LES       *
      * CREDITS ET LE SOLDE APRES ; LE FICHIER DE TOTAUX DE CONTROLE  *
      * FCTOTAL EST REGENERE EN FIN DE PASSAGE POUR QUE LE GARDIEN    *
      * DE CHAINE LIBERE LE PROGRAMME DE RELEVES ADSOTP5.             *
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
       PROGRAM-ID.      ADSOTP17.
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
           SELECT  FMVTIMP             ASSIGN TO MVTIMP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IMP-CLE-MVT
                   FILE STATUS         IS WS-FS-FMVTIMP.
      *
      *                      -------------------------------------------
      *
           SELECT  FJOURNAL            ASSIGN TO JOURNAL
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FJOURNAL.
      *
      *                      -------------------------------------------
      *
           SELECT  FCTOTAL             ASSIGN TO FTOTAUX
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FCTOTAL.
      *
      *                      -------------------------------------------
      *
           SELECT  ETAIMP              ASSIGN TO ETATIMP
                   FILE STATUS         IS WS-FS-ETAIMP.
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
      *                      REGISTRE DES MOUVEMENTS DEJA IMPUTES,
      *                      MEME CLE QUE FMOUVT.
       FD  FMVTIMP.
       01  FS-ENRG-FMVTIMP.
           05  IMP-CLE-MVT.
               10  IMP-MVT-CPT       PIC 9(10).
               10  IMP-MVT-DOPER     PIC 9(08).
               10  IMP-MVT-SEQ       PIC 9(03).
           05  IMP-DATE-RUN          PIC 9(06).
           05  IMP-SENS              PIC X(01).
           05  IMP-MONTANT           PIC 9(7)V99.
      *
      *                      -------------------------------------------
      *
      *                      JOURNAL AVANT-IMAGE DU PASSAGE, RELU
      *                      EN ORDRE INVERSE PAR LE PROGRAMME DE
      *                      RETOUR ARRIERE ADSOTP13.
       FD  FJOURNAL.
       01  FS-ENRG-FJOURNAL      PIC X(97).
      *
      *                      -------------------------------------------
      *
       FD  FCTOTAL.
       01  FS-ENRG-FCTOTAL.
           05  FS-CTL-NB-ENR         PIC 9(06).
           05  FS-CTL-SOLDE          PIC S9(9)V99.
           05  FS-CTL-DATE-JOUR      PIC 9(06).
      *
      *                      -------------------------------------------
      *
       FD  ETAIMP.
       01  FS-ENRG-ETAIMP        PIC X(78).
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

       01  WS-FS-FMVTIMP   PIC X(2).
           88  OK-FMVTIMP              VALUE '00'.
           88  DOUBLON-FMVTIMP         VALUE '22'.
           88  ENR-FMVTIMP-NOK         VALUE '23'.
           88  FMVTIMP-ABSENT          VALUE '35'.

       01  WS-FS-FJOURNAL  PIC X(2).
           88  OK-FJOURNAL             VALUE '00'.

       01  WS-FS-FCTOTAL   PIC X(2).
           88  OK-FCTOTAL              VALUE '00'.

       01  WS-FS-ETAIMP    PIC X(2).
           88  OK-ETAIMP               VALUE '00'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *
      *    TOTAUX DE CONTROLE DEB   ----------------------------------
      *
       01  WS-CTL-NB-ENR-CPT      PIC 9(06)    VALUE 0.

       01  WS-CTL-SOLDE-CPT       PIC S9(9)V99 VALUE 0.
      *
      *    TOTAUX DE CONTROLE FIN   ----------------------------------
      *
      *    CUMULS DU COMPTE EN COURS D'IMPUTATION   -------------------
      *
       01  WS-CUM-CPT-CRS         PIC 9(10)     VALUE 0.

       01  WS-CUM-NB-MVT          PIC 9(6)      VALUE 0.

       01  WS-CUM-TOT-DEB         PIC S9(9)V99  VALUE 0.

       01  WS-CUM-TOT-CRE         PIC S9(9)V99  VALUE 0.

       01  WS-CUM-SOLDE-AVANT     PIC S9(7)V99  VALUE 0.

      *    SOLDE APRES IMPUTATION CALCULE SUR UNE CAPACITE PLUS
      *    LARGE QUE FS-SOLDE : UN DEPASSEMENT EST DETECTE AVANT
      *    TOUTE RECRITURE DU MAITRE.
       01  WS-CUM-SOLDE-APRES     PIC S9(9)V99  VALUE 0.
      *
      *    COMPTEUR DEB      -------------------------------------------
      *
       01  WS-CPT-NB-COMPTES      PIC 9(6) VALUE 0.

       01  WS-CPT-NB-MVT-IMP      PIC 9(6) VALUE 0.

       01  WS-CPT-NB-MVT-DEJA     PIC 9(6) VALUE 0.

       01  WS-CPT-NB-MVT-NON-IMP  PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ANO          PIC 9(6) VALUE 0.

       01  WS-TOT-DEB-IMP         PIC S9(11)V99 VALUE 0.

       01  WS-TOT-CRE-IMP         PIC S9(11)V99 VALUE 0.

      *    SEQUENCE CROISSANTE DES ENREGISTREMENTS DU JOURNAL
      *    AVANT-IMAGE, DANS L'ORDRE D'APPLICATION.
       01  WS-CPT-SEQ-JRN         PIC 9(6) VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-DATE-JOUR-AA    PIC 9(2).
           05  WS-DATE-JOUR-MM    PIC 9(2).
           05  WS-DATE-JOUR-JJ    PIC 9(2).

       01  WS-DMAJ-JOUR.
           05  WS-DMAJ-JOUR-SS    PIC 9(2) VALUE 20.
           05  WS-DMAJ-JOUR-AA    PIC 9(2).
           05  WS-DMAJ-JOUR-MM    PIC 9(2).
           05  WS-DMAJ-JOUR-JJ    PIC 9(2).

      *    CODE RETOUR GRADUE REMIS A L'ORDONNANCEUR : 0 TOUT
      *    IMPUTE, 4 COMPTES EN ANOMALIE (MOUVEMENTS LAISSES NON
      *    IMPUTES, REPRIS AU PASSAGE SUIVANT), 12 INCIDENT FICHIER.
       01  WS-CODE-RETOUR         PIC 9(2) VALUE 0.
      *
      *    COMPTEUR FIN      -------------------------------------------
      *
      *    AIGUILLAGE DEB    -------------------------------------------
      *
       01  WS-MOTIF-ANO           PIC X(45) VALUE SPACES.
      *
      *    AIGUILLAGE FIN    -------------------------------------------
      *
      *    FICHIER COPIER DEB   ----------------------------------------
      *
       COPY TP5CPTE.

       COPY TP5MOUVT.

       COPY TP5MIMP.

       COPY TP5JRNL.

       COPY TP5LIMP.

      *    FICHIER COPIER FIN   ----------------------------------------
      *
      *    LIGNES DU COMPTE-RENDU DE FIN DE PROGRAMME  --------------
      *
       01  WS-LCRE-ASTER             PIC X(60) VALUE ALL '*'.

       01  WS-LCRE-TITRE.
           05  FILLER                PIC X(60) VALUE
               '*    RECAPITULATIF DE L''IMPUTATION DES MOUVEMENTS   *'.

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
           PERFORM 6020-OPEN-FMVTIMP-DEB
              THRU 6020-OPEN-FMVTIMP-FIN.
           PERFORM 6030-OPEN-FJOURNAL-DEB
              THRU 6030-OPEN-FJOURNAL-FIN.
           PERFORM 6040-OPEN-ETAIMP-DEB
              THRU 6040-OPEN-ETAIMP-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.
           MOVE WS-DATE-JOUR-AA TO WS-DMAJ-JOUR-AA.
           MOVE WS-DATE-JOUR-MM TO WS-DMAJ-JOUR-MM.
           MOVE WS-DATE-JOUR-JJ TO WS-DMAJ-JOUR-JJ.

           PERFORM 8030-TETE-IMP-DEB
              THRU 8030-TETE-IMP-FIN.

           MOVE LOW-VALUES TO FM-CLE-MVT.
           START FMOUVT KEY >= FM-CLE-MVT.
           IF OK-FMOUVT
               READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT
           END-IF.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ITERATION)                      *
      * ========================================                      *
      *---------------------------------------------------------------*
      *
           PERFORM 1000-COMPTE-DEB
              THRU 1000-COMPTE-FIN
              UNTIL NOT OK-FMOUVT.
      *
      *---------------------------------------------------------------*
      * OREILETTE DE DROITE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
           PERFORM 5000-REGEN-TOTAUX-DEB
              THRU 5000-REGEN-TOTAUX-FIN.

           PERFORM 8050-FDP-IMP-DEB
              THRU 8050-FDP-IMP-FIN.

           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.

           CLOSE FCPTE.
           CLOSE FMOUVT.
           CLOSE FMVTIMP.
           CLOSE FJOURNAL.
           CLOSE ETAIMP.
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
      *  LES ENREGISTREMENTS DE FMOUVT D'UN MEME COMPTE SONT          *
      *  CONTIGUS (CLE EN TETE = NUMERO DE COMPTE). PREMIERE PASSE :  *
      *  CUMUL DES MOUVEMENTS 'M' ABSENTS DU REGISTRE. S'IL Y EN A,   *
      *  LE SOLDE DU MAITRE EST RECRIT UNE SEULE FOIS POUR LE         *
      *  COMPTE, PUIS UNE SECONDE PASSE INSCRIT CES MEMES MOUVEMENTS  *
      *  AU REGISTRE. LES DEUX PASSES LAISSENT LE POINT DE LECTURE    *
      *  SUR LE PREMIER ENREGISTREMENT DU COMPTE SUIVANT.             *
      *---------------------------------------------------------------*
      *
       1000-COMPTE-DEB.
      *
           MOVE WS-MVT-CPTE TO WS-CUM-CPT-CRS.
           MOVE SPACES      TO WS-MOTIF-ANO.

           PERFORM 2000-CUMUL-NOUVEAUX-DEB
              THRU 2000-CUMUL-NOUVEAUX-FIN.

           IF WS-CUM-NB-MVT = 0
               GO TO 1000-COMPTE-FIN
           END-IF.

           PERFORM 3000-IMPUTER-SOLDE-DEB
              THRU 3000-IMPUTER-SOLDE-FIN.

           IF WS-MOTIF-ANO NOT = SPACES
               ADD WS-CUM-NB-MVT TO WS-CPT-NB-MVT-NON-IMP
               PERFORM 8045-ANO-IMP-DEB
                  THRU 8045-ANO-IMP-FIN
               GO TO 1000-COMPTE-FIN
           END-IF.

           PERFORM 4000-INSCRIRE-REGISTRE-DEB
              THRU 4000-INSCRIRE-REGISTRE-FIN.

           ADD 1 TO WS-CPT-NB-COMPTES.
           ADD WS-CUM-TOT-DEB TO WS-TOT-DEB-IMP.
           ADD WS-CUM-TOT-CRE TO WS-TOT-CRE-IMP.
           PERFORM 8040-DETAIL-IMP-DEB
              THRU 8040-DETAIL-IMP-FIN.
      *
       1000-COMPTE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CUMUL NOUVEAUX         *
      *               =======================================         *
      *---------------------------------------------------------------*
      *  LE REGISTRE FAIT FOI : UN MOUVEMENT QUI Y FIGURE A DEJA ETE  *
      *  PORTE AU SOLDE ET N'EST PAS RECOMPTE. LES OUVERTURES 'O'     *
      *  SONT DEJA CONTENUES DANS LE SOLDE ET NE S'IMPUTENT PAS.      *
      *---------------------------------------------------------------*
      *
       2000-CUMUL-NOUVEAUX-DEB.
      *
           MOVE 0 TO WS-CUM-NB-MVT.
           MOVE 0 TO WS-CUM-TOT-DEB.
           MOVE 0 TO WS-CUM-TOT-CRE.

           PERFORM 2010-CUMUL-MVT-DEB
              THRU 2010-CUMUL-MVT-FIN
              UNTIL NOT OK-FMOUVT
                    OR WS-MVT-CPTE NOT = WS-CUM-CPT-CRS.
      *
       2000-CUMUL-NOUVEAUX-FIN.
            EXIT.


       2010-CUMUL-MVT-DEB.
           IF MVT-MOUVEMENT
               PERFORM 6050-READ-FMVTIMP-DEB
                  THRU 6050-READ-FMVTIMP-FIN
               IF ENR-FMVTIMP-NOK
                   ADD 1 TO WS-CUM-NB-MVT
                   IF MVT-DEBIT
                       ADD WS-MVT-MONTANT TO WS-CUM-TOT-DEB
                   ELSE
                       ADD WS-MVT-MONTANT TO WS-CUM-TOT-CRE
                   END-IF
               ELSE
                   ADD 1 TO WS-CPT-NB-MVT-DEJA
               END-IF
           END-IF.
           READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT.
       2010-CUMUL-MVT-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT IMPUTER SOLDE          *
      *               ======================================          *
      *---------------------------------------------------------------*
      *  UN COMPTE ABSENT DU MAITRE OU UN SOLDE QUI DEPASSERAIT LA    *
      *  CAPACITE DE FS-SOLDE LAISSE SES MOUVEMENTS NON IMPUTES : ILS *
      *  SONT SIGNALES ET SERONT REPRIS AU PASSAGE SUIVANT, UNE FOIS  *
      *  LA SITUATION CORRIGEE.                                       *
      *---------------------------------------------------------------*
      *
       3000-IMPUTER-SOLDE-DEB.
      *
           MOVE WS-CUM-CPT-CRS TO FS-NUM-CPT.
           READ FCPTE INTO WS-ENRG-F-CPTE.
           IF NOT (OK-FCPTE OR DOUBLON-CS-FCPTE)
               MOVE 'COMPTE ABSENT DU MAITRE - NON IMPUTE'
                 TO WS-MOTIF-ANO
               GO TO 3000-IMPUTER-SOLDE-FIN
           END-IF.

           MOVE WS-CPTE-SOLDE TO WS-CUM-SOLDE-AVANT.
           COMPUTE WS-CUM-SOLDE-APRES = WS-CPTE-SOLDE
                   + WS-CUM-TOT-CRE - WS-CUM-TOT-DEB.
           IF WS-CUM-SOLDE-APRES > 9999999,99
              OR WS-CUM-SOLDE-APRES < -9999999,99
               MOVE 'CAPACITE DU SOLDE DEPASSEE - NON IMPUTE'
                 TO WS-MOTIF-ANO
               GO TO 3000-IMPUTER-SOLDE-FIN
           END-IF.

           MOVE WS-CUM-SOLDE-APRES TO WS-CPTE-SOLDE.
           PERFORM 6060-REWRITE-FCPTE-DEB
              THRU 6060-REWRITE-FCPTE-FIN.
      *
       3000-IMPUTER-SOLDE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT INSCRIRE REGISTRE      *
      *               ==========================================      *
      *---------------------------------------------------------------*
      *  SECONDE PASSE SUR LES MOUVEMENTS DU COMPTE : CHAQUE          *
      *  MOUVEMENT IMPUTE EST JOURNALISE ('P', IMAGE = ENREGISTREMENT *
      *  DU REGISTRE) AVANT SON INSCRIPTION, COMME LES AVANT-IMAGES   *
      *  DU MAITRE.                                                   *
      *---------------------------------------------------------------*
      *
       4000-INSCRIRE-REGISTRE-DEB.
      *
           MOVE WS-CUM-CPT-CRS TO FM-MVT-CPT.
           MOVE ZEROS TO FM-MVT-DOPER.
           MOVE ZEROS TO FM-MVT-SEQ.
           START FMOUVT KEY >= FM-CLE-MVT.
           IF OK-FMOUVT
               READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT
           END-IF.

           PERFORM 4010-INSCRIRE-MVT-DEB
              THRU 4010-INSCRIRE-MVT-FIN
              UNTIL NOT OK-FMOUVT
                    OR WS-MVT-CPTE NOT = WS-CUM-CPT-CRS.
      *
       4000-INSCRIRE-REGISTRE-FIN.
            EXIT.


       4010-INSCRIRE-MVT-DEB.
           IF MVT-MOUVEMENT
               PERFORM 6050-READ-FMVTIMP-DEB
                  THRU 6050-READ-FMVTIMP-FIN
               IF ENR-FMVTIMP-NOK
                   MOVE WS-MVT-CPTE    TO WS-IMP-CPTE
                   MOVE WS-MVT-DOPER   TO WS-IMP-DOPER
                   MOVE WS-MVT-SEQ     TO WS-IMP-SEQ
                   MOVE WS-DATE-JOUR   TO WS-IMP-DATE-RUN
                   MOVE WS-MVT-SENS    TO WS-IMP-SENS
                   MOVE WS-MVT-MONTANT TO WS-IMP-MONTANT

                   MOVE 'P'            TO WS-JRN-TYPE
                   MOVE WS-MVT-CPTE    TO WS-JRN-NUM-CPT
                   MOVE SPACES         TO WS-JRN-IMAGE
                   MOVE WS-ENRG-F-IMP  TO WS-JRN-IMAGE(1:37)
                   PERFORM 7100-JOURNALISER-DEB
                      THRU 7100-JOURNALISER-FIN

                   PERFORM 6070-WRITE-FMVTIMP-DEB
                      THRU 6070-WRITE-FMVTIMP-FIN
                   ADD 1 TO WS-CPT-NB-MVT-IMP
               END-IF
           END-IF.
           READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT.
       4010-INSCRIRE-MVT-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT REGENERATION           *
      *               ======================================          *
      *---------------------------------------------------------------*
      *
       5000-REGEN-TOTAUX-DEB.
      *
      *    RELECTURE COMPLETE DU FICHIER MAITRE APRES IMPUTATION
      *    POUR RECONSTITUER LE TOTAL DE CONTROLE ATTENDU PAR LE
      *    PROGRAMME DE RELEVES.
      *
           MOVE 0 TO WS-CTL-NB-ENR-CPT.
           MOVE 0 TO WS-CTL-SOLDE-CPT.
           MOVE LOW-VALUES TO FS-NUM-CPT.
           START FCPTE KEY >= FS-NUM-CPT.
           IF OK-FCPTE
              READ FCPTE NEXT INTO WS-ENRG-F-CPTE
              PERFORM 5010-CUMUL-FCPTE-DEB
                 THRU 5010-CUMUL-FCPTE-FIN
                 UNTIL FIN-FCPTE OR ENR-FCPTE-NOK
           END-IF.

           OPEN OUTPUT FCTOTAL.
           IF NOT OK-FCTOTAL
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FCTOTAL'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCTOTAL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-CTL-NB-ENR-CPT TO FS-CTL-NB-ENR.
           MOVE WS-CTL-SOLDE-CPT  TO FS-CTL-SOLDE.
      *    LA DATE DU PASSAGE DATE LE FICHIER DE TOTAUX : LE
      *    GARDIEN DE CHAINE REFUSE UN FCTOTAL DE LA VEILLE.
           MOVE WS-DATE-JOUR      TO FS-CTL-DATE-JOUR.
           WRITE FS-ENRG-FCTOTAL.
           IF NOT OK-FCTOTAL
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FCTOTAL'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCTOTAL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE FCTOTAL.
      *
       5000-REGEN-TOTAUX-FIN.
            EXIT.


       5010-CUMUL-FCPTE-DEB.
           IF OK-FCPTE
              ADD 1 TO WS-CTL-NB-ENR-CPT
              ADD WS-CPTE-SOLDE TO WS-CTL-SOLDE-CPT
           END-IF.
           READ FCPTE NEXT INTO WS-ENRG-F-CPTE.
       5010-CUMUL-FCPTE-FIN.
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
           OPEN I-O FCPTE.
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

       6020-OPEN-FMVTIMP-DEB.
      *    AU PREMIER PASSAGE LE REGISTRE N'EXISTE PAS ENCORE : IL
      *    EST CREE VIDE PUIS ROUVERT EN MISE A JOUR.
           OPEN I-O FMVTIMP.
           IF FMVTIMP-ABSENT
              OPEN OUTPUT FMVTIMP
              CLOSE FMVTIMP
              OPEN I-O FMVTIMP
           END-IF.
           IF NOT OK-FMVTIMP
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMVTIMP'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTIMP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OPEN-FMVTIMP-FIN.
           EXIT.

       6030-OPEN-FJOURNAL-DEB.
      *    LE JOURNAL EST PROPRE AU PASSAGE : SANS JOURNAL, PAS DE
      *    RETOUR ARRIERE POSSIBLE, DONC PAS D'IMPUTATION.
           OPEN OUTPUT FJOURNAL.
           IF NOT OK-FJOURNAL
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FJOURNAL'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FJOURNAL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OPEN-FJOURNAL-FIN.
           EXIT.

       6040-OPEN-ETAIMP-DEB.
           OPEN OUTPUT ETAIMP.
           IF NOT OK-ETAIMP
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETAIMP'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETAIMP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OPEN-ETAIMP-FIN.
           EXIT.
      *
      *    OUVERTURE FICHIER FIN  -------------------------------------
      *
      *    LECTURE FICHIER DEB  ---------------------------------------
      *
       6050-READ-FMVTIMP-DEB.
      *    RECHERCHE DU MOUVEMENT COURANT DANS LE REGISTRE :
      *    ENR-FMVTIMP-NOK = MOUVEMENT JAMAIS IMPUTE.
           MOVE WS-MVT-CPTE  TO IMP-MVT-CPT.
           MOVE WS-MVT-DOPER TO IMP-MVT-DOPER.
           MOVE WS-MVT-SEQ   TO IMP-MVT-SEQ.
           READ FMVTIMP.
           IF NOT OK-FMVTIMP AND NOT ENR-FMVTIMP-NOK
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER FMVTIMP'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTIMP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-READ-FMVTIMP-FIN.
           EXIT.
      *
      *    LECTURE FICHIER FIN  ---------------------------------------
      *
      *    ECRITURE FICHIER DEB  --------------------------------------
      *
       6060-REWRITE-FCPTE-DEB.
      *    A L'ENTREE, LA ZONE FICHIER PORTE ENCORE L'IMAGE LUE
      *    AVANT IMPUTATION : ELLE EST JOURNALISEE AVANT LA
      *    RECRITURE POUR QUE LE RETOUR ARRIERE PUISSE LA REPOSER.
           MOVE 'A'            TO WS-JRN-TYPE.
           MOVE FS-NUM-CPT     TO WS-JRN-NUM-CPT.
           MOVE SPACES         TO WS-JRN-IMAGE.
           MOVE FS-ENRG-FCPTE  TO WS-JRN-IMAGE(1:50).
           PERFORM 7100-JOURNALISER-DEB
              THRU 7100-JOURNALISER-FIN.

           MOVE WS-DMAJ-JOUR TO WS-CPTE-DMAJ.
           REWRITE FS-ENRG-FCPTE FROM WS-ENRG-F-CPTE.
           IF NOT OK-FCPTE
              DISPLAY 'PROBLEME DE RECRITURE SUR FCPTE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-REWRITE-FCPTE-FIN.
           EXIT.

       6070-WRITE-FMVTIMP-DEB.
           WRITE FS-ENRG-FMVTIMP FROM WS-ENRG-F-IMP.
           IF NOT OK-FMVTIMP
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FMVTIMP'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTIMP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-WRITE-FMVTIMP-FIN.
           EXIT.
      *
      *    ECRITURE FICHIER FIN  --------------------------------------
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7100-JOURNALISER-DEB.
      *    ECRITURE D'UN ENREGISTREMENT DU JOURNAL AVANT-IMAGE ;
      *    LE TYPE, LE COMPTE ET L'IMAGE SONT POSES PAR L'APPELANT.
      *    UN JOURNAL INFIRME INTERDIT DE CONTINUER.
           ADD 1 TO WS-CPT-SEQ-JRN.
           MOVE WS-CPT-SEQ-JRN TO WS-JRN-SEQ.
           WRITE FS-ENRG-FJOURNAL FROM WS-ENRG-F-JRN.
           IF NOT OK-FJOURNAL
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FJOURNAL'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FJOURNAL
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7100-JOURNALISER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *            ENTETE IMP DEB   -----------------------------------
      *
       8030-TETE-IMP-DEB.

           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-ASTER.

           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-TITRE.

           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-ASTER.

           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-INTITULE.

           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-INTERL.

       8030-TETE-IMP-FIN.
           EXIT.
      *
      *            ENTETE IMP FIN   -----------------------------------
      *
      *            CORPS IMP DEB    -----------------------------------
      *
       8040-DETAIL-IMP-DEB.

           MOVE WS-CUM-CPT-CRS     TO WS-LIMP-CPT-ED.
           MOVE WS-CPTE-NOM        TO WS-LIMP-NOM-ED.
           MOVE WS-CUM-SOLDE-AVANT TO WS-LIMP-AVANT-ED.
           MOVE WS-CUM-TOT-DEB     TO WS-LIMP-DEB-ED.
           MOVE WS-CUM-TOT-CRE     TO WS-LIMP-CRE-ED.
           MOVE WS-CUM-SOLDE-APRES TO WS-LIMP-APRES-ED.
           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-DETAIL.

       8040-DETAIL-IMP-FIN.
           EXIT.

       8045-ANO-IMP-DEB.

           ADD 1 TO WS-CPT-NB-ANO.
           MOVE WS-CUM-CPT-CRS TO WS-LIMP-ANO-CPT-ED.
           MOVE WS-MOTIF-ANO   TO WS-LIMP-ANO-MOTIF-ED.
           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-ANO.
           MOVE 4 TO WS-CODE-RETOUR.

       8045-ANO-IMP-FIN.
           EXIT.
      *
      *            CORPS IMP FIN    -----------------------------------
      *
      *            FDP IMP DEB      -----------------------------------
      *
       8050-FDP-IMP-DEB.

           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-INTERL.

           MOVE 'COMPTES IMPUTES'           TO WS-LIMP-NB-LIB-ED.
           MOVE WS-CPT-NB-COMPTES           TO WS-LIMP-NB-ED.
           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-NOMBRE.

           MOVE 'MOUVEMENTS IMPUTES'        TO WS-LIMP-NB-LIB-ED.
           MOVE WS-CPT-NB-MVT-IMP           TO WS-LIMP-NB-ED.
           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-NOMBRE.

           MOVE 'MOUVEMENTS NON IMPUTES'    TO WS-LIMP-NB-LIB-ED.
           MOVE WS-CPT-NB-MVT-NON-IMP       TO WS-LIMP-NB-ED.
           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-NOMBRE.

           MOVE 'TOTAL DES DEBITS IMPUTES'  TO WS-LIMP-TOT-LIB-ED.
           MOVE WS-TOT-DEB-IMP              TO WS-LIMP-TOT-MNT-ED.
           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-TOTAL.

           MOVE 'TOTAL DES CREDITS IMPUTES' TO WS-LIMP-TOT-LIB-ED.
           MOVE WS-TOT-CRE-IMP              TO WS-LIMP-TOT-MNT-ED.
           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-TOTAL.

           MOVE 'SOLDE TOTAL DU FICHIER MAITRE' TO WS-LIMP-TOT-LIB-ED.
           MOVE WS-CTL-SOLDE-CPT            TO WS-LIMP-TOT-MNT-ED.
           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-TOTAL.

           WRITE FS-ENRG-ETAIMP FROM WS-LIMP-ASTER.

       8050-FDP-IMP-FIN.
           EXIT.
      *
      *            FDP IMP FIN      -----------------------------------
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
       8999-STATISTIQUES-DEB.
      *
            DISPLAY '************************************************'
            DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP17       *'
            DISPLAY '*     ==================================       *'
            DISPLAY '************************************************'.
            DISPLAY SPACE
            DISPLAY SPACE
            DISPLAY WS-LCRE-ASTER.
            DISPLAY WS-LCRE-TITRE.
            DISPLAY WS-LCRE-ASTER.

            MOVE WS-CPT-NB-COMPTES TO WS-LCRE-DET-TOT-ED.
            MOVE 'NOMBRE DE COMPTES IMPUTES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-MVT-IMP TO WS-LCRE-DET-TOT-ED.
            MOVE 'MOUVEMENTS IMPUTES CE JOUR' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-MVT-DEJA TO WS-LCRE-DET-TOT-ED.
            MOVE 'MOUVEMENTS DEJA IMPUTES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-MVT-NON-IMP TO WS-LCRE-DET-TOT-ED.
            MOVE 'MOUVEMENTS LAISSES NON IMPUTES' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ANO TO WS-LCRE-DET-TOT-ED.
            MOVE 'COMPTES EN ANOMALIE' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CTL-NB-ENR-CPT TO WS-LCRE-DET-TOT-ED.
            MOVE 'NOMBRE D''ENREGISTREMENTS FCPTE' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CTL-SOLDE-CPT TO WS-LCRE-MNT-TOT-ED.
            MOVE 'SOLDE TOTAL DU FICHIER MAITRE' TO WS-LCRE-MNT-LIB-ED.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP17        *'
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP17       *'
            DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
            DISPLAY '*==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            MOVE WS-CODE-RETOUR TO RETURN-CODE.
            STOP RUN.

      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSOTP21                                  *
      *  NOM DU REDACTEUR : CREAX                                     *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * EDITION DU RELEVE FINAL DES COMPTES CLOS : CHAQUE COMPTE      *
      * INSCRIT AU REGISTRE FCLOTURE PAR LA MISE A JOUR ADSOTP6 ET    *
      * DONT LE RELEVE DE CLOTURE N'EST PAS ENCORE PRODUIT RECOIT UN  *
      * RELEVE (ADRESSE, MOUVEMENTS DE LA PERIODE, REGLEMENT DE LA    *
      * CLOTURE) DANS SON PROPRE FICHIER UNITAIRE RELV, AVEC UNE      *
      * LIGNE DE MANIFESTE FMANIF MARQUEE 'F'. LE RELEVE N'EST        *
      * PRODUIT QU'UNE FOIS LE VIREMENT DE REGLEMENT IMPUTE PAR       *
      * ADSOTP17 (SOLDE DU MAITRE A ZERO) ; SINON LE COMPTE EST       *
      * REPORTE AU PASSAGE SUIVANT. LE REGISTRE EST MIS A JOUR DE LA  *
      * DATE DU RELEVE ET DE SA SEQUENCE RELV, ET L'ETAT ETACLO       *
      * RETRACE LA SUITE DONNEE A CHAQUE COMPTE EN ATTENTE.           *
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
       PROGRAM-ID.      ADSOTP21.
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
           SELECT  FCLOTURE            ASSIGN TO CLOTURE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLO-NUM-CPT
                   FILE STATUS         IS WS-FS-FCLOTURE.
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
           SELECT  FADRCLI             ASSIGN TO ADRCLI
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ADR-NOM-CLI
                   FILE STATUS         IS WS-FS-FADRCLI.
      *
      *                      -------------------------------------------
      *
      *                      FICHIER UNITAIRE DU RELEVE DE CLOTURE EN
      *                      COURS : LE NOM EST CONSTRUIT A CHAQUE
      *                      RELEVE (RELV + DEMANDE 000 + SEQUENCE),
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
           SELECT  ETACLO              ASSIGN TO ETATCLO
                   FILE STATUS         IS WS-FS-ETACLO.
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
      *                      REGISTRE DES COMPTES CLOS (TP5CLOT).
       FD  FCLOTURE.
       01  FS-ENRG-FCLOTURE.
           05  CLO-NUM-CPT           PIC 9(10).
           05  CLO-DONNEES           PIC X(80).
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
       FD  ETACLO.
       01  FS-ENRG-ETACLO        PIC X(78).
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
       01  WS-FS-FCLOTURE  PIC X(2).
           88  FIN-FCLOTURE            VALUE '10'.
           88  OK-FCLOTURE             VALUE '00'.
           88  FCLOTURE-ABSENT         VALUE '35'.

       01  WS-FS-FCPTE     PIC X(2).
           88  OK-FCPTE                VALUE '00'.
           88  DOUBLON-CS-FCPTE        VALUE '02'.

       01  WS-FS-FMOUVT    PIC X(2).
           88  FIN-FMOUVT              VALUE '10'.
           88  OK-FMOUVT               VALUE '00'.
           88  ENR-FMOUVT-NOK          VALUE '23'.
           88  FMOUVT-ABSENT           VALUE '35'.

       01  WS-FS-FADRCLI   PIC X(2).
           88  OK-FADRCLI              VALUE '00'.
           88  FADRCLI-ABSENT          VALUE '35'.

       01  WS-FS-FRELUNIT  PIC X(2).
           88  OK-FRELUNIT             VALUE '00'.

       01  WS-FS-FMANIF    PIC X(2).
           88  OK-FMANIF               VALUE '00'.

       01  WS-FS-ETACLO    PIC X(2).
           88  OK-ETACLO               VALUE '00'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *
      *    COMPTEUR DEB      -------------------------------------------
      *
       01  WS-CPT-NB-LUS          PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ATTENTE      PIC 9(6) VALUE 0.

       01  WS-CPT-NB-RELEVES      PIC 9(6) VALUE 0.

       01  WS-CPT-NB-REPORTES     PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ANO          PIC 9(6) VALUE 0.

       01  WS-CPT-NB-LIGNES       PIC 9(6) VALUE 0.

      *    CUMULS DES MOUVEMENTS DU COMPTE CLOS EDITE.
       01  WS-MVT-SOLDE-OUV       PIC S9(9)V99 VALUE 0.

       01  WS-MVT-TOT-DEB         PIC S9(9)V99 VALUE 0.

       01  WS-MVT-TOT-CRE         PIC S9(9)V99 VALUE 0.

       01  WS-DATE-JOUR           PIC 9(6) VALUE 0.

      *    CODE RETOUR GRADUE REMIS A L'ORDONNANCEUR : 0 TOUS LES
      *    RELEVES EN ATTENTE PRODUITS, 4 COMPTES REPORTES OU EN
      *    ANOMALIE, 12 INCIDENT FICHIER.
       01  WS-CODE-RETOUR         PIC 9(2) VALUE 0.
      *
      *    COMPTEUR FIN      -------------------------------------------
      *
      *    AIGUILLAGE DEB    -------------------------------------------
      *
      *    LE REGISTRE N'EXISTE PAS AVANT LA PREMIERE CLOTURE, LE
      *    FICHIER DES MOUVEMENTS PEUT ETRE VIDE EN DEBUT DE PERIODE
      *    ET LE REFERENTIEL DES ADRESSES EST FACULTATIF.
       01  WS-SW-CLO              PIC 9 VALUE 0.
           88  CLO-DISPONIBLE         VALUE 1.

       01  WS-SW-MVT              PIC 9 VALUE 0.
           88  MVT-DISPONIBLE         VALUE 1.

       01  WS-SW-ADR              PIC 9 VALUE 0.
           88  ADR-DISPONIBLE         VALUE 1.

      *    SUITE DONNEE AU COMPTE CLOS EN COURS, EDITEE SUR ETACLO.
       01  WS-SUITE-CLO           PIC X(26) VALUE SPACES.
      *
      *    ECLATEMENT PAR RELEVE : NOM DU FICHIER UNITAIRE EN COURS,
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

       01  WS-SUITE-RELV.
           05  FILLER             PIC X(07) VALUE 'RELEVE '.
           05  WS-SUITE-RELV-NOM  PIC X(14).
           05  FILLER             PIC X(05) VALUE SPACES.

      *    RELECTURE DU MANIFESTE EXISTANT : SEULE LA SEQUENCE DU
      *    FICHIER UNITAIRE EST EXPLOITEE POUR NE PAS ECRASER LES
      *    FICHIERS DEJA PRODUITS.
       01  WS-MANIF-LU.
           05  FILLER             PIC X(45).
           05  WS-MANIF-LU-SEQ    PIC 9(07).
           05  FILLER             PIC X(02).

      *    CANAL DE DISTRIBUTION DU CLIENT (POSTE PAR DEFAUT).
       01  WS-ADR-CANAL-CRS       PIC X(01) VALUE 'P'.

       01  WS-LIGNE-CLO           PIC X(78) VALUE SPACES.
      *
      *    AIGUILLAGE FIN    -------------------------------------------
      *
      *    FICHIER COPIER DEB   ----------------------------------------
      *
       COPY TP5CLOT.

       COPY TP5CPTE.

       COPY TP5MOUVT.

       COPY TP5ADRC.

       COPY TP5LEDIT.

       COPY TP5LCLO.

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
           PERFORM 6000-OPEN-FCLOTURE-DEB
              THRU 6000-OPEN-FCLOTURE-FIN.
           PERFORM 6010-OPEN-FCPTE-DEB
              THRU 6010-OPEN-FCPTE-FIN.
           PERFORM 6020-OPEN-FMOUVT-DEB
              THRU 6020-OPEN-FMOUVT-FIN.
           PERFORM 6030-OPEN-FADRCLI-DEB
              THRU 6030-OPEN-FADRCLI-FIN.
           PERFORM 6040-OPEN-FMANIF-DEB
              THRU 6040-OPEN-FMANIF-FIN.
           PERFORM 6050-OPEN-ETACLO-DEB
              THRU 6050-OPEN-ETACLO-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.

           PERFORM 8000-TETE-CLO-DEB
              THRU 8000-TETE-CLO-FIN.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ITERATION)                      *
      * ========================================                      *
      *---------------------------------------------------------------*
      *
           IF CLO-DISPONIBLE
               MOVE LOW-VALUES TO CLO-NUM-CPT
               START FCLOTURE KEY >= CLO-NUM-CPT
               IF OK-FCLOTURE
                   READ FCLOTURE NEXT INTO WS-ENRG-F-CLO
                   PERFORM 1000-COMPTE-CLOS-DEB
                      THRU 1000-COMPTE-CLOS-FIN
                      UNTIL NOT OK-FCLOTURE
               END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
      * OREILETTE DE DROITE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
           IF WS-CPT-NB-ATTENTE = 0
               WRITE FS-ENRG-ETACLO FROM WS-LCLO-NEANT
           END-IF.

           PERFORM 8050-FDP-CLO-DEB
              THRU 8050-FDP-CLO-FIN.

           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.

           IF CLO-DISPONIBLE
              CLOSE FCLOTURE
           END-IF.
           CLOSE FCPTE.
           IF MVT-DISPONIBLE
              CLOSE FMOUVT
           END-IF.
           IF ADR-DISPONIBLE
              CLOSE FADRCLI
           END-IF.
           CLOSE FMANIF.
           CLOSE ETACLO.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-PROGRAMME-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT COMPTE CLOS            *
      *               ====================================            *
      *---------------------------------------------------------------*
      *
       1000-COMPTE-CLOS-DEB.
      *
      *    SEULS LES COMPTES DONT LE RELEVE DE CLOTURE RESTE A
      *    FAIRE SONT EXAMINES ; LES AUTRES SONT DEJA SOLDES.
           ADD 1 TO WS-CPT-NB-LUS.
           IF CLO-RELEVE-A-FAIRE
               ADD 1 TO WS-CPT-NB-ATTENTE
               PERFORM 2000-RELEVE-CLOTURE-DEB
                  THRU 2000-RELEVE-CLOTURE-FIN
               PERFORM 8040-LIGNE-SUIVI-DEB
                  THRU 8040-LIGNE-SUIVI-FIN
           END-IF.

           READ FCLOTURE NEXT INTO WS-ENRG-F-CLO.
      *
       1000-COMPTE-CLOS-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT RELEVE DE CLOTURE      *
      *               ==========================================      *
      *---------------------------------------------------------------*
      *
       2000-RELEVE-CLOTURE-DEB.
      *
      *    LE RELEVE FINAL N'EST PRODUIT QUE SUR UN COMPTE CLOS DONT
      *    LE SOLDE DU MAITRE EST REVENU A ZERO : LE VIREMENT DE
      *    REGLEMENT (OU LES DERNIERS MOUVEMENTS) A ALORS ETE IMPUTE
      *    PAR ADSOTP17. SINON LE COMPTE EST REPRIS AU PASSAGE
      *    SUIVANT.
           MOVE WS-CLO-NUM-CPT TO FS-NUM-CPT.
           READ FCPTE INTO WS-ENRG-F-CPTE.
           IF NOT (OK-FCPTE OR DOUBLON-CS-FCPTE)
               MOVE 'ANOMALIE - HORS MAITRE' TO WS-SUITE-CLO
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
               GO TO 2000-RELEVE-CLOTURE-FIN
           END-IF.
           IF NOT CPTE-CLOS
               MOVE 'ANOMALIE - COMPTE NON CLOS' TO WS-SUITE-CLO
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
               GO TO 2000-RELEVE-CLOTURE-FIN
           END-IF.
           IF WS-CPTE-SOLDE NOT = 0
               MOVE 'REPORTE - NON IMPUTE' TO WS-SUITE-CLO
               ADD 1 TO WS-CPT-NB-REPORTES
               MOVE 4 TO WS-CODE-RETOUR
               GO TO 2000-RELEVE-CLOTURE-FIN
           END-IF.

           PERFORM 6130-OUVRIR-RELUNIT-DEB
              THRU 6130-OUVRIR-RELUNIT-FIN.
           PERFORM 3000-EDITER-RELEVE-DEB
              THRU 3000-EDITER-RELEVE-FIN.
           PERFORM 6140-FERMER-RELUNIT-DEB
              THRU 6140-FERMER-RELUNIT-FIN.

      *    LE REGISTRE GARDE LA TRACE DU RELEVE REMIS AU ROUTEUR :
      *    LE COMPTE N'EST PLUS REPRIS AUX PASSAGES SUIVANTS.
           MOVE WS-DATE-JOUR    TO WS-CLO-DATE-RELEVE.
           MOVE WS-CPT-SEQ-RELV TO WS-CLO-SEQ-RELV.
           REWRITE FS-ENRG-FCLOTURE FROM WS-ENRG-F-CLO.
           IF NOT OK-FCLOTURE
              DISPLAY 'PROBLEME DE RECRITURE DU FICHIER FCLOTURE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCLOTURE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE WS-RELUNIT-NOM TO WS-SUITE-RELV-NOM.
           MOVE WS-SUITE-RELV  TO WS-SUITE-CLO.
           ADD 1 TO WS-CPT-NB-RELEVES.
      *
       2000-RELEVE-CLOTURE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT EDITION DU RELEVE      *
      *               ==========================================      *
      *---------------------------------------------------------------*
      *
       3000-EDITER-RELEVE-DEB.
      *
           MOVE WS-CLO-NOM-CLI TO WS-LCLO-NOM-ED.
           MOVE WS-CLO-NUM-CPT TO WS-LCLO-CPT-ED.
           MOVE WS-LCLO-ENTETE TO WS-LIGNE-CLO.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-LETAT-TIRET TO WS-LIGNE-CLO.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           PERFORM 8005-BLOC-ADRESSE-DEB
              THRU 8005-BLOC-ADRESSE-FIN.

           MOVE WS-CLO-DCREA-JJ TO WS-LCLO-DCREA-JJ-ED.
           MOVE WS-CLO-DCREA-MM TO WS-LCLO-DCREA-MM-ED.
           MOVE WS-CLO-DCREA-SS TO WS-LCLO-DCREA-SS-ED.
           MOVE WS-CLO-DCREA-AA TO WS-LCLO-DCREA-AA-ED.
           MOVE WS-CLO-DCLOT-JJ TO WS-LCLO-DCLOT-JJ-ED.
           MOVE WS-CLO-DCLOT-MM TO WS-LCLO-DCLOT-MM-ED.
           MOVE WS-CLO-DCLOT-SS TO WS-LCLO-DCLOT-SS-ED.
           MOVE WS-CLO-DCLOT-AA TO WS-LCLO-DCLOT-AA-ED.
           MOVE WS-LCLO-DATES TO WS-LIGNE-CLO.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-LETAT-BLANC TO WS-LIGNE-CLO.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           PERFORM 3010-MOUVEMENTS-DEB
              THRU 3010-MOUVEMENTS-FIN.

           PERFORM 3040-REGLEMENT-DEB
              THRU 3040-REGLEMENT-FIN.

           MOVE WS-LETAT-BLANC TO WS-LIGNE-CLO.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-LCLO-DERNIER TO WS-LIGNE-CLO.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.

           MOVE WS-LETAT-TIRET TO WS-LIGNE-CLO.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.
      *
       3000-EDITER-RELEVE-FIN.
            EXIT.
      *
      *
      *            MOUVEMENTS DU COMPTE DEB  ---------------------------
      *
       3010-MOUVEMENTS-DEB.
      *
      *    MOUVEMENTS DE LA PERIODE EN COURS, JAMBES DU VIREMENT DE
      *    REGLEMENT COMPRISES, EDITES COMME SUR LE RELEVE ORDINAIRE.
           MOVE 0 TO WS-MVT-SOLDE-OUV.
           MOVE 0 TO WS-MVT-TOT-DEB.
           MOVE 0 TO WS-MVT-TOT-CRE.

           IF NOT MVT-DISPONIBLE
               MOVE WS-LMVT-AUCUN TO WS-LIGNE-CLO
               PERFORM 8080-LIGNE-RELV-DEB
                  THRU 8080-LIGNE-RELV-FIN
               GO TO 3010-MOUVEMENTS-FIN
           END-IF.

           MOVE WS-CLO-NUM-CPT TO FM-MVT-CPT.
           MOVE ZEROS TO FM-MVT-DOPER.
           MOVE ZEROS TO FM-MVT-SEQ.
           START FMOUVT KEY >= FM-CLE-MVT.
           IF OK-FMOUVT
               READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT
           END-IF.

           IF NOT OK-FMOUVT OR WS-MVT-CPTE NOT = WS-CLO-NUM-CPT
               MOVE WS-LMVT-AUCUN TO WS-LIGNE-CLO
               PERFORM 8080-LIGNE-RELV-DEB
                  THRU 8080-LIGNE-RELV-FIN
           ELSE
               MOVE WS-LMVT-ENTETE TO WS-LIGNE-CLO
               PERFORM 8080-LIGNE-RELV-DEB
                  THRU 8080-LIGNE-RELV-FIN
               PERFORM 3020-MVT-LIGNE-DEB
                  THRU 3020-MVT-LIGNE-FIN
                  UNTIL FIN-FMOUVT OR ENR-FMOUVT-NOK
                        OR WS-MVT-CPTE NOT = WS-CLO-NUM-CPT
               MOVE WS-MVT-TOT-DEB TO WS-LMVT-TOTDEB-ED
               MOVE WS-LMVT-TOTDEB TO WS-LIGNE-CLO
               PERFORM 8080-LIGNE-RELV-DEB
                  THRU 8080-LIGNE-RELV-FIN
               MOVE WS-MVT-TOT-CRE TO WS-LMVT-TOTCRE-ED
               MOVE WS-LMVT-TOTCRE TO WS-LIGNE-CLO
               PERFORM 8080-LIGNE-RELV-DEB
                  THRU 8080-LIGNE-RELV-FIN
      *        SOLDE DE CLOTURE : CELUI DU MAITRE, NUL UNE FOIS LE
      *        REGLEMENT IMPUTE.
               MOVE WS-CPTE-SOLDE TO WS-LMVT-CLOT-ED
               MOVE WS-LMVT-CLOT TO WS-LIGNE-CLO
               PERFORM 8080-LIGNE-RELV-DEB
                  THRU 8080-LIGNE-RELV-FIN
           END-IF.

           MOVE WS-LETAT-BLANC TO WS-LIGNE-CLO.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.
      *
       3010-MOUVEMENTS-FIN.
            EXIT.
      *
      *
       3020-MVT-LIGNE-DEB.

           IF MVT-OUVERTURE
               IF MVT-DEBIT
                   COMPUTE WS-MVT-SOLDE-OUV = 0 - WS-MVT-MONTANT
               ELSE
                   MOVE WS-MVT-MONTANT TO WS-MVT-SOLDE-OUV
               END-IF
               MOVE WS-MVT-SOLDE-OUV TO WS-LMVT-OUV-ED
               MOVE WS-LMVT-OUV TO WS-LIGNE-CLO
               PERFORM 8080-LIGNE-RELV-DEB
                  THRU 8080-LIGNE-RELV-FIN
           ELSE
               MOVE WS-MVT-DOPER-JJ TO WS-LMVT-DOPER-JJ-ED
               MOVE WS-MVT-DOPER-MM TO WS-LMVT-DOPER-MM-ED
               MOVE WS-MVT-DOPER-SS TO WS-LMVT-DOPER-SS-ED
               MOVE WS-MVT-DOPER-AA TO WS-LMVT-DOPER-AA-ED
               MOVE WS-MVT-LIBELLE TO WS-LMVT-LIB-ED
               MOVE SPACES TO WS-LMVT-CTP-LIB-ED
               MOVE SPACES TO WS-LMVT-CTP-ED
               IF MVT-VIR-MARQUE AND WS-MVT-VIR-REF IS NUMERIC
                  AND WS-MVT-VIR-CTP IS NUMERIC
                   PERFORM 3030-MVT-VIREMENT-DEB
                      THRU 3030-MVT-VIREMENT-FIN
               END-IF
               MOVE WS-MVT-SENS TO WS-LMVT-SENS-ED
               MOVE WS-MVT-MONTANT TO WS-LMVT-MNT-ED
               MOVE WS-LMVT-DETAIL TO WS-LIGNE-CLO
               PERFORM 8080-LIGNE-RELV-DEB
                  THRU 8080-LIGNE-RELV-FIN
               IF MVT-DEBIT
                   ADD WS-MVT-MONTANT TO WS-MVT-TOT-DEB
               ELSE
                   ADD WS-MVT-MONTANT TO WS-MVT-TOT-CRE
               END-IF
           END-IF.
           IF NOT ENR-FMOUVT-NOK
               READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT
           END-IF.

       3020-MVT-LIGNE-FIN.
           EXIT.

      *    JAMBE DE VIREMENT : LA REFERENCE COMMUNE EST EDITEE EN
      *    LIBELLE ET LE COMPTE DE L'AUTRE JAMBE EN FIN DE LIGNE,
      *    COMME SUR LE RELEVE ORDINAIRE.
       3030-MVT-VIREMENT-DEB.

           MOVE WS-MVT-VIR-REF  TO WS-LMVT-VIR-REF-ED.
           MOVE WS-MVT-VIR-LIB  TO WS-LMVT-VIR-LIB-ED.
           MOVE WS-LMVT-VIR-LIB TO WS-LMVT-LIB-ED.
           IF MVT-DEBIT
               MOVE 'VERS'      TO WS-LMVT-CTP-LIB-ED
           ELSE
               MOVE 'DE'        TO WS-LMVT-CTP-LIB-ED
           END-IF.
           MOVE WS-MVT-VIR-CTP  TO WS-LMVT-CTP-ED.

       3030-MVT-VIREMENT-FIN.
           EXIT.
      *
      *            MOUVEMENTS DU COMPTE FIN  ---------------------------
      *
      *            REGLEMENT DE LA CLOTURE DEB  ------------------------
      *
       3040-REGLEMENT-DEB.
      *
      *    RAPPEL DU SOLDE A REGLER ARRETE PAR LA CLOTURE ET DU
      *    COMPTE QUI L'A RECU (SOLDE CREDITEUR) OU COUVERT (SOLDE
      *    DEBITEUR).
           IF WS-CLO-SOLDE-CLOT = 0
               MOVE WS-LCLO-SANS-REGL TO WS-LIGNE-CLO
           ELSE
               MOVE WS-CLO-SOLDE-CLOT TO WS-LCLO-REGL-MNT-ED
               IF WS-CLO-SOLDE-CLOT > 0
                   MOVE 'VERS'        TO WS-LCLO-REGL-LIB-ED
               ELSE
                   MOVE 'DE'          TO WS-LCLO-REGL-LIB-ED
               END-IF
               MOVE WS-CLO-CPT-REGL   TO WS-LCLO-REGL-CPT-ED
               MOVE WS-CLO-REF-REGL   TO WS-LCLO-REGL-REF-ED
               MOVE WS-LCLO-REGL      TO WS-LIGNE-CLO
           END-IF.
           PERFORM 8080-LIGNE-RELV-DEB
              THRU 8080-LIGNE-RELV-FIN.
      *
       3040-REGLEMENT-FIN.
            EXIT.
      *
      *            REGLEMENT DE LA CLOTURE FIN  ------------------------
      *
      *
      *===============================================================*
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
      *---------------------------------------------------------------*
      *                                                               *
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
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
       6000-OPEN-FCLOTURE-DEB.
      *    REGISTRE ABSENT : AUCUN COMPTE N'A ENCORE ETE CLOS, CE
      *    N'EST PAS UNE ANOMALIE.
           OPEN I-O FCLOTURE.
           IF OK-FCLOTURE
              MOVE 1 TO WS-SW-CLO
           ELSE
              MOVE 0 TO WS-SW-CLO
              IF NOT FCLOTURE-ABSENT
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FCLOTURE'
                 DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCLOTURE
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6000-OPEN-FCLOTURE-FIN.
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

       6020-OPEN-FMOUVT-DEB.
           OPEN INPUT FMOUVT.
           IF OK-FMOUVT
              MOVE 1 TO WS-SW-MVT
           ELSE
              MOVE 0 TO WS-SW-MVT
              IF NOT FMOUVT-ABSENT
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMOUVT'
                 DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6020-OPEN-FMOUVT-FIN.
           EXIT.

       6030-OPEN-FADRCLI-DEB.
      *    LE REFERENTIEL DES ADRESSES FOURNIT LE BLOC ADRESSE ET
      *    LE CANAL DE DISTRIBUTION ; ABSENT, LE RELEVE PART SANS
      *    ADRESSE AU CANAL POSTE PAR DEFAUT.
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
       6030-OPEN-FADRCLI-FIN.
           EXIT.

       6040-OPEN-FMANIF-DEB.
      *    LES RELEVES DE CLOTURE S'AJOUTENT AU MANIFESTE DU JOUR :
      *    LA NUMEROTATION DES FICHIERS UNITAIRES RELV REPREND APRES
      *    LE DERNIER RELEVE MANIFESTE POUR NE PAS ECRASER LES
      *    FICHIERS DEJA PRODUITS PAR LA CHAINE.
           OPEN INPUT FMANIF.
           IF OK-FMANIF
              READ FMANIF INTO WS-MANIF-LU
              PERFORM 6045-LIRE-MANIF-DEB
                 THRU 6045-LIRE-MANIF-FIN
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
       6040-OPEN-FMANIF-FIN.
           EXIT.

       6045-LIRE-MANIF-DEB.
           IF WS-MANIF-LU-SEQ IS NUMERIC
              AND WS-MANIF-LU-SEQ > WS-CPT-SEQ-RELV
               MOVE WS-MANIF-LU-SEQ TO WS-CPT-SEQ-RELV
           END-IF.
           READ FMANIF INTO WS-MANIF-LU.
       6045-LIRE-MANIF-FIN.
           EXIT.

       6050-OPEN-ETACLO-DEB.
           OPEN OUTPUT ETACLO.
           IF NOT OK-ETACLO
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETACLO'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETACLO
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-OPEN-ETACLO-FIN.
           EXIT.
      *
      *    OUVERTURE FICHIER FIN  -------------------------------------
      *
      *    FICHIER UNITAIRE DEB  --------------------------------------
      *
       6130-OUVRIR-RELUNIT-DEB.
      *    OUVERTURE DU FICHIER UNITAIRE DU RELEVE DE CLOTURE : LE
      *    NOM PORTE LA DEMANDE 000 (RELEVE HORS DEMANDE) ET LA
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
           MOVE 0 TO WS-CPT-NB-LIGNES.
       6130-OUVRIR-RELUNIT-FIN.
           EXIT.

       6140-FERMER-RELUNIT-DEB.
      *    CLOTURE DU RELEVE ET ECRITURE DE SA LIGNE DE MANIFESTE,
      *    MARQUEE 'F' : LE ROUTEUR DISTRIBUE ET PROUVE LE RELEVE
      *    FINAL COMME LES AUTRES. LE SOLDE MANIFESTE EST LE SOLDE
      *    REGLE A LA CLOTURE.
           IF RELV-OUVERT
              CLOSE FRELUNIT
              MOVE 0 TO WS-SW-RELV
              MOVE ZEROS             TO WS-LMANIF-NUM-ED
              MOVE WS-CLO-NOM-CLI    TO WS-LMANIF-NOM-ED
              MOVE 'F'               TO WS-LMANIF-TYP-ED
              MOVE 1                 TO WS-LMANIF-PAGES-ED
              MOVE 1                 TO WS-LMANIF-NBCPT-ED
              MOVE WS-CLO-SOLDE-CLOT TO WS-LMANIF-SOLDE-ED
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
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *            ENTETE CLO DEB   -----------------------------------
      *
       8000-TETE-CLO-DEB.

           WRITE FS-ENRG-ETACLO FROM WS-LCLO-ASTER.

           WRITE FS-ENRG-ETACLO FROM WS-LCLO-TITRE.

           WRITE FS-ENRG-ETACLO FROM WS-LCLO-ASTER.

           WRITE FS-ENRG-ETACLO FROM WS-LCLO-INTITULE.

           WRITE FS-ENRG-ETACLO FROM WS-LCLO-INTERL.

       8000-TETE-CLO-FIN.
           EXIT.
      *
      *            ENTETE CLO FIN   -----------------------------------
      *
      *            BLOC ADRESSE DEB  ----------------------------------
      *
      *    BLOC ADRESSE DU RELEVE, LU DANS LE REFERENTIEL FADRCLI
      *    SUR LE NOM DU CLIENT, AVEC LE CANAL DE DISTRIBUTION
      *    REPORTE AU MANIFESTE. SANS ADRESSE CONNUE LE RELEVE PART
      *    SANS BLOC AU CANAL POSTE.
      *
       8005-BLOC-ADRESSE-DEB.

            MOVE 'P' TO WS-ADR-CANAL-CRS.
            IF NOT ADR-DISPONIBLE
                GO TO 8005-BLOC-ADRESSE-FIN
            END-IF.

            MOVE WS-CLO-NOM-CLI TO ADR-NOM-CLI.
            READ FADRCLI INTO WS-ENRG-F-ADR.
            IF NOT OK-FADRCLI
                GO TO 8005-BLOC-ADRESSE-FIN
            END-IF.

            MOVE WS-ADR-CANAL TO WS-ADR-CANAL-CRS.

            MOVE WS-ADR-NOM-CLI TO WS-LETAT-ADR-ED.
            MOVE WS-LETAT-ADRESSE TO WS-LIGNE-CLO.
            PERFORM 8080-LIGNE-RELV-DEB
               THRU 8080-LIGNE-RELV-FIN.

            IF WS-ADR-LIGNE1 NOT = SPACE
                MOVE WS-ADR-LIGNE1 TO WS-LETAT-ADR-ED
                MOVE WS-LETAT-ADRESSE TO WS-LIGNE-CLO
                PERFORM 8080-LIGNE-RELV-DEB
                   THRU 8080-LIGNE-RELV-FIN
            END-IF.

            IF WS-ADR-LIGNE2 NOT = SPACE
                MOVE WS-ADR-LIGNE2 TO WS-LETAT-ADR-ED
                MOVE WS-LETAT-ADRESSE TO WS-LIGNE-CLO
                PERFORM 8080-LIGNE-RELV-DEB
                   THRU 8080-LIGNE-RELV-FIN
            END-IF.

            IF WS-ADR-LIGNE3 NOT = SPACE
                MOVE WS-ADR-LIGNE3 TO WS-LETAT-ADR-ED
                MOVE WS-LETAT-ADRESSE TO WS-LIGNE-CLO
                PERFORM 8080-LIGNE-RELV-DEB
                   THRU 8080-LIGNE-RELV-FIN
            END-IF.

            MOVE WS-LETAT-BLANC TO WS-LIGNE-CLO.
            PERFORM 8080-LIGNE-RELV-DEB
               THRU 8080-LIGNE-RELV-FIN.

       8005-BLOC-ADRESSE-FIN.
           EXIT.
      *
      *            BLOC ADRESSE FIN  ----------------------------------
      *
      *            LIGNE DE SUIVI DEB  --------------------------------
      *
       8040-LIGNE-SUIVI-DEB.

           MOVE WS-CLO-NUM-CPT    TO WS-LCLO-SUI-CPT-ED.
           MOVE WS-CLO-NOM-CLI    TO WS-LCLO-SUI-NOM-ED.
           MOVE WS-CLO-DCLOT-JJ   TO WS-LCLO-SUI-JJ-ED.
           MOVE WS-CLO-DCLOT-MM   TO WS-LCLO-SUI-MM-ED.
           MOVE WS-CLO-DCLOT-SS   TO WS-LCLO-SUI-SS-ED.
           MOVE WS-CLO-DCLOT-AA   TO WS-LCLO-SUI-AA-ED.
           MOVE WS-CLO-SOLDE-CLOT TO WS-LCLO-SUI-SOLDE-ED.
           MOVE WS-SUITE-CLO      TO WS-LCLO-SUI-SUITE-ED.
           WRITE FS-ENRG-ETACLO FROM WS-LCLO-SUIVI.

       8040-LIGNE-SUIVI-FIN.
           EXIT.
      *
      *            LIGNE DE SUIVI FIN  --------------------------------
      *
      *            FDP CLO DEB      -----------------------------------
      *
       8050-FDP-CLO-DEB.

           WRITE FS-ENRG-ETACLO FROM WS-LCLO-INTERL.

           WRITE FS-ENRG-ETACLO FROM WS-LCLO-ASTER.

       8050-FDP-CLO-FIN.
           EXIT.
      *
      *            FDP CLO FIN      -----------------------------------
      *
      *            LIGNE DU RELEVE DEB  -------------------------------
      *
      *    LA LIGNE PREPAREE DANS WS-LIGNE-CLO PART SUR LE FICHIER
      *    UNITAIRE DU RELEVE DE CLOTURE EN COURS.
      *
       8080-LIGNE-RELV-DEB.

           WRITE FS-ENRG-FRELUNIT FROM WS-LIGNE-CLO.
           IF NOT OK-FRELUNIT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FRELUNIT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FRELUNIT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-LIGNES.

       8080-LIGNE-RELV-FIN.
           EXIT.
      *
      *            LIGNE DU RELEVE FIN  -------------------------------
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
       8999-STATISTIQUES-DEB.
      *
            DISPLAY '************************************************'
            DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP21       *'
            DISPLAY '*     ===================================      *'
            DISPLAY '************************************************'.
            DISPLAY SPACE
            DISPLAY SPACE
            DISPLAY WS-LCRE-ASTER.
            DISPLAY WS-LCLO-CRE-TITRE.
            DISPLAY WS-LCRE-ASTER.

            MOVE WS-CPT-NB-LUS TO WS-LCRE-DET-TOT-ED.
            MOVE 'COMPTES LUS AU REGISTRE DES CLOS' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ATTENTE TO WS-LCRE-DET-TOT-ED.
            MOVE 'DONT RELEVE DE CLOTURE EN ATTENTE' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-RELEVES TO WS-LCRE-DET-TOT-ED.
            MOVE 'RELEVES DE CLOTURE PRODUITS' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-REPORTES TO WS-LCRE-DET-TOT-ED.
            MOVE 'REPORTES (REGLEMENT NON IMPUTE)' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ANO TO WS-LCRE-DET-TOT-ED.
            MOVE 'ANOMALIES CONSTATEES' TO WS-LCRE-DET-LIB-ED.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP21        *'
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP21       *'
            DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
            DISPLAY '*==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            MOVE WS-CODE-RETOUR TO RETURN-CODE.
            STOP RUN.

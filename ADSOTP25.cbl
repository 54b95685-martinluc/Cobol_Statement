      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSOTP25                                  *
      *  NOM DU REDACTEUR : CREAX                                     *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * SAUVEGARDE DE TETE DE CHAINE DES FICHIERS INDEXES : AVANT LE  *
      * PREMIER PROGRAMME DE MISE A JOUR DE LA NUIT, FCPTE, FMOUVT,   *
      * FADRCLI, FARCHIV ET LE REGISTRE DES IMPUTATIONS FMVTIMP SONT  *
      * DECHARGES EN ORDRE DE CLE DANS UNE GENERATION SEQUENTIELLE    *
      * DATEE (TP5SNAP), AVEC POUR CHAQUE FICHIER SON NOMBRE          *
      * D'ENREGISTREMENTS ET SON MONTANT DE CONTROLE (SOMME DES       *
      * SOLDES POUR FCPTE). LA GENERATION EST INSCRITE AU CATALOGUE   *
      * FSNAPCAT (TP5SNPC) ; ELLE N'Y DEVIENT RESTAURABLE QU'UNE FOIS *
      * COMPLETE. AU-DELA DU NOMBRE DE GENERATIONS CONSERVEES, LES    *
      * PLUS ANCIENNES SONT PURGEES (FICHIER VIDE, STATUT 'P'). LA    *
      * RESTAURATION D'UNE GENERATION EST FAITE PAR ADSOTP26.         *
      * FMVTIMP ACCOMPAGNE FMOUVT ET FCPTE : SANS LUI, UN MOUVEMENT   *
      * IMPUTE APRES LA SAUVEGARDE NE LE SERAIT PLUS APRES            *
      * RESTAURATION. FADRCLI ET FMVTIMP PEUVENT ETRE ABSENTS.        *
      * L'ETAT ETASNP EST A JOINDRE AU DOSSIER D'EXPLOITATION.        *
      *---------------------------------------------------------------*
      * CARTE PARAMETRE (ZONE A BLANC OU A ZERO : VALEUR PAR DEFAUT) :*
      *  NOMBRE DE GENERATIONS CONSERVEES  9(2)  (7)                  *
      *---------------------------------------------------------------*
      * CODE RETOUR : 0 SAUVEGARDE FAITE, 8 PASSAGE REFUSE (CARTE     *
      * PARAMETRE INVALIDE OU CATALOGUE SATURE), 12 INCIDENT FICHIER. *
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
       PROGRAM-ID.      ADSOTP25.
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
           SELECT  FADRCLI             ASSIGN TO ADRCLI
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ADR-NOM-CLI
                   FILE STATUS         IS WS-FS-FADRCLI.
      *
      *                      -------------------------------------------
      *
           SELECT  FARCHIV             ASSIGN TO ARCHREL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARC-CLE
                   FILE STATUS         IS WS-FS-FARCHIV.
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
           SELECT  FSNAPCAT            ASSIGN TO SNAPCAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAT-GEN
                   FILE STATUS         IS WS-FS-FSNAPCAT.
      *
      *                      -------------------------------------------
      *
      *                      GENERATION DE SAUVEGARDE : LE NOM EST
      *                      CONSTRUIT A CHAQUE GENERATION (SNAP +
      *                      DATE + G + NUMERO), COMME POUR LES
      *                      FICHIERS UNITAIRES DES RELEVES.
           SELECT  FSNAP               ASSIGN TO DYNAMIC WS-SNAP-NOM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FSNAP.
      *
      *                      -------------------------------------------
      *
           SELECT  ETASNP              ASSIGN TO ETATSNP
                   FILE STATUS         IS WS-FS-ETASNP.
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
       FD  FARCHIV.
       01  FS-ENRG-FARCHIV.
           05  ARC-CLE.
               10  ARC-NOM-CLI       PIC X(14).
               10  ARC-DATE-RUN      PIC 9(06).
               10  ARC-NUM-RQST      PIC 9(03).
               10  ARC-SEQ           PIC 9(07).
               10  ARC-NUM-CPT       PIC 9(10).
           05  ARC-LIGNE             PIC X(78).
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
      *                      CATALOGUE DES GENERATIONS (TP5SNPC).
       FD  FSNAPCAT.
       01  FS-ENRG-FSNAPCAT.
           05  CAT-GEN               PIC 9(04).
           05  CAT-DONNEES           PIC X(156).
      *
      *                      -------------------------------------------
      *
      *                      GENERATION DE SAUVEGARDE (TP5SNAP).
       FD  FSNAP.
       01  FS-ENRG-FSNAP         PIC X(120).
      *
      *                      -------------------------------------------
      *
       FD  ETASNP.
       01  FS-ENRG-ETASNP        PIC X(78).
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

       01  WS-FS-FMOUVT    PIC X(2).
           88  FIN-FMOUVT              VALUE '10'.
           88  OK-FMOUVT               VALUE '00'.

       01  WS-FS-FADRCLI   PIC X(2).
           88  FIN-FADRCLI             VALUE '10'.
           88  OK-FADRCLI              VALUE '00'.
           88  FADRCLI-ABSENT          VALUE '35'.

       01  WS-FS-FARCHIV   PIC X(2).
           88  FIN-FARCHIV             VALUE '10'.
           88  OK-FARCHIV              VALUE '00'.

       01  WS-FS-FMVTIMP   PIC X(2).
           88  FIN-FMVTIMP             VALUE '10'.
           88  OK-FMVTIMP              VALUE '00'.
           88  FMVTIMP-ABSENT          VALUE '35'.

       01  WS-FS-FSNAPCAT  PIC X(2).
           88  FIN-FSNAPCAT            VALUE '10'.
           88  OK-FSNAPCAT             VALUE '00'.
           88  FSNAPCAT-ABSENT         VALUE '35'.

       01  WS-FS-FSNAP     PIC X(2).
           88  OK-FSNAP                VALUE '00'.

       01  WS-FS-ETASNP    PIC X(2).
           88  OK-ETASNP               VALUE '00'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *
      *    CARTE PARAMETRE DE LA SAUVEGARDE  --------------------------
      *
       01  WS-ENR-PARM.
           05  WS-PRM-NB-GEN           PIC 9(02).
           05  FILLER                  PIC X(78).

      *    VUE ALPHANUMERIQUE : UNE ZONE A BLANC PREND LE DEFAUT.
       01  WS-ENR-PARM-X  REDEFINES WS-ENR-PARM.
           05  WS-PRX-NB-GEN           PIC X(02).
           05  FILLER                  PIC X(78).
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

       01  WS-DATE-ED.
           05  WS-DATE-ED-JJ      PIC 9(02).
           05  WS-DATE-ED-MM      PIC 9(02).
           05  WS-DATE-ED-SSAA    PIC 9(04).

       01  WS-DATE-ED-NUM  REDEFINES WS-DATE-ED
                                  PIC 9(08).
      *
      *    GENERATIONS  -----------------------------------------------
      *
      *    NOM DU FICHIER DE LA GENERATION EN COURS DE TRAITEMENT.
       01  WS-SNAP-NOM.
           05  FILLER             PIC X(04) VALUE 'SNAP'.
           05  WS-SNAP-NOM-DATE   PIC 9(08).
           05  FILLER             PIC X(01) VALUE 'G'.
           05  WS-SNAP-NOM-GEN    PIC 9(04).

      *    PLUS HAUTE GENERATION DU CATALOGUE, GENERATION CREEE PAR LE
      *    PASSAGE, GENERATIONS COMPLETES DEJA AU CATALOGUE ET NOMBRE
      *    DES PLUS ANCIENNES A PURGER.
       01  WS-GEN-DER             PIC 9(04) VALUE 0.

       01  WS-GEN-NOUV            PIC 9(04) VALUE 0.

       01  WS-NB-ACTIVES          PIC 9(04) VALUE 0.

       01  WS-NB-A-PURGER         PIC 9(04) VALUE 0.

      *    FICHIERS DE LA GENERATION, DANS L'ORDRE DU DECHARGEMENT.
       01  WS-TAB-FICHIERS.
           05  FILLER             PIC X(09) VALUE 'CFCPTE   '.
           05  FILLER             PIC X(09) VALUE 'MFMOUVT  '.
           05  FILLER             PIC X(09) VALUE 'AFADRCLI '.
           05  FILLER             PIC X(09) VALUE 'HFARCHIV '.
           05  FILLER             PIC X(09) VALUE 'IFMVTIMP '.

       01  WS-FICHIERS  REDEFINES WS-TAB-FICHIERS.
           05  WS-FIC             OCCURS 5.
               10  WS-FIC-CODE    PIC X(01).
               10  WS-FIC-NOM     PIC X(08).

       01  WS-IX-FIC              PIC 9(01) VALUE 0.

      *    TOTAUX DU FICHIER EN COURS DE DECHARGEMENT.
       01  WS-CTL-PRES            PIC X(01) VALUE SPACE.

       01  WS-CTL-NB              PIC 9(07)     VALUE 0.

       01  WS-CTL-MNT             PIC S9(11)V99 VALUE 0.

       01  WS-CTL-NB-TOTAL        PIC 9(08)     VALUE 0.

      *    OBSERVATION D'UNE GENERATION DEJA RESTAUREE.
       01  WS-OBS-RESTAUR.
           05  FILLER             PIC X(25) VALUE
               'DERNIERE RESTAURATION LE '.
           05  WS-OBS-RES-DATE-ED PIC 99/99/9999.
           05  FILLER             PIC X(03) VALUE SPACES.
      *
      *    COMPTEUR DEB      -------------------------------------------
      *
       01  WS-CPT-NB-PURGE        PIC 9(4) VALUE 0.

      *    CODE RETOUR GRADUE REMIS A L'ORDONNANCEUR : 0 SAUVEGARDE
      *    FAITE, 8 PASSAGE REFUSE (CARTE PARAMETRE INVALIDE OU
      *    CATALOGUE SATURE), 12 INCIDENT FICHIER.
       01  WS-CODE-RETOUR         PIC 9(2) VALUE 0.
      *
      *    COMPTEUR FIN      -------------------------------------------
      *
      *    AIGUILLAGE DEB    -------------------------------------------
      *
       01  WS-MOTIF-REFUS         PIC X(45) VALUE SPACES.

       01  WS-SW-ADR              PIC 9 VALUE 0.
           88  ADR-DISPONIBLE         VALUE 1.

       01  WS-SW-IMP              PIC 9 VALUE 0.
           88  IMP-DISPONIBLE         VALUE 1.
      *
      *    AIGUILLAGE FIN    -------------------------------------------
      *
      *    FICHIER COPIER DEB   ----------------------------------------
      *
       COPY TP5SNAP.

       COPY TP5SNPC.

       COPY TP5LSNP.

      *    FICHIER COPIER FIN   ----------------------------------------
      *
      *    LIGNES DU COMPTE-RENDU DE FIN DE PROGRAMME  --------------
      *
       01  WS-LCRE-ASTER             PIC X(60) VALUE ALL '*'.

       01  WS-LCRE-TITRE.
           05  FILLER                PIC X(60) VALUE
               '*    RECAPITULATIF DE LA SAUVEGARDE                 *'.

       01  WS-LCRE-DETAIL.
           05  FILLER                PIC X(02) VALUE '* '.
           05  WS-LCRE-DET-LIB-ED    PIC X(35).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LCRE-DET-TOT-ED    PIC ZZ.ZZZ.ZZ9.
           05  FILLER                PIC X(11) VALUE SPACES.
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
           PERFORM 6020-OPEN-FADRCLI-DEB
              THRU 6020-OPEN-FADRCLI-FIN.
           PERFORM 6030-OPEN-FARCHIV-DEB
              THRU 6030-OPEN-FARCHIV-FIN.
           PERFORM 6040-OPEN-FMVTIMP-DEB
              THRU 6040-OPEN-FMVTIMP-FIN.
           PERFORM 6050-OPEN-FSNAPCAT-DEB
              THRU 6050-OPEN-FSNAPCAT-FIN.
           PERFORM 6060-OPEN-ETASNP-DEB
              THRU 6060-OPEN-ETASNP-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.
           MOVE WS-DATE-JOUR TO WS-JOUR-AAMMJJ.

           ACCEPT WS-ENR-PARM.
           PERFORM 1000-CONTROLE-PARM-DEB
              THRU 1000-CONTROLE-PARM-FIN.
           IF WS-MOTIF-REFUS = SPACES
               PERFORM 2000-LIRE-CATALOGUE-DEB
                  THRU 2000-LIRE-CATALOGUE-FIN
           END-IF.

           PERFORM 8000-TETE-SNP-DEB
              THRU 8000-TETE-SNP-FIN.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ALTERNATIVE)                    *
      * ==========================================                    *
      *---------------------------------------------------------------*
      *
           IF WS-MOTIF-REFUS NOT = SPACES
               PERFORM 8045-REFUS-SNP-DEB
                  THRU 8045-REFUS-SNP-FIN
           ELSE
               PERFORM 3000-SAUVEGARDER-DEB
                  THRU 3000-SAUVEGARDER-FIN
               PERFORM 4000-PURGER-DEB
                  THRU 4000-PURGER-FIN
               PERFORM 8050-FDP-SNP-DEB
                  THRU 8050-FDP-SNP-FIN
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
           IF ADR-DISPONIBLE
              CLOSE FADRCLI
           END-IF.
           CLOSE FARCHIV.
           IF IMP-DISPONIBLE
              CLOSE FMVTIMP
           END-IF.
           CLOSE FSNAPCAT.
           CLOSE ETASNP.
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
      *  ZONE NON NUMERIQUE REFUSE LE PASSAGE : L'EXPLOITATION DOIT   *
      *  SAVOIR QUE LA CHAINE N'EST PAS SAUVEGARDEE.                  *
      *---------------------------------------------------------------*
      *
       1000-CONTROLE-PARM-DEB.
      *
           IF WS-PRX-NB-GEN = SPACES
               MOVE ZEROS TO WS-PRM-NB-GEN
           END-IF.
           IF WS-PRM-NB-GEN NOT NUMERIC
               MOVE 'CARTE PARAMETRE : ZONE NON NUMERIQUE'
                 TO WS-MOTIF-REFUS
               MOVE ZEROS TO WS-PRM-NB-GEN
               GO TO 1000-CONTROLE-PARM-FIN
           END-IF.
           IF WS-PRM-NB-GEN = 0
               MOVE 7 TO WS-PRM-NB-GEN
           END-IF.
      *
       1000-CONTROLE-PARM-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT LECTURE CATALOGUE      *
      *               ==========================================      *
      *---------------------------------------------------------------*
      *  RELEVE LA PLUS HAUTE GENERATION (LA NOUVELLE LA SUIT) ET LE  *
      *  NOMBRE DE GENERATIONS COMPLETES DEJA CONSERVEES.             *
      *---------------------------------------------------------------*
      *
       2000-LIRE-CATALOGUE-DEB.
      *
           MOVE 0 TO WS-GEN-DER.
           MOVE 0 TO WS-NB-ACTIVES.
           MOVE ZEROS TO CAT-GEN.
           START FSNAPCAT KEY >= CAT-GEN.
           IF OK-FSNAPCAT
               READ FSNAPCAT NEXT INTO WS-ENRG-F-CAT
               PERFORM 2010-GENERATION-LUE-DEB
                  THRU 2010-GENERATION-LUE-FIN
                  UNTIL NOT OK-FSNAPCAT
           END-IF.

           IF WS-GEN-DER NOT < 9999
               MOVE 'CATALOGUE SATURE : GENERATION 9999 ATTEINTE'
                 TO WS-MOTIF-REFUS
               GO TO 2000-LIRE-CATALOGUE-FIN
           END-IF.
           COMPUTE WS-GEN-NOUV = WS-GEN-DER + 1.
           MOVE WS-JOUR-NUM TO WS-SNAP-NOM-DATE.
           MOVE WS-GEN-NOUV TO WS-SNAP-NOM-GEN.
      *
       2000-LIRE-CATALOGUE-FIN.
            EXIT.


       2010-GENERATION-LUE-DEB.
           MOVE WS-CAT-GEN TO WS-GEN-DER.
           IF CAT-ACTIVE
               ADD 1 TO WS-NB-ACTIVES
           END-IF.
           READ FSNAPCAT NEXT INTO WS-ENRG-F-CAT.
       2010-GENERATION-LUE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT SAUVEGARDE             *
      *               ===================================             *
      *---------------------------------------------------------------*
      *  LA GENERATION EST D'ABORD INSCRITE AU CATALOGUE COMME        *
      *  INCOMPLETE : UN ABEND EN COURS DE DECHARGEMENT LAISSE UNE    *
      *  GENERATION QU'ADSOTP26 REFUSE DE RESTAURER ET QUE LE PASSAGE *
      *  SUIVANT PURGE. ELLE N'EST DECLAREE COMPLETE QU'APRES         *
      *  L'ENREGISTREMENT DE FIN.                                     *
      *---------------------------------------------------------------*
      *
       3000-SAUVEGARDER-DEB.
      *
           MOVE SPACES       TO WS-ENRG-F-CAT.
           MOVE WS-GEN-NOUV  TO WS-CAT-GEN.
           MOVE 'I'          TO WS-CAT-STATUT.
           MOVE WS-JOUR-NUM  TO WS-CAT-DATE.
           MOVE 0            TO WS-CAT-DATE-PURGE.
           MOVE 0            TO WS-CAT-DATE-RESTAUR.
           MOVE 0            TO WS-CAT-NB-RESTAUR.
           MOVE 0            TO WS-CAT-NB-TOTAL.
           MOVE 1 TO WS-IX-FIC.
           PERFORM 3005-POSTE-VIDE-DEB
              THRU 3005-POSTE-VIDE-FIN
              UNTIL WS-IX-FIC > 5.
           WRITE FS-ENRG-FSNAPCAT FROM WS-ENRG-F-CAT.
           IF NOT OK-FSNAPCAT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FSNAPCAT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAPCAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM 6070-OPEN-FSNAP-DEB
              THRU 6070-OPEN-FSNAP-FIN.
           MOVE 0 TO WS-CTL-NB-TOTAL.
           MOVE SPACES      TO WS-ENRG-F-SNP.
           MOVE 'E'         TO WS-SNP-TYPE.
           MOVE WS-GEN-NOUV TO WS-SNP-ENT-GEN.
           MOVE WS-JOUR-NUM TO WS-SNP-ENT-DATE.
           PERFORM 6100-WRITE-FSNAP-DEB
              THRU 6100-WRITE-FSNAP-FIN.

           MOVE 'FICHIERS SAUVEGARDES' TO WS-LSNP-SECTION-ED.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-INTERL.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-SECTION.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-TIRET.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-INTITULE-SAV.

           PERFORM 3100-DECHARGER-FCPTE-DEB
              THRU 3100-DECHARGER-FCPTE-FIN.
           PERFORM 3200-DECHARGER-FMOUVT-DEB
              THRU 3200-DECHARGER-FMOUVT-FIN.
           PERFORM 3300-DECHARGER-FADRCLI-DEB
              THRU 3300-DECHARGER-FADRCLI-FIN.
           PERFORM 3400-DECHARGER-FARCHIV-DEB
              THRU 3400-DECHARGER-FARCHIV-FIN.
           PERFORM 3500-DECHARGER-FMVTIMP-DEB
              THRU 3500-DECHARGER-FMVTIMP-FIN.

           MOVE SPACES          TO WS-ENRG-F-SNP.
           MOVE 'F'             TO WS-SNP-TYPE.
           MOVE 'P'             TO WS-SNP-TOT-PRES.
           MOVE WS-CTL-NB-TOTAL TO WS-SNP-TOT-NB.
           MOVE 0               TO WS-SNP-TOT-MNT.
           PERFORM 6100-WRITE-FSNAP-DEB
              THRU 6100-WRITE-FSNAP-FIN.
           CLOSE FSNAP.

      *    LA GENERATION EST COMPLETE : ELLE DEVIENT RESTAURABLE.
           MOVE 'A'             TO WS-CAT-STATUT.
           MOVE WS-CTL-NB-TOTAL TO WS-CAT-NB-TOTAL.
           REWRITE FS-ENRG-FSNAPCAT FROM WS-ENRG-F-CAT.
           IF NOT OK-FSNAPCAT
              DISPLAY 'PROBLEME DE RECRITURE DU FICHIER FSNAPCAT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAPCAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       3000-SAUVEGARDER-FIN.
            EXIT.


       3005-POSTE-VIDE-DEB.
           MOVE WS-FIC-CODE(WS-IX-FIC) TO WS-CAT-FIC-CODE(WS-IX-FIC).
           MOVE 'A' TO WS-CAT-FIC-PRES(WS-IX-FIC).
           MOVE 0   TO WS-CAT-FIC-NB(WS-IX-FIC).
           MOVE 0   TO WS-CAT-FIC-MNT(WS-IX-FIC).
           ADD 1 TO WS-IX-FIC.
       3005-POSTE-VIDE-FIN.
            EXIT.


       3010-DEBUT-FICHIER-DEB.
      *    WS-IX-FIC ET WS-CTL-PRES SONT POSES PAR L'APPELANT.
           MOVE 0 TO WS-CTL-NB.
           MOVE 0 TO WS-CTL-MNT.
       3010-DEBUT-FICHIER-FIN.
            EXIT.


       3020-FIN-FICHIER-DEB.
      *    TOTAL DU FICHIER DANS LA GENERATION, AU CATALOGUE ET SUR
      *    L'ETAT.
           MOVE SPACES                 TO WS-ENRG-F-SNP.
           MOVE 'T'                    TO WS-SNP-TYPE.
           MOVE WS-FIC-CODE(WS-IX-FIC) TO WS-SNP-FIC.
           MOVE WS-CTL-PRES            TO WS-SNP-TOT-PRES.
           MOVE WS-CTL-NB              TO WS-SNP-TOT-NB.
           MOVE WS-CTL-MNT             TO WS-SNP-TOT-MNT.
           PERFORM 6100-WRITE-FSNAP-DEB
              THRU 6100-WRITE-FSNAP-FIN.

           MOVE WS-CTL-PRES TO WS-CAT-FIC-PRES(WS-IX-FIC).
           MOVE WS-CTL-NB   TO WS-CAT-FIC-NB(WS-IX-FIC).
           MOVE WS-CTL-MNT  TO WS-CAT-FIC-MNT(WS-IX-FIC).

           PERFORM 8100-LIGNE-FICHIER-DEB
              THRU 8100-LIGNE-FICHIER-FIN.
       3020-FIN-FICHIER-FIN.
            EXIT.


       3030-DONNEE-DEB.
      *    L'IMAGE EST POSEE PAR L'APPELANT DANS WS-SNP-IMAGE.
           MOVE 'D'                    TO WS-SNP-TYPE.
           MOVE WS-FIC-CODE(WS-IX-FIC) TO WS-SNP-FIC.
           PERFORM 6100-WRITE-FSNAP-DEB
              THRU 6100-WRITE-FSNAP-FIN.
           ADD 1 TO WS-CTL-NB.
           ADD 1 TO WS-CTL-NB-TOTAL.
       3030-DONNEE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT DECHARGEMENT           *
      *               =====================================           *
      *---------------------------------------------------------------*
      *  CHAQUE FICHIER EST LU EN ORDRE DE CLE PRIMAIRE ET RECOPIE    *
      *  TEL QUEL ; UNE FIN DE LECTURE AUTRE QUE LA FIN DE FICHIER    *
      *  INTERROMPT LE PASSAGE, LA GENERATION RESTE INCOMPLETE.       *
      *---------------------------------------------------------------*
      *
       3100-DECHARGER-FCPTE-DEB.
      *
           MOVE 1   TO WS-IX-FIC.
           MOVE 'P' TO WS-CTL-PRES.
           PERFORM 3010-DEBUT-FICHIER-DEB
              THRU 3010-DEBUT-FICHIER-FIN.
           READ FCPTE NEXT.
           PERFORM 3110-ENRG-FCPTE-DEB
              THRU 3110-ENRG-FCPTE-FIN
              UNTIL NOT (OK-FCPTE OR DOUBLON-CS-FCPTE).
           IF NOT FIN-FCPTE
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER FCPTE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 3020-FIN-FICHIER-DEB
              THRU 3020-FIN-FICHIER-FIN.
      *
       3100-DECHARGER-FCPTE-FIN.
            EXIT.


       3110-ENRG-FCPTE-DEB.
           MOVE SPACES        TO WS-ENRG-F-SNP.
           MOVE FS-ENRG-FCPTE TO WS-SNP-IMAGE.
           ADD FS-SOLDE TO WS-CTL-MNT.
           PERFORM 3030-DONNEE-DEB
              THRU 3030-DONNEE-FIN.
           READ FCPTE NEXT.
       3110-ENRG-FCPTE-FIN.
            EXIT.
      *
      *
       3200-DECHARGER-FMOUVT-DEB.
      *
           MOVE 2   TO WS-IX-FIC.
           MOVE 'P' TO WS-CTL-PRES.
           PERFORM 3010-DEBUT-FICHIER-DEB
              THRU 3010-DEBUT-FICHIER-FIN.
           READ FMOUVT NEXT.
           PERFORM 3210-ENRG-FMOUVT-DEB
              THRU 3210-ENRG-FMOUVT-FIN
              UNTIL NOT OK-FMOUVT.
           IF NOT FIN-FMOUVT
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER FMOUVT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 3020-FIN-FICHIER-DEB
              THRU 3020-FIN-FICHIER-FIN.
      *
       3200-DECHARGER-FMOUVT-FIN.
            EXIT.


       3210-ENRG-FMOUVT-DEB.
           MOVE SPACES         TO WS-ENRG-F-SNP.
           MOVE FS-ENRG-FMOUVT TO WS-SNP-IMAGE.
           IF FM-MVT-SENS = 'D'
               SUBTRACT FM-MVT-MONTANT FROM WS-CTL-MNT
           ELSE
               ADD FM-MVT-MONTANT TO WS-CTL-MNT
           END-IF.
           PERFORM 3030-DONNEE-DEB
              THRU 3030-DONNEE-FIN.
           READ FMOUVT NEXT.
       3210-ENRG-FMOUVT-FIN.
            EXIT.
      *
      *
       3300-DECHARGER-FADRCLI-DEB.
      *
           MOVE 3   TO WS-IX-FIC.
           MOVE 'A' TO WS-CTL-PRES.
           PERFORM 3010-DEBUT-FICHIER-DEB
              THRU 3010-DEBUT-FICHIER-FIN.
           IF NOT ADR-DISPONIBLE
               GO TO 3300-DECHARGER-FADRCLI-SUITE
           END-IF.
           MOVE 'P' TO WS-CTL-PRES.
           READ FADRCLI NEXT.
           PERFORM 3310-ENRG-FADRCLI-DEB
              THRU 3310-ENRG-FADRCLI-FIN
              UNTIL NOT OK-FADRCLI.
           IF NOT FIN-FADRCLI
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER FADRCLI'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FADRCLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

       3300-DECHARGER-FADRCLI-SUITE.
           PERFORM 3020-FIN-FICHIER-DEB
              THRU 3020-FIN-FICHIER-FIN.
      *
       3300-DECHARGER-FADRCLI-FIN.
            EXIT.


       3310-ENRG-FADRCLI-DEB.
           MOVE SPACES          TO WS-ENRG-F-SNP.
           MOVE FS-ENRG-FADRCLI TO WS-SNP-IMAGE.
           PERFORM 3030-DONNEE-DEB
              THRU 3030-DONNEE-FIN.
           READ FADRCLI NEXT.
       3310-ENRG-FADRCLI-FIN.
            EXIT.
      *
      *
       3400-DECHARGER-FARCHIV-DEB.
      *
           MOVE 4   TO WS-IX-FIC.
           MOVE 'P' TO WS-CTL-PRES.
           PERFORM 3010-DEBUT-FICHIER-DEB
              THRU 3010-DEBUT-FICHIER-FIN.
           READ FARCHIV NEXT.
           PERFORM 3410-ENRG-FARCHIV-DEB
              THRU 3410-ENRG-FARCHIV-FIN
              UNTIL NOT OK-FARCHIV.
           IF NOT FIN-FARCHIV
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER FARCHIV'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FARCHIV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 3020-FIN-FICHIER-DEB
              THRU 3020-FIN-FICHIER-FIN.
      *
       3400-DECHARGER-FARCHIV-FIN.
            EXIT.


       3410-ENRG-FARCHIV-DEB.
           MOVE SPACES          TO WS-ENRG-F-SNP.
           MOVE FS-ENRG-FARCHIV TO WS-SNP-IMAGE.
           PERFORM 3030-DONNEE-DEB
              THRU 3030-DONNEE-FIN.
           READ FARCHIV NEXT.
       3410-ENRG-FARCHIV-FIN.
            EXIT.
      *
      *
       3500-DECHARGER-FMVTIMP-DEB.
      *
           MOVE 5   TO WS-IX-FIC.
           MOVE 'A' TO WS-CTL-PRES.
           PERFORM 3010-DEBUT-FICHIER-DEB
              THRU 3010-DEBUT-FICHIER-FIN.
           IF NOT IMP-DISPONIBLE
               GO TO 3500-DECHARGER-FMVTIMP-SUITE
           END-IF.
           MOVE 'P' TO WS-CTL-PRES.
           READ FMVTIMP NEXT.
           PERFORM 3510-ENRG-FMVTIMP-DEB
              THRU 3510-ENRG-FMVTIMP-FIN
              UNTIL NOT OK-FMVTIMP.
           IF NOT FIN-FMVTIMP
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER FMVTIMP'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTIMP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

       3500-DECHARGER-FMVTIMP-SUITE.
           PERFORM 3020-FIN-FICHIER-DEB
              THRU 3020-FIN-FICHIER-FIN.
      *
       3500-DECHARGER-FMVTIMP-FIN.
            EXIT.


       3510-ENRG-FMVTIMP-DEB.
           MOVE SPACES          TO WS-ENRG-F-SNP.
           MOVE FS-ENRG-FMVTIMP TO WS-SNP-IMAGE.
           IF IMP-SENS = 'D'
               SUBTRACT IMP-MONTANT FROM WS-CTL-MNT
           ELSE
               ADD IMP-MONTANT TO WS-CTL-MNT
           END-IF.
           PERFORM 3030-DONNEE-DEB
              THRU 3030-DONNEE-FIN.
           READ FMVTIMP NEXT.
       3510-ENRG-FMVTIMP-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PURGE                  *
      *               ==============================                  *
      *---------------------------------------------------------------*
      *  LES GENERATIONS COMPLETES LES PLUS ANCIENNES AU-DELA DU      *
      *  NOMBRE A CONSERVER, AINSI QUE TOUTE GENERATION RESTEE        *
      *  INCOMPLETE, SONT PURGEES : LEUR FICHIER EST VIDE ET LEUR     *
      *  POSTE DE CATALOGUE PASSE AU STATUT 'P' (IL GARDE LES         *
      *  TOTAUX). LE CATALOGUE EST EDITE DANS LA MEME LECTURE.        *
      *---------------------------------------------------------------*
      *
       4000-PURGER-DEB.
      *
      *    LA NOUVELLE GENERATION COMPTE PARMI LES CONSERVEES.
           MOVE 0 TO WS-NB-A-PURGER.
           IF WS-NB-ACTIVES + 1 > WS-PRM-NB-GEN
               COMPUTE WS-NB-A-PURGER =
                       WS-NB-ACTIVES + 1 - WS-PRM-NB-GEN
           END-IF.

           MOVE 'CATALOGUE DES GENERATIONS' TO WS-LSNP-SECTION-ED.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-INTERL.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-SECTION.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-TIRET.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-INTITULE-GEN.

           MOVE ZEROS TO CAT-GEN.
           START FSNAPCAT KEY >= CAT-GEN.
           IF OK-FSNAPCAT
               READ FSNAPCAT NEXT INTO WS-ENRG-F-CAT
               PERFORM 4010-GENERATION-DEB
                  THRU 4010-GENERATION-FIN
                  UNTIL NOT OK-FSNAPCAT
           END-IF.
      *
       4000-PURGER-FIN.
            EXIT.


       4010-GENERATION-DEB.
           MOVE SPACES TO WS-LSNP-GEN-OBS-ED.
           IF WS-CAT-GEN = WS-GEN-NOUV
               MOVE 'GENERATION DU PASSAGE' TO WS-LSNP-GEN-OBS-ED
               GO TO 4010-GENERATION-EDITION
           END-IF.
           IF CAT-INCOMPLETE
               PERFORM 4020-PURGER-GENERATION-DEB
                  THRU 4020-PURGER-GENERATION-FIN
               MOVE 'SAUVEGARDE INTERROMPUE - PURGEE'
                 TO WS-LSNP-GEN-OBS-ED
               GO TO 4010-GENERATION-EDITION
           END-IF.
           IF CAT-ACTIVE AND WS-NB-A-PURGER > 0
               PERFORM 4020-PURGER-GENERATION-DEB
                  THRU 4020-PURGER-GENERATION-FIN
               SUBTRACT 1 FROM WS-NB-A-PURGER
               MOVE 'PURGEE CE JOUR' TO WS-LSNP-GEN-OBS-ED
               GO TO 4010-GENERATION-EDITION
           END-IF.
           IF WS-CAT-NB-RESTAUR > 0
               MOVE WS-CAT-DATE-RESTAUR(7:2) TO WS-DATE-ED-JJ
               MOVE WS-CAT-DATE-RESTAUR(5:2) TO WS-DATE-ED-MM
               MOVE WS-CAT-DATE-RESTAUR(1:4) TO WS-DATE-ED-SSAA
               MOVE WS-DATE-ED-NUM TO WS-OBS-RES-DATE-ED
               MOVE WS-OBS-RESTAUR TO WS-LSNP-GEN-OBS-ED
           END-IF.

       4010-GENERATION-EDITION.
           PERFORM 8200-LIGNE-GENERATION-DEB
              THRU 8200-LIGNE-GENERATION-FIN.
           READ FSNAPCAT NEXT INTO WS-ENRG-F-CAT.
       4010-GENERATION-FIN.
            EXIT.


       4020-PURGER-GENERATION-DEB.
      *    LE FICHIER DE LA GENERATION EST VIDE PAR UNE OUVERTURE EN
      *    CREATION ; UNE GENERATION DONT LE FICHIER N'A JAMAIS ETE
      *    CREE EST PURGEE DE MEME.
           MOVE WS-CAT-DATE TO WS-SNAP-NOM-DATE.
           MOVE WS-CAT-GEN  TO WS-SNAP-NOM-GEN.
           PERFORM 6070-OPEN-FSNAP-DEB
              THRU 6070-OPEN-FSNAP-FIN.
           CLOSE FSNAP.

           MOVE 'P'         TO WS-CAT-STATUT.
           MOVE WS-JOUR-NUM TO WS-CAT-DATE-PURGE.
           REWRITE FS-ENRG-FSNAPCAT FROM WS-ENRG-F-CAT.
           IF NOT OK-FSNAPCAT
              DISPLAY 'PROBLEME DE RECRITURE DU FICHIER FSNAPCAT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAPCAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-PURGE.
       4020-PURGER-GENERATION-FIN.
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

       6020-OPEN-FADRCLI-DEB.
      *    REFERENTIEL DES ADRESSES ABSENT : IL EST NOTE ABSENT DANS
      *    LA GENERATION, CE N'EST PAS UNE ANOMALIE.
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

       6030-OPEN-FARCHIV-DEB.
           OPEN INPUT FARCHIV.
           IF NOT OK-FARCHIV
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FARCHIV'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FARCHIV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OPEN-FARCHIV-FIN.
           EXIT.

       6040-OPEN-FMVTIMP-DEB.
      *    REGISTRE ABSENT : AUCUNE IMPUTATION N'A ENCORE ETE
      *    PASSEE, CE N'EST PAS UNE ANOMALIE.
           OPEN INPUT FMVTIMP.
           IF OK-FMVTIMP
              MOVE 1 TO WS-SW-IMP
           ELSE
              MOVE 0 TO WS-SW-IMP
              IF NOT FMVTIMP-ABSENT
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMVTIMP'
                 DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTIMP
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6040-OPEN-FMVTIMP-FIN.
           EXIT.

       6050-OPEN-FSNAPCAT-DEB.
      *    A LA PREMIERE SAUVEGARDE LE CATALOGUE N'EXISTE PAS ENCORE :
      *    IL EST CREE VIDE PUIS ROUVERT EN MISE A JOUR.
           OPEN I-O FSNAPCAT.
           IF FSNAPCAT-ABSENT
              OPEN OUTPUT FSNAPCAT
              CLOSE FSNAPCAT
              OPEN I-O FSNAPCAT
           END-IF.
           IF NOT OK-FSNAPCAT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FSNAPCAT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAPCAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-OPEN-FSNAPCAT-FIN.
           EXIT.

       6060-OPEN-ETASNP-DEB.
           OPEN OUTPUT ETASNP.
           IF NOT OK-ETASNP
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETASNP'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETASNP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-OPEN-ETASNP-FIN.
           EXIT.

       6070-OPEN-FSNAP-DEB.
      *    LE NOM DE LA GENERATION EST POSE DANS WS-SNAP-NOM.
           OPEN OUTPUT FSNAP.
           IF NOT OK-FSNAP
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ' WS-SNAP-NOM
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-OPEN-FSNAP-FIN.
           EXIT.
      *
      *    OUVERTURE FICHIER FIN  -------------------------------------
      *
      *    ECRITURE FICHIER DEB  --------------------------------------
      *
       6100-WRITE-FSNAP-DEB.
           WRITE FS-ENRG-FSNAP FROM WS-ENRG-F-SNP.
           IF NOT OK-FSNAP
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER ' WS-SNAP-NOM
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-WRITE-FSNAP-FIN.
           EXIT.
      *
      *    ECRITURE FICHIER FIN  --------------------------------------
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *            ENTETE SNP DEB   -----------------------------------
      *
       8000-TETE-SNP-DEB.

           WRITE FS-ENRG-ETASNP FROM WS-LSNP-ASTER.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-TITRE-SAV.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-ASTER.

           MOVE WS-DATE-JOUR-JJ TO WS-LSNP-JJ-ED.
           MOVE WS-DATE-JOUR-MM TO WS-LSNP-MM-ED.
           MOVE WS-DATE-JOUR-AA TO WS-LSNP-AA-ED.
           MOVE WS-GEN-NOUV     TO WS-LSNP-GEN-ED.
           MOVE WS-JOUR-NUM(7:2) TO WS-DATE-ED-JJ.
           MOVE WS-JOUR-NUM(5:2) TO WS-DATE-ED-MM.
           MOVE WS-JOUR-NUM(1:4) TO WS-DATE-ED-SSAA.
           MOVE WS-DATE-ED-NUM  TO WS-LSNP-DGEN-ED.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-DATE.

           IF WS-MOTIF-REFUS = SPACES
               MOVE WS-SNAP-NOM TO WS-LSNP-NOM-ED
               WRITE FS-ENRG-ETASNP FROM WS-LSNP-NOM
           END-IF.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-INTERL.

           MOVE 'GENERATIONS CONSERVEES' TO WS-LSNP-PRM-LIB.
           MOVE WS-PRM-NB-GEN TO WS-LSNP-PRM-ED.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-PRM.

       8000-TETE-SNP-FIN.
           EXIT.
      *
      *            ENTETE SNP FIN   -----------------------------------
      *
      *            REFUS SNP DEB    -----------------------------------
      *
       8045-REFUS-SNP-DEB.

           MOVE 'PASSAGE REFUSE    : ' TO WS-LSNP-MSG-LIB-ED.
           MOVE WS-MOTIF-REFUS TO WS-LSNP-MSG-ED.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-INTERL.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-MESSAGE.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-ASTER.

           IF WS-CODE-RETOUR < 8
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.

       8045-REFUS-SNP-FIN.
           EXIT.
      *
      *            REFUS SNP FIN    -----------------------------------
      *
      *            FDP SNP DEB      -----------------------------------
      *
       8050-FDP-SNP-DEB.

           WRITE FS-ENRG-ETASNP FROM WS-LSNP-INTERL.
           MOVE 'RESULTAT          : ' TO WS-LSNP-MSG-LIB-ED.
           MOVE 'GENERATION COMPLETE ET RESTAURABLE PAR ADSOTP26'
             TO WS-LSNP-MSG-ED.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-MESSAGE.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-ASTER.

       8050-FDP-SNP-FIN.
           EXIT.
      *
      *            FDP SNP FIN      -----------------------------------
      *
      *            CORPS SNP DEB    -----------------------------------
      *
       8100-LIGNE-FICHIER-DEB.

           MOVE WS-FIC-NOM(WS-IX-FIC) TO WS-LSNP-FIC-ED.
           IF WS-CTL-PRES = 'P'
               MOVE 'PRESENT' TO WS-LSNP-ETAT-ED
           ELSE
               MOVE 'ABSENT'  TO WS-LSNP-ETAT-ED
           END-IF.
           MOVE WS-CTL-NB  TO WS-LSNP-NB-ED.
           MOVE WS-CTL-MNT TO WS-LSNP-MNT-ED.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-DETAIL.

       8100-LIGNE-FICHIER-FIN.
           EXIT.


       8200-LIGNE-GENERATION-DEB.

           MOVE WS-CAT-GEN TO WS-LSNP-GEN-NUM-ED.
           MOVE WS-CAT-DATE(7:2) TO WS-DATE-ED-JJ.
           MOVE WS-CAT-DATE(5:2) TO WS-DATE-ED-MM.
           MOVE WS-CAT-DATE(1:4) TO WS-DATE-ED-SSAA.
           MOVE WS-DATE-ED-NUM  TO WS-LSNP-GEN-DATE-ED.
           EVALUATE TRUE
              WHEN CAT-ACTIVE
                     MOVE 'RESTAURABLE' TO WS-LSNP-GEN-STATUT-ED
              WHEN CAT-PURGEE
                     MOVE 'PURGEE'      TO WS-LSNP-GEN-STATUT-ED
              WHEN OTHER
                     MOVE 'INCOMPLETE'  TO WS-LSNP-GEN-STATUT-ED
           END-EVALUATE.
           MOVE WS-CAT-NB-TOTAL TO WS-LSNP-GEN-NB-ED.
           WRITE FS-ENRG-ETASNP FROM WS-LSNP-GEN.

       8200-LIGNE-GENERATION-FIN.
           EXIT.
      *
      *            CORPS SNP FIN    -----------------------------------
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
       8999-STATISTIQUES-DEB.
      *
            DISPLAY '************************************************'
            DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP25       *'
            DISPLAY '*     ==================================       *'
            DISPLAY '************************************************'.
            DISPLAY SPACE
            DISPLAY SPACE
            DISPLAY WS-LCRE-ASTER.
            DISPLAY WS-LCRE-TITRE.
            DISPLAY WS-LCRE-ASTER.

            MOVE WS-GEN-NOUV TO WS-LCRE-DET-TOT-ED.
            MOVE 'GENERATION CREEE' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CAT-FIC-NB(1) TO WS-LCRE-DET-TOT-ED.
            MOVE 'ENREGISTREMENTS FCPTE' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CAT-FIC-NB(2) TO WS-LCRE-DET-TOT-ED.
            MOVE 'ENREGISTREMENTS FMOUVT' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CAT-FIC-NB(3) TO WS-LCRE-DET-TOT-ED.
            MOVE 'ENREGISTREMENTS FADRCLI' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CAT-FIC-NB(4) TO WS-LCRE-DET-TOT-ED.
            MOVE 'ENREGISTREMENTS FARCHIV' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CAT-FIC-NB(5) TO WS-LCRE-DET-TOT-ED.
            MOVE 'ENREGISTREMENTS FMVTIMP' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CTL-NB-TOTAL TO WS-LCRE-DET-TOT-ED.
            MOVE 'TOTAL DES ENREGISTREMENTS SAUVES' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-PURGE TO WS-LCRE-DET-TOT-ED.
            MOVE 'GENERATIONS PURGEES' TO WS-LCRE-DET-LIB-ED.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP25        *'
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP25       *'
            DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
            DISPLAY '*==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            MOVE WS-CODE-RETOUR TO RETURN-CODE.
            STOP RUN.

      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSOTP26                                  *
      *  NOM DU REDACTEUR : CREAX                                     *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * RESTAURATION D'UNE GENERATION DE SAUVEGARDE ECRITE PAR        *
      * ADSOTP25 : FCPTE, FMOUVT, FADRCLI, FARCHIV ET FMVTIMP SONT    *
      * RECHARGES A L'IDENTIQUE. LE PASSAGE SE FAIT EN TROIS TEMPS :  *
      *  1 - LA GENERATION EST RELUE ET CONTROLEE CONTRE LE CATALOGUE *
      *      FSNAPCAT (ENTETE, TOTAUX PAR FICHIER, FIN). TOUT ECART   *
      *      REFUSE LE PASSAGE SANS TOUCHER AUX FICHIERS ;            *
      *  2 - LES CINQ FICHIERS SONT VIDES PUIS RECHARGES. UN FICHIER  *
      *      ABSENT LORS DE LA SAUVEGARDE EST RESTAURE VIDE ;         *
      *  3 - CHAQUE FICHIER EST RELU : NOMBRE D'ENREGISTREMENTS ET    *
      *      MONTANT DE CONTROLE SONT COMPARES AU CATALOGUE. SI TOUT  *
      *      CONCORDE, FCTOTAL EST REGENERE A LA DATE DU JOUR POUR    *
      *      QUE ADSOTP2 ACCEPTE LA CHAINE ; SINON FCTOTAL N'EST PAS  *
      *      REGENERE ET ADSOTP2 BLOQUE LA CHAINE.                    *
      * ATTENTION : APRES UNE RESTAURATION, LE JOURNAL FJOURNAL DE    *
      * ADSOTP6 NE CORRESPOND PLUS AUX FICHIERS ; ADSOTP13 NE DOIT    *
      * PAS ETRE LANCE SUR CE JOURNAL.                                *
      * L'ETAT ETARES EST A JOINDRE AU RAPPORT D'INCIDENT.            *
      *---------------------------------------------------------------*
      * CARTE PARAMETRE (ZONE A BLANC OU A ZERO : VALEUR PAR DEFAUT) :*
      *  NUMERO DE LA GENERATION A RESTAURER  9(4)  (LA PLUS RECENTE  *
      *  GENERATION RESTAURABLE)                                      *
      *---------------------------------------------------------------*
      * CODE RETOUR : 0 RESTAURATION FAITE, 8 PASSAGE REFUSE SANS     *
      * TOUCHER AUX FICHIERS (CARTE INVALIDE, GENERATION INCONNUE,    *
      * NON RESTAURABLE OU NON CONFORME), 12 INCIDENT FICHIER OU      *
      * ECART APRES RECHARGEMENT.                                     *
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
       PROGRAM-ID.      ADSOTP26.
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
      *                      GENERATION A RESTAURER : LE NOM EST
      *                      CONSTRUIT A PARTIR DU CATALOGUE (SNAP +
      *                      DATE + G + NUMERO).
           SELECT  FSNAP               ASSIGN TO DYNAMIC WS-SNAP-NOM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FSNAP.
      *
      *                      -------------------------------------------
      *
           SELECT  FCTOTAL             ASSIGN TO FTOTAUX
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FCTOTAL.
      *
      *                      -------------------------------------------
      *
           SELECT  ETARES              ASSIGN TO ETATRES
                   FILE STATUS         IS WS-FS-ETARES.
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
       FD  FCTOTAL.
       01  FS-ENRG-FCTOTAL.
           05  FS-CTL-NB-ENR         PIC 9(06).
           05  FS-CTL-SOLDE          PIC S9(9)V99.
           05  FS-CTL-DATE-JOUR      PIC 9(06).
      *
      *                      -------------------------------------------
      *
       FD  ETARES.
       01  FS-ENRG-ETARES        PIC X(78).
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

       01  WS-FS-FARCHIV   PIC X(2).
           88  FIN-FARCHIV             VALUE '10'.
           88  OK-FARCHIV              VALUE '00'.

       01  WS-FS-FMVTIMP   PIC X(2).
           88  FIN-FMVTIMP             VALUE '10'.
           88  OK-FMVTIMP              VALUE '00'.

       01  WS-FS-FSNAPCAT  PIC X(2).
           88  FIN-FSNAPCAT            VALUE '10'.
           88  OK-FSNAPCAT             VALUE '00'.
           88  ENR-FSNAPCAT-NOK        VALUE '23'.
           88  FSNAPCAT-ABSENT         VALUE '35'.

       01  WS-FS-FSNAP     PIC X(2).
           88  FIN-FSNAP               VALUE '10'.
           88  OK-FSNAP                VALUE '00'.

       01  WS-FS-FCTOTAL   PIC X(2).
           88  OK-FCTOTAL              VALUE '00'.

       01  WS-FS-ETARES    PIC X(2).
           88  OK-ETARES               VALUE '00'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *
      *    CARTE PARAMETRE DE LA RESTAURATION  ------------------------
      *
       01  WS-ENR-PARM.
           05  WS-PRM-GEN              PIC 9(04).
           05  FILLER                  PIC X(76).

      *    VUE ALPHANUMERIQUE : UNE ZONE A BLANC PREND LE DEFAUT.
       01  WS-ENR-PARM-X  REDEFINES WS-ENR-PARM.
           05  WS-PRX-GEN              PIC X(04).
           05  FILLER                  PIC X(76).
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
      *    GENERATION  ------------------------------------------------
      *
      *    NOM DU FICHIER DE LA GENERATION A RESTAURER.
       01  WS-SNAP-NOM.
           05  FILLER             PIC X(04) VALUE 'SNAP'.
           05  WS-SNAP-NOM-DATE   PIC 9(08).
           05  FILLER             PIC X(01) VALUE 'G'.
           05  WS-SNAP-NOM-GEN    PIC 9(04).

      *    GENERATION RETENUE ET SA DATE.
       01  WS-GEN-RES             PIC 9(04) VALUE 0.

       01  WS-GEN-RES-DATE        PIC 9(08) VALUE 0.

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

      *    FICHIER DONT LA GENERATION EST EN COURS DE LECTURE (LES
      *    FICHIERS Y SONT DANS L'ORDRE DE LA TABLE) ; 6 APRES LE
      *    DERNIER TOTAL.
       01  WS-IX-COURANT          PIC 9(01) VALUE 0.

      *    CUMULS LUS DANS LA GENERATION (CONTROLE AVANT RECHARGEMENT)
      *    ET RELUS DANS LES FICHIERS RECHARGES.
       01  WS-TAB-CUMULS.
           05  WS-CUM             OCCURS 5.
               10  WS-CUM-NB      PIC 9(07).
               10  WS-CUM-MNT     PIC S9(11)V99.
               10  WS-REL-NB      PIC 9(07).
               10  WS-REL-MNT     PIC S9(11)V99.

       01  WS-CUM-NB-TOTAL        PIC 9(08)     VALUE 0.

       01  WS-MNT-IMAGE           PIC S9(11)V99 VALUE 0.

      *    TOTAL DE CONTROLE DE FCPTE AU SENS DE LA CHAINE (LECTURES
      *    EN STATUT '00'), REPRIS DANS FCTOTAL.
       01  WS-CTL-NB-ENR-CPT      PIC 9(06)     VALUE 0.

       01  WS-CTL-SOLDE-CPT       PIC S9(9)V99  VALUE 0.

      *    OBSERVATION D'UNE GENERATION DEJA RESTAUREE.
       01  WS-OBS-RESTAUR.
           05  FILLER             PIC X(25) VALUE
               'DERNIERE RESTAURATION LE '.
           05  WS-OBS-RES-DATE-ED PIC 99/99/9999.
           05  FILLER             PIC X(03) VALUE SPACES.
      *
      *    COMPTEUR DEB      -------------------------------------------
      *
       01  WS-CPT-NB-LU           PIC 9(8) VALUE 0.

       01  WS-CPT-NB-ECRIT        PIC 9(8) VALUE 0.

       01  WS-CPT-NB-ECART        PIC 9(4) VALUE 0.

      *    CODE RETOUR GRADUE REMIS A L'ORDONNANCEUR : 0 RESTAURATION
      *    FAITE, 8 PASSAGE REFUSE, 12 INCIDENT FICHIER OU ECART APRES
      *    RECHARGEMENT.
       01  WS-CODE-RETOUR         PIC 9(2) VALUE 0.
      *
      *    COMPTEUR FIN      -------------------------------------------
      *
      *    AIGUILLAGE DEB    -------------------------------------------
      *
       01  WS-MOTIF-REFUS         PIC X(45) VALUE SPACES.

       01  WS-SW-CAT              PIC 9 VALUE 0.
           88  CAT-DISPONIBLE         VALUE 1.

       01  WS-SW-FIN-VUE          PIC 9 VALUE 0.
           88  FIN-VUE                VALUE 1.
      *
      *    AIGUILLAGE FIN    -------------------------------------------
      *
      *    FICHIER COPIER DEB   ----------------------------------------
      *
       COPY TP5SNAP.

       COPY TP5SNPC.

       COPY TP5LSNP.

       COPY TP5CPTE.

       COPY TP5MOUVT.

       COPY TP5MIMP.

      *    FICHIER COPIER FIN   ----------------------------------------
      *
      *    LIGNES DU COMPTE-RENDU DE FIN DE PROGRAMME  --------------
      *
       01  WS-LCRE-ASTER             PIC X(60) VALUE ALL '*'.

       01  WS-LCRE-TITRE.
           05  FILLER                PIC X(60) VALUE
               '*    RECAPITULATIF DE LA RESTAURATION               *'.

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
           PERFORM 6050-OPEN-FSNAPCAT-DEB
              THRU 6050-OPEN-FSNAPCAT-FIN.
           PERFORM 6060-OPEN-ETARES-DEB
              THRU 6060-OPEN-ETARES-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.
           MOVE WS-DATE-JOUR TO WS-JOUR-AAMMJJ.

           ACCEPT WS-ENR-PARM.
           PERFORM 1000-CONTROLE-PARM-DEB
              THRU 1000-CONTROLE-PARM-FIN.
           IF WS-MOTIF-REFUS = SPACES
               PERFORM 2000-CHOISIR-GENERATION-DEB
                  THRU 2000-CHOISIR-GENERATION-FIN
           END-IF.

           PERFORM 8000-TETE-RES-DEB
              THRU 8000-TETE-RES-FIN.

           IF WS-MOTIF-REFUS = SPACES
               PERFORM 3000-VERIFIER-GENERATION-DEB
                  THRU 3000-VERIFIER-GENERATION-FIN
           END-IF.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ALTERNATIVE)                    *
      * ==========================================                    *
      *---------------------------------------------------------------*
      *
           IF WS-MOTIF-REFUS NOT = SPACES
               PERFORM 8045-REFUS-RES-DEB
                  THRU 8045-REFUS-RES-FIN
           ELSE
               PERFORM 4000-RECHARGER-DEB
                  THRU 4000-RECHARGER-FIN
               PERFORM 5000-CONTROLER-DEB
                  THRU 5000-CONTROLER-FIN
               IF WS-CPT-NB-ECART = 0
                   PERFORM 5900-REGEN-TOTAUX-DEB
                      THRU 5900-REGEN-TOTAUX-FIN
                   PERFORM 5950-MAJ-CATALOGUE-DEB
                      THRU 5950-MAJ-CATALOGUE-FIN
               ELSE
                   MOVE 12 TO WS-CODE-RETOUR
               END-IF
               PERFORM 8050-FDP-RES-DEB
                  THRU 8050-FDP-RES-FIN
           END-IF.

           IF CAT-DISPONIBLE
               PERFORM 7000-LISTER-CATALOGUE-DEB
                  THRU 7000-LISTER-CATALOGUE-FIN
           END-IF.
      *
      *---------------------------------------------------------------*
      * OREILETTE DE DROITE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.

           IF CAT-DISPONIBLE
              CLOSE FSNAPCAT
           END-IF.
           CLOSE ETARES.
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
      *  UNE ZONE A BLANC OU A ZERO DESIGNE LA PLUS RECENTE           *
      *  GENERATION RESTAURABLE. UNE ZONE NON NUMERIQUE REFUSE LE     *
      *  PASSAGE.                                                     *
      *---------------------------------------------------------------*
      *
       1000-CONTROLE-PARM-DEB.
      *
           IF WS-PRX-GEN = SPACES
               MOVE ZEROS TO WS-PRM-GEN
           END-IF.
           IF WS-PRM-GEN NOT NUMERIC
               MOVE 'CARTE PARAMETRE : ZONE NON NUMERIQUE'
                 TO WS-MOTIF-REFUS
               MOVE ZEROS TO WS-PRM-GEN
               GO TO 1000-CONTROLE-PARM-FIN
           END-IF.
           IF NOT CAT-DISPONIBLE
               MOVE 'CATALOGUE DES GENERATIONS ABSENT'
                 TO WS-MOTIF-REFUS
           END-IF.
      *
       1000-CONTROLE-PARM-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CHOIX GENERATION       *
      *               =========================================       *
      *---------------------------------------------------------------*
      *  SEULE UNE GENERATION COMPLETE (STATUT 'A') EST RESTAURABLE.  *
      *  LE FICHIER DE LA GENERATION DOIT POUVOIR ETRE OUVERT.        *
      *---------------------------------------------------------------*
      *
       2000-CHOISIR-GENERATION-DEB.
      *
           IF WS-PRM-GEN = 0
               PERFORM 2100-DERNIERE-ACTIVE-DEB
                  THRU 2100-DERNIERE-ACTIVE-FIN
               IF WS-GEN-RES = 0
                   MOVE 'AUCUNE GENERATION RESTAURABLE AU CATALOGUE'
                     TO WS-MOTIF-REFUS
                   GO TO 2000-CHOISIR-GENERATION-FIN
               END-IF
           ELSE
               MOVE WS-PRM-GEN TO WS-GEN-RES
           END-IF.

           MOVE WS-GEN-RES TO CAT-GEN.
           READ FSNAPCAT INTO WS-ENRG-F-CAT.
           IF ENR-FSNAPCAT-NOK
               MOVE 'GENERATION INCONNUE AU CATALOGUE'
                 TO WS-MOTIF-REFUS
               GO TO 2000-CHOISIR-GENERATION-FIN
           END-IF.
           IF NOT OK-FSNAPCAT
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER FSNAPCAT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAPCAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-CAT-DATE TO WS-GEN-RES-DATE.
           IF CAT-PURGEE
               MOVE 'GENERATION PURGEE' TO WS-MOTIF-REFUS
               GO TO 2000-CHOISIR-GENERATION-FIN
           END-IF.
           IF NOT CAT-ACTIVE
               MOVE 'GENERATION INCOMPLETE (NON RESTAURABLE)'
                 TO WS-MOTIF-REFUS
               GO TO 2000-CHOISIR-GENERATION-FIN
           END-IF.

           MOVE WS-CAT-DATE TO WS-SNAP-NOM-DATE.
           MOVE WS-CAT-GEN  TO WS-SNAP-NOM-GEN.
      *
       2000-CHOISIR-GENERATION-FIN.
            EXIT.


       2100-DERNIERE-ACTIVE-DEB.
           MOVE 0 TO WS-GEN-RES.
           MOVE ZEROS TO CAT-GEN.
           START FSNAPCAT KEY >= CAT-GEN.
           IF OK-FSNAPCAT
               READ FSNAPCAT NEXT INTO WS-ENRG-F-CAT
               PERFORM 2110-ACTIVE-DEB
                  THRU 2110-ACTIVE-FIN
                  UNTIL NOT OK-FSNAPCAT
           END-IF.
       2100-DERNIERE-ACTIVE-FIN.
            EXIT.


       2110-ACTIVE-DEB.
           IF CAT-ACTIVE
               MOVE WS-CAT-GEN TO WS-GEN-RES
           END-IF.
           READ FSNAPCAT NEXT INTO WS-ENRG-F-CAT.
       2110-ACTIVE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT VERIFICATION           *
      *               =====================================           *
      *---------------------------------------------------------------*
      *  LECTURE COMPLETE DE LA GENERATION AVANT TOUTE MODIFICATION : *
      *  ENTETE CONFORME AU CATALOGUE, FICHIERS DANS L'ORDRE, TOTAL   *
      *  DE CHAQUE FICHIER EGAL AUX CUMULS LUS ET AU CATALOGUE,       *
      *  ENREGISTREMENT DE FIN PRESENT ET CONFORME. LE PREMIER ECART  *
      *  REFUSE LE PASSAGE.                                           *
      *---------------------------------------------------------------*
      *
       3000-VERIFIER-GENERATION-DEB.
      *
           OPEN INPUT FSNAP.
           IF NOT OK-FSNAP
               DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ' WS-SNAP-NOM
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAP
               MOVE 'FICHIER DE LA GENERATION INACCESSIBLE'
                 TO WS-MOTIF-REFUS
               GO TO 3000-VERIFIER-GENERATION-FIN
           END-IF.

           INITIALIZE WS-TAB-CUMULS.
           MOVE 0 TO WS-CUM-NB-TOTAL.
           MOVE 0 TO WS-SW-FIN-VUE.
           MOVE 1 TO WS-IX-COURANT.

           MOVE 'CONTROLE DE LA GENERATION' TO WS-LSNP-SECTION-ED.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-INTERL.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-SECTION.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-TIRET.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-INTITULE-SAV.

           PERFORM 6100-READ-FSNAP-DEB
              THRU 6100-READ-FSNAP-FIN.
           IF FIN-FSNAP
              OR NOT SNP-ENTETE
              OR WS-SNP-ENT-GEN  NOT = WS-CAT-GEN
              OR WS-SNP-ENT-DATE NOT = WS-CAT-DATE
               MOVE 'ENTETE DE LA GENERATION NON CONFORME'
                 TO WS-MOTIF-REFUS
               GO TO 3000-VERIFIER-GENERATION-CLOSE
           END-IF.

           PERFORM 6100-READ-FSNAP-DEB
              THRU 6100-READ-FSNAP-FIN.
           PERFORM 3010-ENRG-GENERATION-DEB
              THRU 3010-ENRG-GENERATION-FIN
              UNTIL FIN-FSNAP OR FIN-VUE
                 OR WS-MOTIF-REFUS NOT = SPACES.
           IF WS-MOTIF-REFUS NOT = SPACES
               GO TO 3000-VERIFIER-GENERATION-CLOSE
           END-IF.

           IF NOT FIN-VUE
               MOVE 'GENERATION TRONQUEE (FIN ABSENTE)'
                 TO WS-MOTIF-REFUS
               GO TO 3000-VERIFIER-GENERATION-CLOSE
           END-IF.
           IF WS-IX-COURANT NOT = 6
              OR WS-SNP-TOT-NB   NOT = WS-CUM-NB-TOTAL
              OR WS-CAT-NB-TOTAL NOT = WS-CUM-NB-TOTAL
               MOVE 'FIN DE LA GENERATION NON CONFORME'
                 TO WS-MOTIF-REFUS
           END-IF.

       3000-VERIFIER-GENERATION-CLOSE.
           CLOSE FSNAP.
      *
       3000-VERIFIER-GENERATION-FIN.
            EXIT.


       3010-ENRG-GENERATION-DEB.
           EVALUATE TRUE
              WHEN SNP-DONNEE
                     PERFORM 3020-DONNEE-DEB
                        THRU 3020-DONNEE-FIN
              WHEN SNP-TOTAL
                     PERFORM 3030-TOTAL-DEB
                        THRU 3030-TOTAL-FIN
              WHEN SNP-FIN
                     MOVE 1 TO WS-SW-FIN-VUE
              WHEN OTHER
                     MOVE 'TYPE D''ENREGISTREMENT INCONNU'
                       TO WS-MOTIF-REFUS
           END-EVALUATE.
           IF WS-MOTIF-REFUS = SPACES AND NOT FIN-VUE
               PERFORM 6100-READ-FSNAP-DEB
                  THRU 6100-READ-FSNAP-FIN
           END-IF.
       3010-ENRG-GENERATION-FIN.
            EXIT.


       3020-DONNEE-DEB.
      *    LES ENREGISTREMENTS D'UN FICHIER PRECEDENT SON TOTAL.
           IF WS-IX-COURANT > 5
              OR WS-SNP-FIC NOT = WS-FIC-CODE(WS-IX-COURANT)
               MOVE 'ENREGISTREMENT HORS SEQUENCE' TO WS-MOTIF-REFUS
               GO TO 3020-DONNEE-FIN
           END-IF.
           MOVE WS-IX-COURANT TO WS-IX-FIC.
           PERFORM 3040-MONTANT-IMAGE-DEB
              THRU 3040-MONTANT-IMAGE-FIN.
           ADD 1            TO WS-CUM-NB(WS-IX-FIC).
           ADD WS-MNT-IMAGE TO WS-CUM-MNT(WS-IX-FIC).
           ADD 1            TO WS-CUM-NB-TOTAL.
       3020-DONNEE-FIN.
            EXIT.


       3030-TOTAL-DEB.
           IF WS-IX-COURANT > 5
              OR WS-SNP-FIC NOT = WS-FIC-CODE(WS-IX-COURANT)
               MOVE 'TOTAL HORS SEQUENCE' TO WS-MOTIF-REFUS
               GO TO 3030-TOTAL-FIN
           END-IF.
           MOVE WS-IX-COURANT TO WS-IX-FIC.

           MOVE WS-FIC-NOM(WS-IX-FIC) TO WS-LSNP-FIC-ED.
           IF SNP-TOT-PRESENT
               MOVE 'PRESENT' TO WS-LSNP-ETAT-ED
           ELSE
               MOVE 'ABSENT'  TO WS-LSNP-ETAT-ED
           END-IF.
           MOVE WS-CUM-NB(WS-IX-FIC)  TO WS-LSNP-NB-ED.
           MOVE WS-CUM-MNT(WS-IX-FIC) TO WS-LSNP-MNT-ED.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-DETAIL.

           IF WS-SNP-TOT-NB  NOT = WS-CUM-NB(WS-IX-FIC)
              OR WS-SNP-TOT-MNT NOT = WS-CUM-MNT(WS-IX-FIC)
              OR WS-SNP-TOT-PRES NOT = WS-CAT-FIC-PRES(WS-IX-FIC)
              OR WS-SNP-TOT-NB  NOT = WS-CAT-FIC-NB(WS-IX-FIC)
              OR WS-SNP-TOT-MNT NOT = WS-CAT-FIC-MNT(WS-IX-FIC)
               MOVE 'TOTAL NON CONFORME POUR LE FICHIER'
                 TO WS-MOTIF-REFUS
               MOVE WS-FIC-NOM(WS-IX-FIC) TO WS-MOTIF-REFUS(36:8)
               GO TO 3030-TOTAL-FIN
           END-IF.
           ADD 1 TO WS-IX-COURANT.
       3030-TOTAL-FIN.
            EXIT.


       3040-MONTANT-IMAGE-DEB.
      *    MONTANT DE CONTROLE PORTE PAR L'IMAGE, SELON LA REGLE DE
      *    TP5SNAP.
           MOVE 0 TO WS-MNT-IMAGE.
           EVALUATE WS-IX-FIC
              WHEN 1
                     MOVE WS-SNP-IMAGE  TO WS-ENRG-F-CPTE
                     MOVE WS-CPTE-SOLDE TO WS-MNT-IMAGE
              WHEN 2
                     MOVE WS-SNP-IMAGE  TO WS-ENRG-F-MOUVT
                     IF MVT-DEBIT
                         SUBTRACT WS-MVT-MONTANT FROM WS-MNT-IMAGE
                     ELSE
                         ADD WS-MVT-MONTANT TO WS-MNT-IMAGE
                     END-IF
              WHEN 5
                     MOVE WS-SNP-IMAGE  TO WS-ENRG-F-IMP
                     IF IMP-DEBIT
                         SUBTRACT WS-IMP-MONTANT FROM WS-MNT-IMAGE
                     ELSE
                         ADD WS-IMP-MONTANT TO WS-MNT-IMAGE
                     END-IF
              WHEN OTHER
                     CONTINUE
           END-EVALUATE.
       3040-MONTANT-IMAGE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT RECHARGEMENT           *
      *               =====================================           *
      *---------------------------------------------------------------*
      *  LA GENERATION A ETE CONTROLEE : LES CINQ FICHIERS SONT       *
      *  OUVERTS EN CREATION (CE QUI LES VIDE) PUIS CHAQUE IMAGE EST  *
      *  RECRITE DANS SON FICHIER. UN INCIDENT A CE STADE LAISSE LES  *
      *  FICHIERS INCOMPLETS : LE PASSAGE EST ARRETE EN CODE 12 ET    *
      *  DOIT ETRE RELANCE.                                           *
      *---------------------------------------------------------------*
      *
       4000-RECHARGER-DEB.
      *
           OPEN INPUT FSNAP.
           IF NOT OK-FSNAP
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ' WS-SNAP-NOM
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

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

           PERFORM 6100-READ-FSNAP-DEB
              THRU 6100-READ-FSNAP-FIN.
           PERFORM 4010-IMAGE-DEB
              THRU 4010-IMAGE-FIN
              UNTIL FIN-FSNAP OR SNP-FIN.

           CLOSE FSNAP.
           CLOSE FCPTE.
           CLOSE FMOUVT.
           CLOSE FADRCLI.
           CLOSE FARCHIV.
           CLOSE FMVTIMP.
      *
       4000-RECHARGER-FIN.
            EXIT.


       4010-IMAGE-DEB.
           IF SNP-DONNEE
               EVALUATE TRUE
                  WHEN SNP-FCPTE
                         PERFORM 6200-WRITE-FCPTE-DEB
                            THRU 6200-WRITE-FCPTE-FIN
                  WHEN SNP-FMOUVT
                         PERFORM 6210-WRITE-FMOUVT-DEB
                            THRU 6210-WRITE-FMOUVT-FIN
                  WHEN SNP-FADRCLI
                         PERFORM 6220-WRITE-FADRCLI-DEB
                            THRU 6220-WRITE-FADRCLI-FIN
                  WHEN SNP-FARCHIV
                         PERFORM 6230-WRITE-FARCHIV-DEB
                            THRU 6230-WRITE-FARCHIV-FIN
                  WHEN SNP-FMVTIMP
                         PERFORM 6240-WRITE-FMVTIMP-DEB
                            THRU 6240-WRITE-FMVTIMP-FIN
               END-EVALUATE
               ADD 1 TO WS-CPT-NB-ECRIT
           END-IF.
           PERFORM 6100-READ-FSNAP-DEB
              THRU 6100-READ-FSNAP-FIN.
       4010-IMAGE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CONTROLE               *
      *               =================================               *
      *---------------------------------------------------------------*
      *  CHAQUE FICHIER RECHARGE EST RELU EN ENTIER. SON NOMBRE       *
      *  D'ENREGISTREMENTS ET SON MONTANT DE CONTROLE DOIVENT ETRE    *
      *  CEUX DU CATALOGUE. LE TOTAL DE CONTROLE DE LA CHAINE EST     *
      *  RECONSTITUE AU PASSAGE SUR FCPTE.                            *
      *---------------------------------------------------------------*
      *
       5000-CONTROLER-DEB.
      *
           MOVE 'CONTROLE APRES RECHARGEMENT' TO WS-LSNP-SECTION-ED.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-INTERL.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-SECTION.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-TIRET.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-INTITULE-RES.

           PERFORM 5100-RELIRE-FCPTE-DEB
              THRU 5100-RELIRE-FCPTE-FIN.
           PERFORM 5200-RELIRE-FMOUVT-DEB
              THRU 5200-RELIRE-FMOUVT-FIN.
           PERFORM 5300-RELIRE-FADRCLI-DEB
              THRU 5300-RELIRE-FADRCLI-FIN.
           PERFORM 5400-RELIRE-FARCHIV-DEB
              THRU 5400-RELIRE-FARCHIV-FIN.
           PERFORM 5500-RELIRE-FMVTIMP-DEB
              THRU 5500-RELIRE-FMVTIMP-FIN.
      *
       5000-CONTROLER-FIN.
            EXIT.


       5090-COMPARER-DEB.
      *    WS-IX-FIC EST POSE PAR L'APPELANT.
           IF WS-REL-NB(WS-IX-FIC)  = WS-CAT-FIC-NB(WS-IX-FIC)
              AND WS-REL-MNT(WS-IX-FIC) = WS-CAT-FIC-MNT(WS-IX-FIC)
               MOVE 'OK'    TO WS-LSNP-CTL-VERDICT-ED
           ELSE
               MOVE 'ECART' TO WS-LSNP-CTL-VERDICT-ED
               ADD 1 TO WS-CPT-NB-ECART
           END-IF.
           PERFORM 8100-LIGNE-CONTROLE-DEB
              THRU 8100-LIGNE-CONTROLE-FIN.
       5090-COMPARER-FIN.
            EXIT.
      *
      *
       5100-RELIRE-FCPTE-DEB.
      *
           MOVE 1 TO WS-IX-FIC.
           MOVE 0 TO WS-CTL-NB-ENR-CPT.
           MOVE 0 TO WS-CTL-SOLDE-CPT.
           OPEN INPUT FCPTE.
           IF NOT OK-FCPTE
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FCPTE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ FCPTE NEXT INTO WS-ENRG-F-CPTE.
           PERFORM 5110-ENRG-FCPTE-DEB
              THRU 5110-ENRG-FCPTE-FIN
              UNTIL NOT (OK-FCPTE OR DOUBLON-CS-FCPTE).
           CLOSE FCPTE.
           PERFORM 5090-COMPARER-DEB
              THRU 5090-COMPARER-FIN.
      *
       5100-RELIRE-FCPTE-FIN.
            EXIT.


       5110-ENRG-FCPTE-DEB.
           ADD 1             TO WS-REL-NB(WS-IX-FIC).
           ADD WS-CPTE-SOLDE TO WS-REL-MNT(WS-IX-FIC).
      *    MEME REGLE DE CUMUL QUE LES PROGRAMMES DE LA CHAINE.
           IF OK-FCPTE
              ADD 1 TO WS-CTL-NB-ENR-CPT
              ADD WS-CPTE-SOLDE TO WS-CTL-SOLDE-CPT
           END-IF.
           READ FCPTE NEXT INTO WS-ENRG-F-CPTE.
       5110-ENRG-FCPTE-FIN.
            EXIT.
      *
      *
       5200-RELIRE-FMOUVT-DEB.
      *
           MOVE 2 TO WS-IX-FIC.
           OPEN INPUT FMOUVT.
           IF NOT OK-FMOUVT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMOUVT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT.
           PERFORM 5210-ENRG-FMOUVT-DEB
              THRU 5210-ENRG-FMOUVT-FIN
              UNTIL NOT OK-FMOUVT.
           CLOSE FMOUVT.
           PERFORM 5090-COMPARER-DEB
              THRU 5090-COMPARER-FIN.
      *
       5200-RELIRE-FMOUVT-FIN.
            EXIT.


       5210-ENRG-FMOUVT-DEB.
           ADD 1 TO WS-REL-NB(WS-IX-FIC).
           IF MVT-DEBIT
               SUBTRACT WS-MVT-MONTANT FROM WS-REL-MNT(WS-IX-FIC)
           ELSE
               ADD WS-MVT-MONTANT TO WS-REL-MNT(WS-IX-FIC)
           END-IF.
           READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT.
       5210-ENRG-FMOUVT-FIN.
            EXIT.
      *
      *
       5300-RELIRE-FADRCLI-DEB.
      *
           MOVE 3 TO WS-IX-FIC.
           OPEN INPUT FADRCLI.
           IF NOT OK-FADRCLI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FADRCLI'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FADRCLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ FADRCLI NEXT.
           PERFORM 5310-ENRG-FADRCLI-DEB
              THRU 5310-ENRG-FADRCLI-FIN
              UNTIL NOT OK-FADRCLI.
           CLOSE FADRCLI.
           PERFORM 5090-COMPARER-DEB
              THRU 5090-COMPARER-FIN.
      *
       5300-RELIRE-FADRCLI-FIN.
            EXIT.


       5310-ENRG-FADRCLI-DEB.
           ADD 1 TO WS-REL-NB(WS-IX-FIC).
           READ FADRCLI NEXT.
       5310-ENRG-FADRCLI-FIN.
            EXIT.
      *
      *
       5400-RELIRE-FARCHIV-DEB.
      *
           MOVE 4 TO WS-IX-FIC.
           OPEN INPUT FARCHIV.
           IF NOT OK-FARCHIV
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FARCHIV'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FARCHIV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ FARCHIV NEXT.
           PERFORM 5410-ENRG-FARCHIV-DEB
              THRU 5410-ENRG-FARCHIV-FIN
              UNTIL NOT OK-FARCHIV.
           CLOSE FARCHIV.
           PERFORM 5090-COMPARER-DEB
              THRU 5090-COMPARER-FIN.
      *
       5400-RELIRE-FARCHIV-FIN.
            EXIT.


       5410-ENRG-FARCHIV-DEB.
           ADD 1 TO WS-REL-NB(WS-IX-FIC).
           READ FARCHIV NEXT.
       5410-ENRG-FARCHIV-FIN.
            EXIT.
      *
      *
       5500-RELIRE-FMVTIMP-DEB.
      *
           MOVE 5 TO WS-IX-FIC.
           OPEN INPUT FMVTIMP.
           IF NOT OK-FMVTIMP
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMVTIMP'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTIMP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           READ FMVTIMP NEXT INTO WS-ENRG-F-IMP.
           PERFORM 5510-ENRG-FMVTIMP-DEB
              THRU 5510-ENRG-FMVTIMP-FIN
              UNTIL NOT OK-FMVTIMP.
           CLOSE FMVTIMP.
           PERFORM 5090-COMPARER-DEB
              THRU 5090-COMPARER-FIN.
      *
       5500-RELIRE-FMVTIMP-FIN.
            EXIT.


       5510-ENRG-FMVTIMP-DEB.
           ADD 1 TO WS-REL-NB(WS-IX-FIC).
           IF IMP-DEBIT
               SUBTRACT WS-IMP-MONTANT FROM WS-REL-MNT(WS-IX-FIC)
           ELSE
               ADD WS-IMP-MONTANT TO WS-REL-MNT(WS-IX-FIC)
           END-IF.
           READ FMVTIMP NEXT INTO WS-ENRG-F-IMP.
       5510-ENRG-FMVTIMP-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT REGENERATION           *
      *               ======================================          *
      *---------------------------------------------------------------*
      *
       5900-REGEN-TOTAUX-DEB.
      *
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
       5900-REGEN-TOTAUX-FIN.
            EXIT.


       5950-MAJ-CATALOGUE-DEB.
      *    LA RESTAURATION EST TRACEE SUR LE POSTE DE LA GENERATION.
           MOVE WS-GEN-RES TO CAT-GEN.
           READ FSNAPCAT INTO WS-ENRG-F-CAT.
           IF OK-FSNAPCAT
               MOVE WS-JOUR-NUM TO WS-CAT-DATE-RESTAUR
               IF WS-CAT-NB-RESTAUR < 999
                   ADD 1 TO WS-CAT-NB-RESTAUR
               END-IF
               REWRITE FS-ENRG-FSNAPCAT FROM WS-ENRG-F-CAT
           END-IF.
           IF NOT OK-FSNAPCAT
              DISPLAY 'PROBLEME DE MISE A JOUR DU FICHIER FSNAPCAT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAPCAT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       5950-MAJ-CATALOGUE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *    OUVERTURE FICHIER DEB  -------------------------------------
      *
      *    LES FICHIERS DE LA CHAINE SONT OUVERTS EN CREATION : LEUR
      *    CONTENU EST REMPLACE PAR CELUI DE LA GENERATION.
       6000-OPEN-FCPTE-DEB.
           OPEN OUTPUT FCPTE.
           IF NOT OK-FCPTE
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FCPTE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FCPTE-FIN.
           EXIT.

       6010-OPEN-FMOUVT-DEB.
           OPEN OUTPUT FMOUVT.
           IF NOT OK-FMOUVT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMOUVT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-FMOUVT-FIN.
           EXIT.

       6020-OPEN-FADRCLI-DEB.
           OPEN OUTPUT FADRCLI.
           IF NOT OK-FADRCLI
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FADRCLI'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FADRCLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OPEN-FADRCLI-FIN.
           EXIT.

       6030-OPEN-FARCHIV-DEB.
           OPEN OUTPUT FARCHIV.
           IF NOT OK-FARCHIV
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FARCHIV'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FARCHIV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OPEN-FARCHIV-FIN.
           EXIT.

       6040-OPEN-FMVTIMP-DEB.
           OPEN OUTPUT FMVTIMP.
           IF NOT OK-FMVTIMP
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMVTIMP'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTIMP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OPEN-FMVTIMP-FIN.
           EXIT.

       6050-OPEN-FSNAPCAT-DEB.
      *    SANS CATALOGUE AUCUNE GENERATION N'EST RESTAURABLE : LE
      *    PASSAGE EST REFUSE.
           OPEN I-O FSNAPCAT.
           IF OK-FSNAPCAT
              MOVE 1 TO WS-SW-CAT
           ELSE
              MOVE 0 TO WS-SW-CAT
              IF NOT FSNAPCAT-ABSENT
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FSNAPCAT'
                 DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAPCAT
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6050-OPEN-FSNAPCAT-FIN.
           EXIT.

       6060-OPEN-ETARES-DEB.
           OPEN OUTPUT ETARES.
           IF NOT OK-ETARES
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETARES'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETARES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-OPEN-ETARES-FIN.
           EXIT.
      *
      *    OUVERTURE FICHIER FIN  -------------------------------------
      *
      *    LECTURE FICHIER DEB  ---------------------------------------
      *
       6100-READ-FSNAP-DEB.
           READ FSNAP INTO WS-ENRG-F-SNP.
           IF NOT OK-FSNAP AND NOT FIN-FSNAP
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER ' WS-SNAP-NOM
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FSNAP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-FSNAP
              ADD 1 TO WS-CPT-NB-LU
           END-IF.
       6100-READ-FSNAP-FIN.
           EXIT.
      *
      *    LECTURE FICHIER FIN  ---------------------------------------
      *
      *    ECRITURE FICHIER DEB  --------------------------------------
      *
       6200-WRITE-FCPTE-DEB.
           MOVE WS-SNP-IMAGE TO FS-ENRG-FCPTE.
           WRITE FS-ENRG-FCPTE.
           IF NOT (OK-FCPTE OR DOUBLON-CS-FCPTE)
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FCPTE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCPTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6200-WRITE-FCPTE-FIN.
           EXIT.

       6210-WRITE-FMOUVT-DEB.
           MOVE WS-SNP-IMAGE TO FS-ENRG-FMOUVT.
           WRITE FS-ENRG-FMOUVT.
           IF NOT OK-FMOUVT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FMOUVT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-WRITE-FMOUVT-FIN.
           EXIT.

       6220-WRITE-FADRCLI-DEB.
           MOVE WS-SNP-IMAGE TO FS-ENRG-FADRCLI.
           WRITE FS-ENRG-FADRCLI.
           IF NOT OK-FADRCLI
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FADRCLI'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FADRCLI
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6220-WRITE-FADRCLI-FIN.
           EXIT.

       6230-WRITE-FARCHIV-DEB.
           MOVE WS-SNP-IMAGE TO FS-ENRG-FARCHIV.
           WRITE FS-ENRG-FARCHIV.
           IF NOT OK-FARCHIV
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FARCHIV'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FARCHIV
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6230-WRITE-FARCHIV-FIN.
           EXIT.

       6240-WRITE-FMVTIMP-DEB.
           MOVE WS-SNP-IMAGE TO FS-ENRG-FMVTIMP.
           WRITE FS-ENRG-FMVTIMP.
           IF NOT OK-FMVTIMP
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FMVTIMP'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTIMP
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6240-WRITE-FMVTIMP-FIN.
           EXIT.
      *
      *    ECRITURE FICHIER FIN  --------------------------------------
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT LISTE CATALOGUE        *
      *               ========================================        *
      *---------------------------------------------------------------*
      *  LES GENERATIONS DU CATALOGUE SONT LISTEES EN FIN D'ETAT POUR *
      *  QUE LE PUPITRE PUISSE CHOISIR UNE AUTRE GENERATION.          *
      *---------------------------------------------------------------*
      *
       7000-LISTER-CATALOGUE-DEB.
      *
           MOVE 'CATALOGUE DES GENERATIONS' TO WS-LSNP-SECTION-ED.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-INTERL.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-SECTION.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-TIRET.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-INTITULE-GEN.

           MOVE ZEROS TO CAT-GEN.
           START FSNAPCAT KEY >= CAT-GEN.
           IF NOT OK-FSNAPCAT
               WRITE FS-ENRG-ETARES FROM WS-LSNP-NEANT
               GO TO 7000-LISTER-CATALOGUE-FIN
           END-IF.
           READ FSNAPCAT NEXT INTO WS-ENRG-F-CAT.
           PERFORM 7010-GENERATION-DEB
              THRU 7010-GENERATION-FIN
              UNTIL NOT OK-FSNAPCAT.
      *
       7000-LISTER-CATALOGUE-FIN.
            EXIT.


       7010-GENERATION-DEB.
           MOVE SPACES TO WS-LSNP-GEN-OBS-ED.
           IF WS-CAT-GEN = WS-GEN-RES
              AND WS-CAT-DATE-RESTAUR = WS-JOUR-NUM
               MOVE 'RESTAUREE CE JOUR' TO WS-LSNP-GEN-OBS-ED
           ELSE
               IF WS-CAT-NB-RESTAUR > 0
                   MOVE WS-CAT-DATE-RESTAUR(7:2) TO WS-DATE-ED-JJ
                   MOVE WS-CAT-DATE-RESTAUR(5:2) TO WS-DATE-ED-MM
                   MOVE WS-CAT-DATE-RESTAUR(1:4) TO WS-DATE-ED-SSAA
                   MOVE WS-DATE-ED-NUM TO WS-OBS-RES-DATE-ED
                   MOVE WS-OBS-RESTAUR TO WS-LSNP-GEN-OBS-ED
               END-IF
           END-IF.
           PERFORM 8200-LIGNE-GENERATION-DEB
              THRU 8200-LIGNE-GENERATION-FIN.
           READ FSNAPCAT NEXT INTO WS-ENRG-F-CAT.
       7010-GENERATION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *            ENTETE RES DEB   -----------------------------------
      *
       8000-TETE-RES-DEB.

           WRITE FS-ENRG-ETARES FROM WS-LSNP-ASTER.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-TITRE-RES.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-ASTER.

           MOVE WS-DATE-JOUR-JJ TO WS-LSNP-JJ-ED.
           MOVE WS-DATE-JOUR-MM TO WS-LSNP-MM-ED.
           MOVE WS-DATE-JOUR-AA TO WS-LSNP-AA-ED.
           MOVE WS-GEN-RES      TO WS-LSNP-GEN-ED.
           MOVE WS-GEN-RES-DATE(7:2) TO WS-DATE-ED-JJ.
           MOVE WS-GEN-RES-DATE(5:2) TO WS-DATE-ED-MM.
           MOVE WS-GEN-RES-DATE(1:4) TO WS-DATE-ED-SSAA.
           MOVE WS-DATE-ED-NUM  TO WS-LSNP-DGEN-ED.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-DATE.

           IF WS-MOTIF-REFUS = SPACES
               MOVE WS-SNAP-NOM TO WS-LSNP-NOM-ED
               WRITE FS-ENRG-ETARES FROM WS-LSNP-NOM
           END-IF.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-INTERL.

           MOVE 'GENERATION DEMANDEE (0 = PLUS RECENTE)'
             TO WS-LSNP-PRM-LIB.
           MOVE WS-PRM-GEN TO WS-LSNP-PRM-ED.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-PRM.

       8000-TETE-RES-FIN.
           EXIT.
      *
      *            ENTETE RES FIN   -----------------------------------
      *
      *            REFUS RES DEB    -----------------------------------
      *
       8045-REFUS-RES-DEB.

           MOVE 'PASSAGE REFUSE    : ' TO WS-LSNP-MSG-LIB-ED.
           MOVE WS-MOTIF-REFUS TO WS-LSNP-MSG-ED.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-INTERL.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-MESSAGE.
           MOVE SPACES TO WS-LSNP-MSG-LIB-ED.
           MOVE 'AUCUN FICHIER DE LA CHAINE N''A ETE MODIFIE'
             TO WS-LSNP-MSG-ED.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-MESSAGE.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-ASTER.

           IF WS-CODE-RETOUR < 8
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.

       8045-REFUS-RES-FIN.
           EXIT.
      *
      *            REFUS RES FIN    -----------------------------------
      *
      *            FDP RES DEB      -----------------------------------
      *
       8050-FDP-RES-DEB.

           WRITE FS-ENRG-ETARES FROM WS-LSNP-INTERL.
           MOVE 'RESULTAT          : ' TO WS-LSNP-MSG-LIB-ED.
           IF WS-CPT-NB-ECART = 0
               MOVE 'FICHIERS RESTAURES, FCTOTAL REGENERE'
                 TO WS-LSNP-MSG-ED
           ELSE
               MOVE 'ECART APRES RECHARGEMENT, FCTOTAL NON REGENERE'
                 TO WS-LSNP-MSG-ED
           END-IF.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-MESSAGE.
           IF WS-CPT-NB-ECART NOT = 0
               MOVE SPACES TO WS-LSNP-MSG-LIB-ED
               MOVE 'LA CHAINE RESTE BLOQUEE PAR ADSOTP2'
                 TO WS-LSNP-MSG-ED
               WRITE FS-ENRG-ETARES FROM WS-LSNP-MESSAGE
           END-IF.
           MOVE 'ATTENTION         : ' TO WS-LSNP-MSG-LIB-ED.
           MOVE 'FJOURNAL PERIME, NE PAS LANCER ADSOTP13'
             TO WS-LSNP-MSG-ED.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-MESSAGE.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-ASTER.

       8050-FDP-RES-FIN.
           EXIT.
      *
      *            FDP RES FIN      -----------------------------------
      *
      *            CORPS RES DEB    -----------------------------------
      *
       8100-LIGNE-CONTROLE-DEB.

           MOVE WS-FIC-NOM(WS-IX-FIC)     TO WS-LSNP-CTL-FIC-ED.
           MOVE WS-CAT-FIC-NB(WS-IX-FIC)  TO WS-LSNP-CTL-NB-ATT-ED.
           MOVE WS-CAT-FIC-MNT(WS-IX-FIC) TO WS-LSNP-CTL-MNT-ATT-ED.
           MOVE WS-REL-NB(WS-IX-FIC)      TO WS-LSNP-CTL-NB-LU-ED.
           MOVE WS-REL-MNT(WS-IX-FIC)     TO WS-LSNP-CTL-MNT-LU-ED.
           WRITE FS-ENRG-ETARES FROM WS-LSNP-CONTROLE.

       8100-LIGNE-CONTROLE-FIN.
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
           WRITE FS-ENRG-ETARES FROM WS-LSNP-GEN.

       8200-LIGNE-GENERATION-FIN.
           EXIT.
      *
      *            CORPS RES FIN    -----------------------------------
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
       8999-STATISTIQUES-DEB.
      *
            DISPLAY '************************************************'
            DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP26       *'
            DISPLAY '*     ==================================       *'
            DISPLAY '************************************************'.
            DISPLAY SPACE
            DISPLAY SPACE
            DISPLAY WS-LCRE-ASTER.
            DISPLAY WS-LCRE-TITRE.
            DISPLAY WS-LCRE-ASTER.

            MOVE WS-GEN-RES TO WS-LCRE-DET-TOT-ED.
            MOVE 'GENERATION TRAITEE' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-LU TO WS-LCRE-DET-TOT-ED.
            MOVE 'ENREGISTREMENTS DE GENERATION LUS' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ECRIT TO WS-LCRE-DET-TOT-ED.
            MOVE 'ENREGISTREMENTS RECHARGES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ECART TO WS-LCRE-DET-TOT-ED.
            MOVE 'FICHIERS EN ECART APRES RECHARGEMENT' TO
                 WS-LCRE-DET-LIB-ED.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP26        *'
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP26       *'
            DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
            DISPLAY '*==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            MOVE WS-CODE-RETOUR TO RETURN-CODE.
            STOP RUN.

      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSOTP23                                  *
      *  NOM DU REDACTEUR : CREAX                                     *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * AUDIT HEBDOMADAIRE DE COHERENCE ENTRE LES FICHIERS DE LA      *
      * CHAINE : CHAQUE PROGRAMME NE CONTROLE QUE CE QU'IL OUVRE, CE  *
      * PASSAGE VERIFIE QUE LES FICHIERS S'ACCORDENT ENTRE EUX.       *
      * SIX TYPES D'INCOHERENCE SONT RECHERCHES EN LECTURE SEULE :    *
      *  1 ADRESSE FADRCLI DONT LE CLIENT N'A PLUS AUCUN COMPTE       *
      *  2 CLIENT FCPTE (AU MOINS UN COMPTE NON CLOS) SANS ADRESSE    *
      *  3 MOUVEMENTS FMOUVT D'UN COMPTE ABSENT DU MAITRE             *
      *  4 LIGNES FARCHIV CLASSEES SOUS UN NOM DISPARU DU MAITRE      *
      *  5 LIGNES FDECHIST DONT LE COMPTE A DISPARU OU DONT LE NOM    *
      *    N'EST PLUS CELUI DU COMPTE                                 *
      *  6 DEMANDE FDEMNET EN ATTENTE (TYPE 'D') DONT LE PREFIXE DE   *
      *    NOM NE DESIGNE AUCUN CLIENT                                *
      * L'ETAT ETAAUD LES LISTE PAR TYPE AVEC LEUR NOMBRE. LES CAS    *
      * CORRIGIBLES MECANIQUEMENT (TYPE 1) DONNENT DES CARTES AU      *
      * FORMAT DE LA MISE A JOUR DES ADRESSES ADSOTP11 (FICHIER       *
      * FCORADR TERMINE PAR '$$$') : SUPPRESSION DE L'ADRESSE         *
      * ORPHELINE, PRECEDEE DE SA REPRISE SOUS LE NOM ACTUEL DU       *
      * COMPTE QUAND L'ARCHIVE MONTRE UN RENOMMAGE NON REPERCUTE.     *
      * LES AUTRES TYPES SONT A TRAITER MANUELLEMENT.                 *
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
       PROGRAM-ID.      ADSOTP23.
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
           SELECT  FDECHIST            ASSIGN TO DECHIST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FDECHIST.
      *
      *                      -------------------------------------------
      *
           SELECT  FDEMNET             ASSIGN TO DEMNET
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FDEMNET.
      *
      *                      -------------------------------------------
      *
           SELECT  FCORADR             ASSIGN TO CORADR
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FCORADR.
      *
      *                      -------------------------------------------
      *
           SELECT  ETAAUD              ASSIGN TO ETATAUD
                   FILE STATUS         IS WS-FS-ETAAUD.
      *
      *                      -------------------------------------------
      *
           SELECT  FTRI                ASSIGN TO SORTWK.
      *
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
       FD  FDECHIST.
       01  FS-ENRG-FDECHIST      PIC X(40).
      *
      *                      -------------------------------------------
      *
       FD  FDEMNET.
       01  FS-ENRG-FDEMNET       PIC X(90).
      *
      *                      -------------------------------------------
      *
      *                      CARTES DE CORRECTION PRETES A L'EMPLOI,
      *                      AU FORMAT EXACT DES CARTES DE MISE A
      *                      JOUR DES ADRESSES, TERMINEES PAR '$$$'.
       FD  FCORADR.
       01  FS-ENRG-FCORADR       PIC X(108).
      *
      *                      -------------------------------------------
      *
       FD  ETAAUD.
       01  FS-ENRG-ETAAUD        PIC X(78).
      *
      *                      -------------------------------------------
      *
      *                      TRI DE L'HISTORIQUE DES DECOUVERTS PAR
      *                      COMPTE PUIS NOM : UNE LIGNE D'ETAT PAR
      *                      COUPLE COMPTE/NOM DIVERGENT.
       SD  FTRI.
       01  TRI-ENRG.
           05  TRI-NUM-CPT       PIC 9(10).
           05  TRI-NOM-CLI       PIC X(14).
           05  TRI-DATE-RUN      PIC 9(06).
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

       01  WS-FS-FADRCLI   PIC X(2).
           88  FIN-FADRCLI             VALUE '10'.
           88  OK-FADRCLI              VALUE '00'.
           88  ENR-FADRCLI-NOK         VALUE '23'.
           88  FADRCLI-ABSENT          VALUE '35'.

       01  WS-FS-FARCHIV   PIC X(2).
           88  FIN-FARCHIV             VALUE '10'.
           88  OK-FARCHIV              VALUE '00'.

       01  WS-FS-FDECHIST  PIC X(2).
           88  FIN-FDECHIST            VALUE '10'.
           88  OK-FDECHIST             VALUE '00'.
           88  FDECHIST-ABSENT         VALUE '35'.

       01  WS-FS-FDEMNET   PIC X(2).
           88  FIN-FDEMNET             VALUE '10'.
           88  OK-FDEMNET              VALUE '00'.
           88  FDEMNET-ABSENT          VALUE '35'.

       01  WS-FS-FCORADR   PIC X(2).
           88  OK-FCORADR              VALUE '00'.

       01  WS-FS-ETAAUD    PIC X(2).
           88  OK-ETAAUD               VALUE '00'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *
      *    COMPTEUR DEB      -------------------------------------------
      *
      *    VOLUMES LUS PAR FICHIER.
       01  WS-CPT-LU-CPTE         PIC 9(7) VALUE 0.

       01  WS-CPT-LU-MVT          PIC 9(7) VALUE 0.

       01  WS-CPT-LU-ADR          PIC 9(7) VALUE 0.

       01  WS-CPT-LU-ARC          PIC 9(7) VALUE 0.

       01  WS-CPT-LU-DEC          PIC 9(7) VALUE 0.

       01  WS-CPT-LU-DEM          PIC 9(7) VALUE 0.

      *    INCOHERENCES PAR TYPE ET CARTES DE CORRECTION ECRITES.
       01  WS-CPT-NB-ADR-ORPH     PIC 9(6) VALUE 0.

       01  WS-CPT-NB-CLI-SS-ADR   PIC 9(6) VALUE 0.

       01  WS-CPT-NB-MVT-ORPH     PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ARC-ORPH     PIC 9(6) VALUE 0.

       01  WS-CPT-NB-DEC-DIV      PIC 9(6) VALUE 0.

       01  WS-CPT-NB-DEM-ORPH     PIC 9(6) VALUE 0.

       01  WS-CPT-NB-CORRIGES     PIC 9(6) VALUE 0.

       01  WS-CPT-NB-CARTES       PIC 9(6) VALUE 0.

      *    NOMBRE DE CAS DU GROUPE EN COURS D'EDITION.
       01  WS-GRP-NB-CAS          PIC 9(6) VALUE 0.

      *    CODE RETOUR GRADUE REMIS A L'ORDONNANCEUR : 0 FICHIERS
      *    COHERENTS, 4 SEULES DES INCOHERENCES COUVERTES PAR LES
      *    CARTES DE CORRECTION, 8 INCOHERENCES A TRAITER
      *    MANUELLEMENT, 12 INCIDENT FICHIER.
       01  WS-CODE-RETOUR         PIC 9(2) VALUE 0.
      *
      *    COMPTEUR FIN      -------------------------------------------
      *
      *    AIGUILLAGE DEB    -------------------------------------------
      *
       01  WS-SW-ADR              PIC 9 VALUE 0.
           88  ADR-DISPONIBLE         VALUE 1.

       01  WS-SW-DEC              PIC 9 VALUE 0.
           88  DEC-DISPONIBLE         VALUE 1.

       01  WS-SW-DEM              PIC 9 VALUE 0.
           88  DEM-DISPONIBLE         VALUE 1.

       01  WS-SW-FIN-PARC         PIC 9 VALUE 0.
           88  FIN-PARCOURS           VALUE 1.

       01  WS-SW-FIN-TRI          PIC 9 VALUE 0.
           88  FIN-TRI                VALUE 1.

      *    RESULTAT DES RECHERCHES SUR LE MAITRE.
       01  WS-SW-TROUVE           PIC 9 VALUE 0.
           88  CLIENT-TROUVE          VALUE 1.
      *
      *    AIGUILLAGE FIN    -------------------------------------------
      *
      *    ZONES DE TRAVAIL DES PARCOURS  -----------------------------
      *
       01  WS-DATE-JOUR.
           05  WS-DATE-JOUR-AA    PIC 9(2).
           05  WS-DATE-JOUR-MM    PIC 9(2).
           05  WS-DATE-JOUR-JJ    PIC 9(2).

      *    NOM RECHERCHE SUR LA CLE SECONDAIRE DU MAITRE, ET PREFIXE
      *    (LONGUEUR UTILE) DANS LE CAS D'UNE DEMANDE DE TYPE 'D'.
       01  WS-NOM-CHERCHE         PIC X(14) VALUE SPACES.

       01  WS-NOM-LEN             PIC 9(02) VALUE 14.

      *    CLIENT OU COMPTE EN COURS DE PARCOURS ET SES CUMULS.
       01  WS-NOM-CRS             PIC X(14) VALUE SPACES.

       01  WS-CPT-CRS             PIC 9(10) VALUE 0.

       01  WS-NB-CRS              PIC 9(7) VALUE 0.

       01  WS-CPT-PREMIER         PIC 9(10) VALUE 0.

       01  WS-SW-NON-CLOS         PIC 9 VALUE 0.
           88  CLIENT-NON-CLOS        VALUE 1.

      *    NOM ACTUEL DU COMPTE LU SUR LE MAITRE PAR SON NUMERO.
       01  WS-NOM-ACTUEL          PIC X(14) VALUE SPACES.

      *    IMAGE DE L'ADRESSE ORPHELINE EN COURS (REPRISE EVENTUELLE
      *    SOUS LE NOM ACTUEL DU COMPTE).
       01  WS-ADR-ORPH.
           05  WS-ADR-ORPH-NOM    PIC X(14).
           05  WS-ADR-ORPH-LIG1   PIC X(30).
           05  WS-ADR-ORPH-LIG2   PIC X(30).
           05  WS-ADR-ORPH-LIG3   PIC X(30).
           05  WS-ADR-ORPH-CANAL  PIC X(01).

      *    RANG DE LA DEMANDE EN ATTENTE DANS FDEMNET.
       01  WS-RANG-DEM            PIC 9(7) VALUE 0.

      *    OBSERVATIONS COMPOSEES DE L'ETAT.
       01  WS-OBS-REPRISE.
           05  FILLER             PIC X(22) VALUE
               'REPRISE PROPOSEE SOUS '.
           05  WS-OBS-REP-NOM     PIC X(14).
           05  FILLER             PIC X(05) VALUE SPACES.

       01  WS-OBS-PORTE.
           05  FILLER             PIC X(22) VALUE
               'COMPTE PORTE PAR      '.
           05  WS-OBS-PORTE-NOM   PIC X(14).
           05  FILLER             PIC X(05) VALUE SPACES.

       01  WS-OBS-NOM-ACTUEL.
           05  FILLER             PIC X(22) VALUE
               'NOM ACTUEL DU COMPTE  '.
           05  WS-OBS-ACT-NOM     PIC X(14).
           05  FILLER             PIC X(05) VALUE SPACES.
      *
      *    FICHIER COPIER DEB   ----------------------------------------
      *
       COPY TP5CPTE.

       COPY TP5MOUVT.

       COPY TP5ADRC.

       COPY TP5ARCH.

       COPY TP5DECH.

       COPY TP5DEMAN.

       COPY TP5MAJA.

       COPY TP5LAUD.

      *    FICHIER COPIER FIN   ----------------------------------------
      *
      *    LIGNES DU COMPTE-RENDU DE FIN DE PROGRAMME  --------------
      *
       01  WS-LCRE-ASTER             PIC X(60) VALUE ALL '*'.

       01  WS-LCRE-TITRE.
           05  FILLER                PIC X(60) VALUE
               '*    RECAPITULATIF DE L''AUDIT DE COHERENCE          *'.

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
           PERFORM 6020-OPEN-FADRCLI-DEB
              THRU 6020-OPEN-FADRCLI-FIN.
           PERFORM 6030-OPEN-FARCHIV-DEB
              THRU 6030-OPEN-FARCHIV-FIN.
           PERFORM 6040-OPEN-FDECHIST-DEB
              THRU 6040-OPEN-FDECHIST-FIN.
           PERFORM 6050-OPEN-FDEMNET-DEB
              THRU 6050-OPEN-FDEMNET-FIN.
           PERFORM 6060-OPEN-FCORADR-DEB
              THRU 6060-OPEN-FCORADR-FIN.
           PERFORM 6070-OPEN-ETAAUD-DEB
              THRU 6070-OPEN-ETAAUD-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.

           PERFORM 8000-TETE-AUD-DEB
              THRU 8000-TETE-AUD-FIN.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ITERATION)                      *
      * ========================================                      *
      *---------------------------------------------------------------*
      *
           PERFORM 1000-ADRESSES-DEB
              THRU 1000-ADRESSES-FIN.
           PERFORM 1500-CLIENTS-DEB
              THRU 1500-CLIENTS-FIN.
           PERFORM 2000-MOUVEMENTS-DEB
              THRU 2000-MOUVEMENTS-FIN.
           PERFORM 3000-ARCHIVE-DEB
              THRU 3000-ARCHIVE-FIN.
           PERFORM 4000-DECOUVERTS-DEB
              THRU 4000-DECOUVERTS-FIN.
           PERFORM 5000-DEMANDES-DEB
              THRU 5000-DEMANDES-FIN.
      *
      *---------------------------------------------------------------*
      * OREILETTE DE DROITE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
      *    LE PAQUET DE CARTES EST TOUJOURS TERMINE, MEME VIDE.
           MOVE SPACES TO WS-ENR-ADM.
           MOVE '$$$' TO WS-ADM-CODE-EOF.
           WRITE FS-ENRG-FCORADR FROM WS-ENR-ADM.
           IF NOT OK-FCORADR
               DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FCORADR'
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCORADR
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           PERFORM 8050-FDP-AUD-DEB
              THRU 8050-FDP-AUD-FIN.

           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.

           CLOSE FCPTE.
           CLOSE FMOUVT.
           IF ADR-DISPONIBLE
              CLOSE FADRCLI
           END-IF.
           CLOSE FARCHIV.
           IF DEC-DISPONIBLE
              CLOSE FDECHIST
           END-IF.
           IF DEM-DISPONIBLE
              CLOSE FDEMNET
           END-IF.
           CLOSE FCORADR.
           CLOSE ETAAUD.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-PROGRAMME-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT ADRESSES (TYPE 1)      *
      *---------------------------------------------------------------*
      *  CHAQUE ADRESSE DOIT DESIGNER UN CLIENT QUI A ENCORE UN       *
      *  COMPTE. UNE ADRESSE ORPHELINE DONNE UNE CARTE DE             *
      *  SUPPRESSION. SI L'ARCHIVE RELIE L'ANCIEN NOM A UN COMPTE     *
      *  QUI PORTE AUJOURD'HUI UN AUTRE NOM SANS ADRESSE, LE          *
      *  RENOMMAGE N'A PAS ETE REPERCUTE : UNE CARTE DE CREATION      *
      *  REPREND L'ADRESSE SOUS LE NOM ACTUEL AVANT LA SUPPRESSION.   *
      *  LES RECHERCHES ANNEXES DEPLACENT LE POINT DE LECTURE : LE    *
      *  PARCOURS EST REPOSITIONNE APRES CHAQUE ADRESSE.              *
      *---------------------------------------------------------------*
      *
       1000-ADRESSES-DEB.
      *
           MOVE 1 TO WS-LAUD-GRP-NUM-ED.
           MOVE 'ADRESSE SANS COMPTE AU MAITRE' TO WS-LAUD-GRP-LIB-ED.
           MOVE 'FADRCLI' TO WS-LAUD-GRP-FIC-ED.
           PERFORM 8010-TETE-GROUPE-DEB
              THRU 8010-TETE-GROUPE-FIN.

           IF NOT ADR-DISPONIBLE
               WRITE FS-ENRG-ETAAUD FROM WS-LAUD-ABSENT
               GO TO 1000-ADRESSES-FIN
           END-IF.

           MOVE 0 TO WS-SW-FIN-PARC.
           MOVE LOW-VALUES TO ADR-NOM-CLI.
           START FADRCLI KEY >= ADR-NOM-CLI.
           IF OK-FADRCLI
               READ FADRCLI NEXT INTO WS-ENRG-F-ADR
           END-IF.
           PERFORM 1010-ADRESSE-DEB
              THRU 1010-ADRESSE-FIN
              UNTIL FIN-PARCOURS.

           MOVE WS-CPT-NB-ADR-ORPH TO WS-GRP-NB-CAS.
           PERFORM 8030-FIN-GROUPE-DEB
              THRU 8030-FIN-GROUPE-FIN.
      *
       1000-ADRESSES-FIN.
            EXIT.


       1010-ADRESSE-DEB.
           IF NOT OK-FADRCLI
               MOVE 1 TO WS-SW-FIN-PARC
               GO TO 1010-ADRESSE-FIN
           END-IF.
           ADD 1 TO WS-CPT-LU-ADR.
           MOVE WS-ENRG-F-ADR TO WS-ADR-ORPH.

           MOVE WS-ADR-ORPH-NOM TO WS-NOM-CHERCHE.
           MOVE 14 TO WS-NOM-LEN.
           PERFORM 7000-CHERCHER-NOM-DEB
              THRU 7000-CHERCHER-NOM-FIN.
           IF NOT CLIENT-TROUVE
               PERFORM 1020-ADRESSE-ORPHELINE-DEB
                  THRU 1020-ADRESSE-ORPHELINE-FIN
           END-IF.

      *    REPRISE DU PARCOURS APRES L'ADRESSE TRAITEE.
           MOVE WS-ADR-ORPH-NOM TO ADR-NOM-CLI.
           START FADRCLI KEY > ADR-NOM-CLI.
           IF OK-FADRCLI
               READ FADRCLI NEXT INTO WS-ENRG-F-ADR
           END-IF.
       1010-ADRESSE-FIN.
            EXIT.


       1020-ADRESSE-ORPHELINE-DEB.
           ADD 1 TO WS-CPT-NB-ADR-ORPH.
           ADD 1 TO WS-CPT-NB-CORRIGES.
           MOVE SPACES TO WS-LAUD-CPT-ED.
           MOVE 'SUPPRESSION PROPOSEE' TO WS-LAUD-OBS-ED.

      *    RECHERCHE D'UN RENOMMAGE NON REPERCUTE PAR L'ARCHIVE.
           MOVE WS-ADR-ORPH-NOM TO ARC-NOM-CLI.
           MOVE ZEROS TO ARC-DATE-RUN.
           MOVE ZEROS TO ARC-NUM-RQST.
           MOVE ZEROS TO ARC-SEQ.
           MOVE ZEROS TO ARC-NUM-CPT.
           START FARCHIV KEY >= ARC-CLE.
           IF OK-FARCHIV
               READ FARCHIV NEXT INTO WS-ENRG-F-ARCH
               IF OK-FARCHIV
                  AND WS-ARC-NOM-CLI = WS-ADR-ORPH-NOM
                   MOVE WS-ARC-NUM-CPT TO WS-CPT-CRS
                   MOVE WS-ARC-NUM-CPT TO WS-LAUD-CPT-ED
                   PERFORM 7010-NOM-DU-COMPTE-DEB
                      THRU 7010-NOM-DU-COMPTE-FIN
                   IF CLIENT-TROUVE
                       PERFORM 1030-REPRISE-ADRESSE-DEB
                          THRU 1030-REPRISE-ADRESSE-FIN
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES          TO WS-ENR-ADM.
           MOVE 'S'             TO WS-ADM-CODE-EOF.
           MOVE WS-ADR-ORPH-NOM TO WS-ADM-NOM-CLI.
           PERFORM 6100-ECRIRE-CARTE-DEB
              THRU 6100-ECRIRE-CARTE-FIN.

           MOVE WS-ADR-ORPH-NOM TO WS-LAUD-NOM-ED.
           MOVE 1               TO WS-LAUD-NB-ED.
           PERFORM 8020-LIGNE-DETAIL-DEB
              THRU 8020-LIGNE-DETAIL-FIN.
       1020-ADRESSE-ORPHELINE-FIN.
            EXIT.


       1030-REPRISE-ADRESSE-DEB.
      *    LE NOM ACTUEL A DEJA SON ADRESSE : L'ANCIENNE EST SIMPLEMENT
      *    SUPPRIMEE.
           MOVE WS-NOM-ACTUEL TO ADR-NOM-CLI.
           READ FADRCLI.
           IF OK-FADRCLI
               GO TO 1030-REPRISE-ADRESSE-FIN
           END-IF.
           MOVE SPACES            TO WS-ENR-ADM.
           MOVE 'A'               TO WS-ADM-CODE-EOF.
           MOVE WS-NOM-ACTUEL     TO WS-ADM-NOM-CLI.
           MOVE WS-ADR-ORPH-LIG1  TO WS-ADM-LIGNE1.
           MOVE WS-ADR-ORPH-LIG2  TO WS-ADM-LIGNE2.
           MOVE WS-ADR-ORPH-LIG3  TO WS-ADM-LIGNE3.
           MOVE WS-ADR-ORPH-CANAL TO WS-ADM-CANAL.
           PERFORM 6100-ECRIRE-CARTE-DEB
              THRU 6100-ECRIRE-CARTE-FIN.
           MOVE WS-NOM-ACTUEL  TO WS-OBS-REP-NOM.
           MOVE WS-OBS-REPRISE TO WS-LAUD-OBS-ED.
       1030-REPRISE-ADRESSE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CLIENTS (TYPE 2)       *
      *---------------------------------------------------------------*
      *  PARCOURS DU MAITRE PAR LA CLE SECONDAIRE DU NOM : UN CLIENT  *
      *  QUI GARDE UN COMPTE NON CLOS DOIT AVOIR UNE ADRESSE. UN      *
      *  CLIENT DONT TOUS LES COMPTES SONT CLOS N'EST PLUS DESSERVI.  *
      *  L'ADRESSE NE SE DEVINE PAS : LE CAS EST A SAISIR.            *
      *---------------------------------------------------------------*
      *
       1500-CLIENTS-DEB.
      *
           MOVE 2 TO WS-LAUD-GRP-NUM-ED.
           MOVE 'CLIENT ACTIF SANS ADRESSE' TO WS-LAUD-GRP-LIB-ED.
           MOVE 'FCPTE' TO WS-LAUD-GRP-FIC-ED.
           PERFORM 8010-TETE-GROUPE-DEB
              THRU 8010-TETE-GROUPE-FIN.

           IF NOT ADR-DISPONIBLE
               WRITE FS-ENRG-ETAAUD FROM WS-LAUD-ABSENT
               GO TO 1500-CLIENTS-FIN
           END-IF.

           MOVE 0 TO WS-SW-FIN-PARC.
           MOVE SPACES TO WS-NOM-CRS.
           MOVE 0 TO WS-NB-CRS.
           MOVE LOW-VALUES TO FS-NOM-CLI.
           START FCPTE KEY >= FS-NOM-CLI.
           IF OK-FCPTE
               READ FCPTE NEXT INTO WS-ENRG-F-CPTE
           END-IF.
           PERFORM 1510-COMPTE-DEB
              THRU 1510-COMPTE-FIN
              UNTIL FIN-PARCOURS.
           PERFORM 1520-FIN-CLIENT-DEB
              THRU 1520-FIN-CLIENT-FIN.

           MOVE WS-CPT-NB-CLI-SS-ADR TO WS-GRP-NB-CAS.
           PERFORM 8030-FIN-GROUPE-DEB
              THRU 8030-FIN-GROUPE-FIN.
      *
       1500-CLIENTS-FIN.
            EXIT.


       1510-COMPTE-DEB.
           IF NOT (OK-FCPTE OR DOUBLON-CS-FCPTE)
               MOVE 1 TO WS-SW-FIN-PARC
               GO TO 1510-COMPTE-FIN
           END-IF.
           ADD 1 TO WS-CPT-LU-CPTE.
           IF WS-CPTE-NOM NOT = WS-NOM-CRS
               PERFORM 1520-FIN-CLIENT-DEB
                  THRU 1520-FIN-CLIENT-FIN
               MOVE WS-CPTE-NOM  TO WS-NOM-CRS
               MOVE WS-CPTE-CPTE TO WS-CPT-PREMIER
               MOVE 0 TO WS-NB-CRS
               MOVE 0 TO WS-SW-NON-CLOS
           END-IF.
           ADD 1 TO WS-NB-CRS.
           IF NOT CPTE-CLOS
               MOVE 1 TO WS-SW-NON-CLOS
           END-IF.
           READ FCPTE NEXT INTO WS-ENRG-F-CPTE.
       1510-COMPTE-FIN.
            EXIT.


       1520-FIN-CLIENT-DEB.
           IF WS-NB-CRS = 0 OR NOT CLIENT-NON-CLOS
               GO TO 1520-FIN-CLIENT-FIN
           END-IF.
           MOVE WS-NOM-CRS TO ADR-NOM-CLI.
           READ FADRCLI.
           IF OK-FADRCLI
               GO TO 1520-FIN-CLIENT-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-CLI-SS-ADR.
           MOVE WS-NOM-CRS     TO WS-LAUD-NOM-ED.
           MOVE WS-CPT-PREMIER TO WS-LAUD-CPT-ED.
           MOVE WS-NB-CRS      TO WS-LAUD-NB-ED.
           MOVE 'ADRESSE A SAISIR' TO WS-LAUD-OBS-ED.
           PERFORM 8020-LIGNE-DETAIL-DEB
              THRU 8020-LIGNE-DETAIL-FIN.
       1520-FIN-CLIENT-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT MOUVEMENTS (TYPE 3)    *
      *---------------------------------------------------------------*
      *  LES ENREGISTREMENTS DE FMOUVT D'UN MEME COMPTE SONT          *
      *  CONSECUTIFS : LE MAITRE N'EST LU QU'AU CHANGEMENT DE         *
      *  COMPTE ; UN COMPTE ABSENT DONNE UNE LIGNE AVEC SON NOMBRE    *
      *  D'ENREGISTREMENTS (OUVERTURE COMPRISE).                      *
      *---------------------------------------------------------------*
      *
       2000-MOUVEMENTS-DEB.
      *
           MOVE 3 TO WS-LAUD-GRP-NUM-ED.
           MOVE 'MOUVEMENTS D''UN COMPTE ABSENT DU MAITRE'
             TO WS-LAUD-GRP-LIB-ED.
           MOVE 'FMOUVT' TO WS-LAUD-GRP-FIC-ED.
           PERFORM 8010-TETE-GROUPE-DEB
              THRU 8010-TETE-GROUPE-FIN.

           MOVE 0 TO WS-SW-FIN-PARC.
           MOVE 0 TO WS-CPT-CRS.
           MOVE 0 TO WS-NB-CRS.
           MOVE LOW-VALUES TO FM-CLE-MVT.
           START FMOUVT KEY >= FM-CLE-MVT.
           IF OK-FMOUVT
               READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT
           END-IF.
           PERFORM 2010-MOUVEMENT-DEB
              THRU 2010-MOUVEMENT-FIN
              UNTIL FIN-PARCOURS.
           PERFORM 2020-FIN-COMPTE-DEB
              THRU 2020-FIN-COMPTE-FIN.

           MOVE WS-CPT-NB-MVT-ORPH TO WS-GRP-NB-CAS.
           PERFORM 8030-FIN-GROUPE-DEB
              THRU 8030-FIN-GROUPE-FIN.
      *
       2000-MOUVEMENTS-FIN.
            EXIT.


       2010-MOUVEMENT-DEB.
           IF NOT OK-FMOUVT
               MOVE 1 TO WS-SW-FIN-PARC
               GO TO 2010-MOUVEMENT-FIN
           END-IF.
           ADD 1 TO WS-CPT-LU-MVT.
           IF WS-MVT-CPTE NOT = WS-CPT-CRS
               PERFORM 2020-FIN-COMPTE-DEB
                  THRU 2020-FIN-COMPTE-FIN
               MOVE WS-MVT-CPTE TO WS-CPT-CRS
               MOVE 0 TO WS-NB-CRS
           END-IF.
           ADD 1 TO WS-NB-CRS.
           READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT.
       2010-MOUVEMENT-FIN.
            EXIT.


       2020-FIN-COMPTE-DEB.
           IF WS-NB-CRS = 0
               GO TO 2020-FIN-COMPTE-FIN
           END-IF.
           PERFORM 7010-NOM-DU-COMPTE-DEB
              THRU 7010-NOM-DU-COMPTE-FIN.
           IF CLIENT-TROUVE
               GO TO 2020-FIN-COMPTE-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-MVT-ORPH.
           MOVE SPACES     TO WS-LAUD-NOM-ED.
           MOVE WS-CPT-CRS TO WS-LAUD-CPT-ED.
           MOVE WS-NB-CRS  TO WS-LAUD-NB-ED.
           MOVE 'COMPTE ABSENT DU MAITRE' TO WS-LAUD-OBS-ED.
           PERFORM 8020-LIGNE-DETAIL-DEB
              THRU 8020-LIGNE-DETAIL-FIN.
       2020-FIN-COMPTE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT ARCHIVE (TYPE 4)       *
      *---------------------------------------------------------------*
      *  LE NOM EST EN TETE DE CLE DE FARCHIV : LES LIGNES D'UN MEME  *
      *  NOM SONT CONSECUTIVES. UN NOM ABSENT DU MAITRE REND SES      *
      *  RELEVES INTROUVABLES A LA REEDITION PAR NOM ; L'ETAT DONNE   *
      *  LE NOM QUE PORTE AUJOURD'HUI LE COMPTE DE LA PREMIERE LIGNE  *
      *  (RENOMMAGE A REPERCUTER PAR ADSOTP16).                       *
      *---------------------------------------------------------------*
      *
       3000-ARCHIVE-DEB.
      *
           MOVE 4 TO WS-LAUD-GRP-NUM-ED.
           MOVE 'ARCHIVE CLASSEE SOUS UN NOM DISPARU'
             TO WS-LAUD-GRP-LIB-ED.
           MOVE 'FARCHIV' TO WS-LAUD-GRP-FIC-ED.
           PERFORM 8010-TETE-GROUPE-DEB
              THRU 8010-TETE-GROUPE-FIN.

           MOVE 0 TO WS-SW-FIN-PARC.
           MOVE SPACES TO WS-NOM-CRS.
           MOVE 0 TO WS-NB-CRS.
           MOVE LOW-VALUES TO ARC-CLE.
           START FARCHIV KEY >= ARC-CLE.
           IF OK-FARCHIV
               READ FARCHIV NEXT INTO WS-ENRG-F-ARCH
           END-IF.
           PERFORM 3010-LIGNE-ARCHIVE-DEB
              THRU 3010-LIGNE-ARCHIVE-FIN
              UNTIL FIN-PARCOURS.
           PERFORM 3020-FIN-NOM-DEB
              THRU 3020-FIN-NOM-FIN.

           MOVE WS-CPT-NB-ARC-ORPH TO WS-GRP-NB-CAS.
           PERFORM 8030-FIN-GROUPE-DEB
              THRU 8030-FIN-GROUPE-FIN.
      *
       3000-ARCHIVE-FIN.
            EXIT.


       3010-LIGNE-ARCHIVE-DEB.
           IF NOT OK-FARCHIV
               MOVE 1 TO WS-SW-FIN-PARC
               GO TO 3010-LIGNE-ARCHIVE-FIN
           END-IF.
           ADD 1 TO WS-CPT-LU-ARC.
           IF WS-ARC-NOM-CLI NOT = WS-NOM-CRS
               PERFORM 3020-FIN-NOM-DEB
                  THRU 3020-FIN-NOM-FIN
               MOVE WS-ARC-NOM-CLI TO WS-NOM-CRS
               MOVE WS-ARC-NUM-CPT TO WS-CPT-PREMIER
               MOVE 0 TO WS-NB-CRS
           END-IF.
           ADD 1 TO WS-NB-CRS.
           READ FARCHIV NEXT INTO WS-ENRG-F-ARCH.
       3010-LIGNE-ARCHIVE-FIN.
            EXIT.


       3020-FIN-NOM-DEB.
           IF WS-NB-CRS = 0
               GO TO 3020-FIN-NOM-FIN
           END-IF.
           MOVE WS-NOM-CRS TO WS-NOM-CHERCHE.
           MOVE 14 TO WS-NOM-LEN.
           PERFORM 7000-CHERCHER-NOM-DEB
              THRU 7000-CHERCHER-NOM-FIN.
           IF CLIENT-TROUVE
               GO TO 3020-FIN-NOM-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-ARC-ORPH.
           MOVE WS-NOM-CRS     TO WS-LAUD-NOM-ED.
           MOVE WS-CPT-PREMIER TO WS-LAUD-CPT-ED.
           MOVE WS-NB-CRS      TO WS-LAUD-NB-ED.
           MOVE WS-CPT-PREMIER TO WS-CPT-CRS.
           PERFORM 7010-NOM-DU-COMPTE-DEB
              THRU 7010-NOM-DU-COMPTE-FIN.
           IF CLIENT-TROUVE
               MOVE WS-NOM-ACTUEL TO WS-OBS-PORTE-NOM
               MOVE WS-OBS-PORTE  TO WS-LAUD-OBS-ED
           ELSE
               MOVE 'COMPTE ABSENT DU MAITRE' TO WS-LAUD-OBS-ED
           END-IF.
           PERFORM 8020-LIGNE-DETAIL-DEB
              THRU 8020-LIGNE-DETAIL-FIN.
       3020-FIN-NOM-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT DECOUVERTS (TYPE 5)    *
      *---------------------------------------------------------------*
      *  L'HISTORIQUE EST RANGE PAR DATE DE PASSAGE : IL EST TRIE     *
      *  PAR COMPTE ET NOM POUR NE DONNER QU'UNE LIGNE PAR COUPLE     *
      *  DIVERGENT, AVEC SON NOMBRE DE LIGNES. UN NOM DEVENU FAUX     *
      *  FAUSSE LE SUIVI DES DECOUVERTS CHRONIQUES D'ADSOTP14.        *
      *---------------------------------------------------------------*
      *
       4000-DECOUVERTS-DEB.
      *
           MOVE 5 TO WS-LAUD-GRP-NUM-ED.
           MOVE 'HISTORIQUE DE DECOUVERT NON CONCORDANT'
             TO WS-LAUD-GRP-LIB-ED.
           MOVE 'FDECHIST' TO WS-LAUD-GRP-FIC-ED.
           PERFORM 8010-TETE-GROUPE-DEB
              THRU 8010-TETE-GROUPE-FIN.

           IF NOT DEC-DISPONIBLE
               WRITE FS-ENRG-ETAAUD FROM WS-LAUD-ABSENT
               GO TO 4000-DECOUVERTS-FIN
           END-IF.

           SORT FTRI ON ASCENDING KEY TRI-NUM-CPT TRI-NOM-CLI
                INPUT PROCEDURE IS 4010-CHARGER-DEC-DEB
                                THRU 4010-CHARGER-DEC-FIN
                OUTPUT PROCEDURE IS 4100-CONTROLER-DEC-DEB
                                THRU 4100-CONTROLER-DEC-FIN.

           MOVE WS-CPT-NB-DEC-DIV TO WS-GRP-NB-CAS.
           PERFORM 8030-FIN-GROUPE-DEB
              THRU 8030-FIN-GROUPE-FIN.
      *
       4000-DECOUVERTS-FIN.
            EXIT.


       4010-CHARGER-DEC-DEB.
           READ FDECHIST INTO WS-ENRG-F-DEC.
           PERFORM 4020-VERSER-DEC-DEB
              THRU 4020-VERSER-DEC-FIN
              UNTIL NOT OK-FDECHIST.
       4010-CHARGER-DEC-FIN.
            EXIT.


       4020-VERSER-DEC-DEB.
           ADD 1 TO WS-CPT-LU-DEC.
           MOVE WS-DEC-NUM-CPT  TO TRI-NUM-CPT.
           MOVE WS-DEC-NOM-CLI  TO TRI-NOM-CLI.
           MOVE WS-DEC-DATE-RUN TO TRI-DATE-RUN.
           RELEASE TRI-ENRG.
           READ FDECHIST INTO WS-ENRG-F-DEC.
       4020-VERSER-DEC-FIN.
            EXIT.


       4100-CONTROLER-DEC-DEB.
           MOVE 0 TO WS-CPT-CRS.
           MOVE SPACES TO WS-NOM-CRS.
           MOVE 0 TO WS-NB-CRS.
           RETURN FTRI
               AT END MOVE 1 TO WS-SW-FIN-TRI
           END-RETURN.
           PERFORM 4110-LIGNE-DEC-DEB
              THRU 4110-LIGNE-DEC-FIN
              UNTIL FIN-TRI.
           PERFORM 4120-FIN-COUPLE-DEB
              THRU 4120-FIN-COUPLE-FIN.
       4100-CONTROLER-DEC-FIN.
            EXIT.


       4110-LIGNE-DEC-DEB.
           IF TRI-NUM-CPT NOT = WS-CPT-CRS
              OR TRI-NOM-CLI NOT = WS-NOM-CRS
               PERFORM 4120-FIN-COUPLE-DEB
                  THRU 4120-FIN-COUPLE-FIN
               MOVE TRI-NUM-CPT TO WS-CPT-CRS
               MOVE TRI-NOM-CLI TO WS-NOM-CRS
               MOVE 0 TO WS-NB-CRS
           END-IF.
           ADD 1 TO WS-NB-CRS.
           RETURN FTRI
               AT END MOVE 1 TO WS-SW-FIN-TRI
           END-RETURN.
       4110-LIGNE-DEC-FIN.
            EXIT.


       4120-FIN-COUPLE-DEB.
           IF WS-NB-CRS = 0
               GO TO 4120-FIN-COUPLE-FIN
           END-IF.
           PERFORM 7010-NOM-DU-COMPTE-DEB
              THRU 7010-NOM-DU-COMPTE-FIN.
           IF CLIENT-TROUVE
              AND WS-NOM-ACTUEL = WS-NOM-CRS
               GO TO 4120-FIN-COUPLE-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-DEC-DIV.
           MOVE WS-NOM-CRS TO WS-LAUD-NOM-ED.
           MOVE WS-CPT-CRS TO WS-LAUD-CPT-ED.
           MOVE WS-NB-CRS  TO WS-LAUD-NB-ED.
           IF CLIENT-TROUVE
               MOVE WS-NOM-ACTUEL     TO WS-OBS-ACT-NOM
               MOVE WS-OBS-NOM-ACTUEL TO WS-LAUD-OBS-ED
           ELSE
               MOVE 'COMPTE ABSENT DU MAITRE' TO WS-LAUD-OBS-ED
           END-IF.
           PERFORM 8020-LIGNE-DETAIL-DEB
              THRU 8020-LIGNE-DETAIL-FIN.
       4120-FIN-COUPLE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT DEMANDES (TYPE 6)      *
      *---------------------------------------------------------------*
      *  UNE DEMANDE DE TYPE 'D' FILTRE SUR UN PREFIXE DE NOM,        *
      *  COMPARE SUR SA LONGUEUR UTILE COMME LE FAIT LE PROGRAMME DE  *
      *  RELEVES. SI AUCUN CLIENT NE PORTE CE PREFIXE, LA DEMANDE NE  *
      *  PRODUIRA RIEN. L'ETAT DONNE SON RANG DANS LE FICHIER.        *
      *---------------------------------------------------------------*
      *
       5000-DEMANDES-DEB.
      *
           MOVE 6 TO WS-LAUD-GRP-NUM-ED.
           MOVE 'DEMANDE A PREFIXE DE NOM SANS CLIENT'
             TO WS-LAUD-GRP-LIB-ED.
           MOVE 'FDEMNET' TO WS-LAUD-GRP-FIC-ED.
           PERFORM 8010-TETE-GROUPE-DEB
              THRU 8010-TETE-GROUPE-FIN.

           IF NOT DEM-DISPONIBLE
               WRITE FS-ENRG-ETAAUD FROM WS-LAUD-ABSENT
               GO TO 5000-DEMANDES-FIN
           END-IF.

           MOVE 0 TO WS-RANG-DEM.
           READ FDEMNET INTO WS-ENR-DEM.
           PERFORM 5010-DEMANDE-DEB
              THRU 5010-DEMANDE-FIN
              UNTIL NOT OK-FDEMNET.

           MOVE WS-CPT-NB-DEM-ORPH TO WS-GRP-NB-CAS.
           PERFORM 8030-FIN-GROUPE-DEB
              THRU 8030-FIN-GROUPE-FIN.
      *
       5000-DEMANDES-FIN.
            EXIT.


       5010-DEMANDE-DEB.
           IF WS-DEM-TYP-EOF = '$$$'
               GO TO 5010-DEMANDE-SUITE
           END-IF.
           ADD 1 TO WS-CPT-LU-DEM.
           ADD 1 TO WS-RANG-DEM.
           IF WS-DEM-TYP NOT = 'D'
              OR WS-DEM-NOM = SPACE
              OR WS-DEM-NOM(1:1) = SPACE
               GO TO 5010-DEMANDE-SUITE
           END-IF.
           MOVE 0 TO WS-NOM-LEN.
           INSPECT WS-DEM-NOM TALLYING WS-NOM-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE WS-DEM-NOM TO WS-NOM-CHERCHE.
           PERFORM 7000-CHERCHER-NOM-DEB
              THRU 7000-CHERCHER-NOM-FIN.
           IF NOT CLIENT-TROUVE
               ADD 1 TO WS-CPT-NB-DEM-ORPH
               MOVE WS-DEM-NOM  TO WS-LAUD-NOM-ED
               MOVE SPACES      TO WS-LAUD-CPT-ED
               MOVE WS-RANG-DEM TO WS-LAUD-NB-ED
               MOVE 'RANG DE LA DEMANDE - AUCUN CLIENT'
                 TO WS-LAUD-OBS-ED
               PERFORM 8020-LIGNE-DETAIL-DEB
                  THRU 8020-LIGNE-DETAIL-FIN
           END-IF.
       5010-DEMANDE-SUITE.
           READ FDEMNET INTO WS-ENR-DEM.
       5010-DEMANDE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *    OUVERTURE FICHIER DEB  -------------------------------------
      *
      *    TOUS LES FICHIERS AUDITES SONT OUVERTS EN LECTURE : LE
      *    PASSAGE NE CORRIGE RIEN LUI-MEME.
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
      *    REFERENTIEL DES ADRESSES ABSENT : LES TYPES 1 ET 2 NE
      *    SONT PAS CONTROLES, L'ETAT LE SIGNALE.
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

       6040-OPEN-FDECHIST-DEB.
      *    L'HISTORIQUE DES DECOUVERTS PEUT NE PAS EXISTER ENCORE
      *    (AUCUN BALAYAGE PASSE) : CE N'EST PAS UNE ANOMALIE.
           OPEN INPUT FDECHIST.
           IF OK-FDECHIST
              MOVE 1 TO WS-SW-DEC
           ELSE
              MOVE 0 TO WS-SW-DEC
              IF NOT FDECHIST-ABSENT
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FDECHIST'
                 DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FDECHIST
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6040-OPEN-FDECHIST-FIN.
           EXIT.

       6050-OPEN-FDEMNET-DEB.
      *    LES DEMANDES DU JOUR PEUVENT NE PAS EXISTER (CHAINE DEJA
      *    PASSEE) : CE N'EST PAS UNE ANOMALIE.
           OPEN INPUT FDEMNET.
           IF OK-FDEMNET
              MOVE 1 TO WS-SW-DEM
           ELSE
              MOVE 0 TO WS-SW-DEM
              IF NOT FDEMNET-ABSENT
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FDEMNET'
                 DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FDEMNET
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6050-OPEN-FDEMNET-FIN.
           EXIT.

       6060-OPEN-FCORADR-DEB.
           OPEN OUTPUT FCORADR.
           IF NOT OK-FCORADR
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FCORADR'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCORADR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-OPEN-FCORADR-FIN.
           EXIT.

       6070-OPEN-ETAAUD-DEB.
           OPEN OUTPUT ETAAUD.
           IF NOT OK-ETAAUD
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETAAUD'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETAAUD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-OPEN-ETAAUD-FIN.
           EXIT.
      *
      *    OUVERTURE FICHIER FIN  -------------------------------------
      *
       6100-ECRIRE-CARTE-DEB.
           WRITE FS-ENRG-FCORADR FROM WS-ENR-ADM.
           IF NOT OK-FCORADR
               DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FCORADR'
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCORADR
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-CARTES.
       6100-ECRIRE-CARTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-CHERCHER-NOM-DEB.
      *    EXISTE-T-IL AU MAITRE UN COMPTE DONT LE NOM COMMENCE PAR
      *    LES WS-NOM-LEN PREMIERS CARACTERES DE WS-NOM-CHERCHE ?
           MOVE 0 TO WS-SW-TROUVE.
           MOVE WS-NOM-CHERCHE TO FS-NOM-CLI.
           START FCPTE KEY >= FS-NOM-CLI.
           IF OK-FCPTE
               READ FCPTE NEXT INTO WS-ENRG-F-CPTE
               IF (OK-FCPTE OR DOUBLON-CS-FCPTE)
                  AND WS-CPTE-NOM(1:WS-NOM-LEN)
                      = WS-NOM-CHERCHE(1:WS-NOM-LEN)
                   MOVE 1 TO WS-SW-TROUVE
               END-IF
           END-IF.
       7000-CHERCHER-NOM-FIN.
           EXIT.

       7010-NOM-DU-COMPTE-DEB.
      *    NOM QUE PORTE AUJOURD'HUI LE COMPTE WS-CPT-CRS.
           MOVE 0 TO WS-SW-TROUVE.
           MOVE SPACES TO WS-NOM-ACTUEL.
           MOVE WS-CPT-CRS TO FS-NUM-CPT.
           READ FCPTE INTO WS-ENRG-F-CPTE.
           IF OK-FCPTE OR DOUBLON-CS-FCPTE
               MOVE 1 TO WS-SW-TROUVE
               MOVE WS-CPTE-NOM TO WS-NOM-ACTUEL
           END-IF.
       7010-NOM-DU-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *            ENTETE AUD DEB   -----------------------------------
      *
       8000-TETE-AUD-DEB.

           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-ASTER.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-TITRE.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-ASTER.

           MOVE WS-DATE-JOUR-JJ TO WS-LAUD-JJ-ED.
           MOVE WS-DATE-JOUR-MM TO WS-LAUD-MM-ED.
           MOVE WS-DATE-JOUR-AA TO WS-LAUD-AA-ED.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-DATE.

       8000-TETE-AUD-FIN.
           EXIT.
      *
      *            ENTETE AUD FIN   -----------------------------------
      *
      *            GROUPE DEB       -----------------------------------
      *
      *    LE NUMERO, LE LIBELLE ET LE FICHIER DU GROUPE SONT POSES
      *    PAR L'APPELANT.
      *
       8010-TETE-GROUPE-DEB.

           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-INTERL.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-GROUPE.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-TIRET.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-INTITULE.

       8010-TETE-GROUPE-FIN.
           EXIT.


       8020-LIGNE-DETAIL-DEB.

           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-DETAIL.
           IF NOT OK-ETAAUD
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER ETAAUD'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETAAUD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

       8020-LIGNE-DETAIL-FIN.
           EXIT.


       8030-FIN-GROUPE-DEB.
      *    UN CAS NON COUVERT PAR UNE CARTE DEMANDE UNE
      *    INTERVENTION : CODE RETOUR 8 ; DES CAS TOUS COUVERTS PAR
      *    LES CARTES DE CORRECTION NE DONNENT QUE 4.
           IF WS-GRP-NB-CAS = 0
               WRITE FS-ENRG-ETAAUD FROM WS-LAUD-NEANT
               GO TO 8030-FIN-GROUPE-FIN
           END-IF.
           MOVE WS-GRP-NB-CAS TO WS-LAUD-NBG-CAS-ED.
           IF WS-LAUD-GRP-NUM-ED = 1
               MOVE WS-GRP-NB-CAS TO WS-LAUD-NBG-CRT-ED
               IF WS-CODE-RETOUR < 4
                   MOVE 4 TO WS-CODE-RETOUR
               END-IF
           ELSE
               MOVE 0 TO WS-LAUD-NBG-CRT-ED
               IF WS-CODE-RETOUR < 8
                   MOVE 8 TO WS-CODE-RETOUR
               END-IF
           END-IF.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-TIRET.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-NB-GROUPE.

       8030-FIN-GROUPE-FIN.
           EXIT.
      *
      *            GROUPE FIN       -----------------------------------
      *
      *            FDP AUD DEB      -----------------------------------
      *
       8050-FDP-AUD-DEB.

           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-INTERL.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-ASTER.

           MOVE 1 TO WS-LAUD-REC-NUM-ED.
           MOVE 'ADRESSE SANS COMPTE AU MAITRE' TO WS-LAUD-REC-LIB-ED.
           MOVE WS-CPT-NB-ADR-ORPH TO WS-LAUD-REC-NB-ED.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-RECAP.

           MOVE 2 TO WS-LAUD-REC-NUM-ED.
           MOVE 'CLIENT ACTIF SANS ADRESSE' TO WS-LAUD-REC-LIB-ED.
           MOVE WS-CPT-NB-CLI-SS-ADR TO WS-LAUD-REC-NB-ED.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-RECAP.

           MOVE 3 TO WS-LAUD-REC-NUM-ED.
           MOVE 'MOUVEMENTS D''UN COMPTE ABSENT DU MAITRE'
             TO WS-LAUD-REC-LIB-ED.
           MOVE WS-CPT-NB-MVT-ORPH TO WS-LAUD-REC-NB-ED.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-RECAP.

           MOVE 4 TO WS-LAUD-REC-NUM-ED.
           MOVE 'ARCHIVE CLASSEE SOUS UN NOM DISPARU'
             TO WS-LAUD-REC-LIB-ED.
           MOVE WS-CPT-NB-ARC-ORPH TO WS-LAUD-REC-NB-ED.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-RECAP.

           MOVE 5 TO WS-LAUD-REC-NUM-ED.
           MOVE 'HISTORIQUE DE DECOUVERT NON CONCORDANT'
             TO WS-LAUD-REC-LIB-ED.
           MOVE WS-CPT-NB-DEC-DIV TO WS-LAUD-REC-NB-ED.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-RECAP.

           MOVE 6 TO WS-LAUD-REC-NUM-ED.
           MOVE 'DEMANDE A PREFIXE DE NOM SANS CLIENT'
             TO WS-LAUD-REC-LIB-ED.
           MOVE WS-CPT-NB-DEM-ORPH TO WS-LAUD-REC-NB-ED.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-RECAP.

           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-INTERL.

           MOVE 'CARTES DE CORRECTION ECRITES (FCORADR)'
             TO WS-LAUD-NB-LIB-ED.
           MOVE WS-CPT-NB-CARTES TO WS-LAUD-NB-TOT-ED.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-NB.

           EVALUATE WS-CODE-RETOUR
              WHEN 0
                 MOVE 'FICHIERS COHERENTS' TO WS-LAUD-CONCL-ED
              WHEN 4
                 MOVE 'CORRECTIONS MECANIQUES A PASSER PAR ADSOTP11'
                   TO WS-LAUD-CONCL-ED
              WHEN OTHER
                 MOVE 'INCOHERENCES A TRAITER MANUELLEMENT'
                   TO WS-LAUD-CONCL-ED
           END-EVALUATE.
           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-CONCL.

           WRITE FS-ENRG-ETAAUD FROM WS-LAUD-ASTER.

       8050-FDP-AUD-FIN.
           EXIT.
      *
      *            FDP AUD FIN      -----------------------------------
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
       8999-STATISTIQUES-DEB.
      *
            DISPLAY '************************************************'
            DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP23       *'
            DISPLAY '*     ==================================       *'
            DISPLAY '************************************************'.
            DISPLAY SPACE
            DISPLAY SPACE
            DISPLAY WS-LCRE-ASTER.
            DISPLAY WS-LCRE-TITRE.
            DISPLAY WS-LCRE-ASTER.

            MOVE WS-CPT-LU-CPTE TO WS-LCRE-DET-TOT-ED.
            MOVE 'COMPTES LUS (FCPTE)' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-LU-MVT TO WS-LCRE-DET-TOT-ED.
            MOVE 'MOUVEMENTS LUS (FMOUVT)' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-LU-ADR TO WS-LCRE-DET-TOT-ED.
            MOVE 'ADRESSES LUES (FADRCLI)' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-LU-ARC TO WS-LCRE-DET-TOT-ED.
            MOVE 'LIGNES D''ARCHIVE LUES (FARCHIV)' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-LU-DEC TO WS-LCRE-DET-TOT-ED.
            MOVE 'LIGNES DE DECOUVERT LUES (FDECHIST)' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-LU-DEM TO WS-LCRE-DET-TOT-ED.
            MOVE 'DEMANDES LUES (FDEMNET)' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            COMPUTE WS-LCRE-DET-TOT-ED = WS-CPT-NB-ADR-ORPH
                                       + WS-CPT-NB-CLI-SS-ADR
                                       + WS-CPT-NB-MVT-ORPH
                                       + WS-CPT-NB-ARC-ORPH
                                       + WS-CPT-NB-DEC-DIV
                                       + WS-CPT-NB-DEM-ORPH.
            MOVE 'INCOHERENCES RELEVEES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-CORRIGES TO WS-LCRE-DET-TOT-ED.
            MOVE 'DONT CORRIGEES PAR CARTE' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-CARTES TO WS-LCRE-DET-TOT-ED.
            MOVE 'CARTES DE CORRECTION ECRITES' TO WS-LCRE-DET-LIB-ED.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP23        *'
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP23       *'
            DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
            DISPLAY '*==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            MOVE WS-CODE-RETOUR TO RETURN-CODE.
            STOP RUN.

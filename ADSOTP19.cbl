      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSOTP19                                  *
      *  NOM DU REDACTEUR : CREAX                                     *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * MISE A JOUR DU FICHIER DES ORDRES PERMANENTS FORDPERM A       *
      * PARTIR DE CARTES (CREATION, MODIFICATION, SUSPENSION,         *
      * REPRISE, RESILIATION) : COMPTE, SENS, MONTANT, LIBELLE,       *
      * FREQUENCE, PROCHAINE ECHEANCE ET DATE DE FIN. LE COMPTE       *
      * D'UN NOUVEL ORDRE DOIT EXISTER DANS LE MAITRE ET NE PAS       *
      * ETRE CLOS. UN ORDRE RESILIE RESTE AU FICHIER POUR MEMOIRE     *
      * MAIS N'EST PLUS NI MODIFIABLE NI EXECUTE. LES ECHEANCES SONT  *
      * PRODUITES PAR LE GENERATEUR QUOTIDIEN ADSOTP20. EDITION D'UN  *
      * ETAT DES REJETS RENVOYE AUX AGENCES LE JOUR MEME.             *
      * CODE RETOUR : 0 TOUTES CARTES APPLIQUEES, 4 CARTES REJETEES,  *
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
       PROGRAM-ID.      ADSOTP19.
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
           SELECT  FORDPERM            ASSIGN TO ORDPERM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORD-CLE
                   FILE STATUS         IS WS-FS-FORDPERM.
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
           SELECT  ETAORD              ASSIGN TO ETATORD
                   FILE STATUS         IS WS-FS-ETAORD.
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
       FD  FORDPERM.
       01  FS-ENRG-FORDPERM.
           05  ORD-CLE.
               10  ORD-NUM-CPT       PIC 9(10).
               10  ORD-NUM           PIC 9(03).
           05  ORD-DONNEES           PIC X(87).
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
       FD  ETAORD.
       01  FS-ENRG-ETAORD        PIC X(78).
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
       01  WS-FS-FORDPERM  PIC X(2).
           88  FIN-FORDPERM            VALUE '10'.
           88  OK-FORDPERM             VALUE '00'.
           88  DOUBLON-FORDPERM        VALUE '22'.
           88  ENR-FORDPERM-NOK        VALUE '23'.
           88  FORDPERM-ABSENT         VALUE '35'.

       01  WS-FS-FCPTE     PIC X(2).
           88  OK-FCPTE                VALUE '00'.
           88  DOUBLON-CS-FCPTE        VALUE '02'.
           88  ENR-FCPTE-NOK           VALUE '23'.

       01  WS-FS-ETAORD    PIC X(2).
           88  OK-ETAORD               VALUE '00'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *
      *    COMPTEUR DEB      -------------------------------------------
      *
       01  WS-CPT-NB-CARTES       PIC 9(6) VALUE 0.

       01  WS-CPT-NB-APPL         PIC 9(6) VALUE 0.

       01  WS-CPT-NB-REJ          PIC 9(6) VALUE 0.

       01  WS-CPT-NUM-REJ         PIC 9(4) VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-DATE-JOUR-AA    PIC 9(2).
           05  WS-DATE-JOUR-MM    PIC 9(2).
           05  WS-DATE-JOUR-JJ    PIC 9(2).

       01  WS-DMAJ-JOUR.
           05  WS-DMAJ-JOUR-SS    PIC 9(2) VALUE 20.
           05  WS-DMAJ-JOUR-AA    PIC 9(2).
           05  WS-DMAJ-JOUR-MM    PIC 9(2).
           05  WS-DMAJ-JOUR-JJ    PIC 9(2).

       01  WS-DMAJ-JOUR-NUM  REDEFINES WS-DMAJ-JOUR
                                  PIC 9(08).

      *    DATE SSAAMMJJ SOUMISE AU CONTROLE DE VALIDITE.
       01  WS-DATE-CTL.
           05  WS-DATE-CTL-SS     PIC 9(2).
           05  WS-DATE-CTL-AA     PIC 9(2).
           05  WS-DATE-CTL-MM     PIC 9(2).
           05  WS-DATE-CTL-JJ     PIC 9(2).

       01  WS-JOURS-MOIS          PIC 9(2) VALUE 0.

      *    CODE RETOUR GRADUE REMIS A L'ORDONNANCEUR : 0 TOUTES
      *    CARTES APPLIQUEES, 4 CARTES REJETEES, 12 INCIDENT FICHIER.
       01  WS-CODE-RETOUR         PIC 9(2) VALUE 0.
      *
      *    COMPTEUR FIN      -------------------------------------------
      *
      *    AIGUILLAGE DEB    -------------------------------------------
      *
       01  WS-AIG-TETE-REJ        PIC 9 VALUE 0.

       01  WS-SW-DATE             PIC 9 VALUE 0.
           88  DATE-VALIDE             VALUE 1.

       01  WS-MOTIF-REJET         PIC X(45) VALUE SPACES.
      *
      *    AIGUILLAGE FIN    -------------------------------------------
      *
      *    FICHIER COPIER DEB   ----------------------------------------
      *
       COPY TP5ORDC.

       COPY TP5ORDP.

       COPY TP5CPTE.

       COPY TP5LORD.

      *    FICHIER COPIER FIN   ----------------------------------------
      *
      *    LIGNES DU COMPTE-RENDU DE FIN DE PROGRAMME  --------------
      *
       01  WS-LCRE-ASTER             PIC X(60) VALUE ALL '*'.

       01  WS-LCRE-TITRE.
           05  FILLER                PIC X(60) VALUE
               '*    RECAPITULATIF DES MISES A JOUR D''ORDRES        *'.

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
           PERFORM 6000-OPEN-FORDPERM-DEB
              THRU 6000-OPEN-FORDPERM-FIN.
           PERFORM 6010-OPEN-FCPTE-DEB
              THRU 6010-OPEN-FCPTE-FIN.
           PERFORM 6020-OPEN-ETAORD-DEB
              THRU 6020-OPEN-ETAORD-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.
           MOVE WS-DATE-JOUR-AA TO WS-DMAJ-JOUR-AA.
           MOVE WS-DATE-JOUR-MM TO WS-DMAJ-JOUR-MM.
           MOVE WS-DATE-JOUR-JJ TO WS-DMAJ-JOUR-JJ.

           ACCEPT WS-ENR-ORC.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ITERATION)                      *
      * ========================================                      *
      *---------------------------------------------------------------*
      *
           PERFORM 1000-MISE-A-JOUR-DEB
              THRU 1000-MISE-A-JOUR-FIN
              UNTIL WS-ORC-CODE-EOF = '$$$'.
      *
      *---------------------------------------------------------------*
      * OREILETTE DE DROITE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.
           PERFORM 8050-FDP-REJ-DEB
              THRU 8050-FDP-REJ-FIN.

           CLOSE FORDPERM.
           CLOSE FCPTE.
           CLOSE ETAORD.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-PROGRAMME-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT MISE A JOUR            *
      *               ====================================            *
      *---------------------------------------------------------------*
      *
       1000-MISE-A-JOUR-DEB.
      *
      *
      *---------------------------------------------------------------*
      * OREILETTE DE GAUCHE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
           ADD 1 TO WS-CPT-NB-CARTES.
           MOVE SPACES TO WS-MOTIF-REJET.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ALTERNATIVE)                    *
      * ==========================================                    *
      *---------------------------------------------------------------*
      *
           EVALUATE TRUE
              WHEN ORC-CREATION
                     PERFORM 2000-CREATION-DEB
                        THRU 2000-CREATION-FIN
              WHEN ORC-MODIF
                     PERFORM 2010-MODIFICATION-DEB
                        THRU 2010-MODIFICATION-FIN
              WHEN ORC-SUSPENSION
                     PERFORM 2020-SUSPENSION-DEB
                        THRU 2020-SUSPENSION-FIN
              WHEN ORC-REPRISE
                     PERFORM 2030-REPRISE-DEB
                        THRU 2030-REPRISE-FIN
              WHEN ORC-RESILIATION
                     PERFORM 2040-RESILIATION-DEB
                        THRU 2040-RESILIATION-FIN
              WHEN OTHER
                     MOVE 'CODE DE MISE A JOUR INVALIDE'
                       TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 8040-CORPS-REJ-DEB
                  THRU 8040-CORPS-REJ-FIN
           ELSE
               ADD 1 TO WS-CPT-NB-APPL
           END-IF.
      *
      *---------------------------------------------------------------*
      * OREILETTE DE DROITE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
           ACCEPT WS-ENR-ORC.
      *
       1000-MISE-A-JOUR-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CREATION               *
      *               =================================               *
      *---------------------------------------------------------------*
      *  LA PREMIERE ECHEANCE NE PEUT PAS ETRE DANS LE PASSE : LE     *
      *  GENERATEUR NE RATTRAPE PAS D'ECHEANCES ANTERIEURES A LA      *
      *  CREATION. SON JOUR DEVIENT LE JOUR DE REFERENCE DE L'ORDRE.  *
      *---------------------------------------------------------------*
      *
       2000-CREATION-DEB.
      *
           IF WS-ORC-NUM-CPT IS NOT NUMERIC
               MOVE 'NUMERO DE COMPTE INVALIDE' TO WS-MOTIF-REJET
               GO TO 2000-CREATION-FIN
           END-IF.

           MOVE WS-ORC-NUM-CPT TO FS-NUM-CPT.
           READ FCPTE INTO WS-ENRG-F-CPTE.
           IF NOT (OK-FCPTE OR DOUBLON-CS-FCPTE)
               MOVE 'COMPTE INCONNU' TO WS-MOTIF-REJET
               GO TO 2000-CREATION-FIN
           END-IF.
           IF CPTE-CLOS
               MOVE 'COMPTE CLOS - ORDRE REFUSE' TO WS-MOTIF-REJET
               GO TO 2000-CREATION-FIN
           END-IF.

           IF WS-ORC-NUM-ORD IS NOT NUMERIC OR WS-ORC-NUM-ORD = 0
               MOVE 'NUMERO D''ORDRE INVALIDE' TO WS-MOTIF-REJET
               GO TO 2000-CREATION-FIN
           END-IF.

           IF WS-ORC-SENS NOT = 'D' AND WS-ORC-SENS NOT = 'C'
               MOVE 'SENS INVALIDE (ATTENDU D OU C)' TO WS-MOTIF-REJET
               GO TO 2000-CREATION-FIN
           END-IF.

           IF WS-ORC-MONTANT IS NOT NUMERIC OR WS-ORC-MONTANT = 0
               MOVE 'MONTANT INVALIDE' TO WS-MOTIF-REJET
               GO TO 2000-CREATION-FIN
           END-IF.

           MOVE WS-ORC-FREQ TO WS-ORD-FREQ.
           IF NOT ORD-FREQ-VALIDE
               MOVE 'FREQUENCE INVALIDE (H M T S OU A)'
                 TO WS-MOTIF-REJET
               GO TO 2000-CREATION-FIN
           END-IF.

           MOVE WS-ORC-PROCH-ECH TO WS-DATE-CTL.
           PERFORM 7000-CONTROLE-DATE-DEB
              THRU 7000-CONTROLE-DATE-FIN.
           IF NOT DATE-VALIDE
               MOVE 'DATE DE PREMIERE ECHEANCE INVALIDE'
                 TO WS-MOTIF-REJET
               GO TO 2000-CREATION-FIN
           END-IF.
           IF WS-ORC-PROCH-ECH < WS-DMAJ-JOUR-NUM
               MOVE 'PREMIERE ECHEANCE ANTERIEURE AU JOUR'
                 TO WS-MOTIF-REJET
               GO TO 2000-CREATION-FIN
           END-IF.

           IF WS-ORC-DATE-FIN IS NOT NUMERIC
               MOVE ZEROS TO WS-ORC-DATE-FIN
           END-IF.
           IF WS-ORC-DATE-FIN NOT = 0
               MOVE WS-ORC-DATE-FIN TO WS-DATE-CTL
               PERFORM 7000-CONTROLE-DATE-DEB
                  THRU 7000-CONTROLE-DATE-FIN
               IF NOT DATE-VALIDE
                  OR WS-ORC-DATE-FIN < WS-ORC-PROCH-ECH
                   MOVE 'DATE DE FIN INVALIDE OU AVANT L''ECHEANCE'
                     TO WS-MOTIF-REJET
                   GO TO 2000-CREATION-FIN
               END-IF
           END-IF.

           MOVE SPACES           TO WS-ENRG-F-ORD.
           MOVE WS-ORC-NUM-CPT   TO WS-ORD-NUM-CPT.
           MOVE WS-ORC-NUM-ORD   TO WS-ORD-NUM.
           MOVE WS-ORC-SENS      TO WS-ORD-SENS.
           MOVE WS-ORC-MONTANT   TO WS-ORD-MONTANT.
           IF WS-ORC-LIBELLE = SPACE
               MOVE 'ORDRE PERMANENT' TO WS-ORD-LIBELLE
           ELSE
               MOVE WS-ORC-LIBELLE TO WS-ORD-LIBELLE
           END-IF.
           MOVE WS-ORC-FREQ      TO WS-ORD-FREQ.
           MOVE WS-ORC-PROCH-ECH TO WS-ORD-PROCH-ECH.
           MOVE WS-ORD-ECH-JJ    TO WS-ORD-JOUR-REF.
           MOVE WS-ORC-DATE-FIN  TO WS-ORD-DATE-FIN.
           MOVE 'A'              TO WS-ORD-STATUT.
           MOVE WS-DATE-JOUR     TO WS-ORD-DCREA.
           MOVE WS-DATE-JOUR     TO WS-ORD-DMAJ.
           MOVE ZEROS            TO WS-ORD-DATE-GEN.
           MOVE ZEROS            TO WS-ORD-ECH-AVANT.

           WRITE FS-ENRG-FORDPERM FROM WS-ENRG-F-ORD.
           IF DOUBLON-FORDPERM
               MOVE 'CREATION SUR ORDRE EXISTANT' TO WS-MOTIF-REJET
           ELSE
               IF NOT OK-FORDPERM
                   MOVE 'ERREUR D''ECRITURE SUR FORDPERM'
                     TO WS-MOTIF-REJET
               END-IF
           END-IF.
      *
       2000-CREATION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT MODIFICATION           *
      *               =====================================           *
      *---------------------------------------------------------------*
      *  SEULES LES ZONES RENSEIGNEES DE LA CARTE REMPLACENT LES      *
      *  ZONES DU FICHIER. UNE NOUVELLE ECHEANCE DEVIENT LE NOUVEAU   *
      *  JOUR DE REFERENCE. TOUT EST CONTROLE AVANT LA RECRITURE :    *
      *  UNE CARTE REJETEE NE MODIFIE RIEN.                           *
      *---------------------------------------------------------------*
      *
       2010-MODIFICATION-DEB.
      *
           PERFORM 6030-READ-FORDPERM-DEB
              THRU 6030-READ-FORDPERM-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
               GO TO 2010-MODIFICATION-FIN
           END-IF.
           IF ORD-RESILIE OR ORD-ECHU
               MOVE 'ORDRE RESILIE OU ECHU - NON MODIFIABLE'
                 TO WS-MOTIF-REJET
               GO TO 2010-MODIFICATION-FIN
           END-IF.

           IF WS-ORC-SENS NOT = SPACE
               IF WS-ORC-SENS NOT = 'D' AND WS-ORC-SENS NOT = 'C'
                   MOVE 'SENS INVALIDE (ATTENDU D OU C)'
                     TO WS-MOTIF-REJET
                   GO TO 2010-MODIFICATION-FIN
               END-IF
               MOVE WS-ORC-SENS TO WS-ORD-SENS
           END-IF.

           IF WS-ORC-MONTANT IS NUMERIC AND WS-ORC-MONTANT NOT = 0
               MOVE WS-ORC-MONTANT TO WS-ORD-MONTANT
           END-IF.

           IF WS-ORC-LIBELLE NOT = SPACE
               MOVE WS-ORC-LIBELLE TO WS-ORD-LIBELLE
           END-IF.

           IF WS-ORC-FREQ NOT = SPACE
               MOVE WS-ORC-FREQ TO WS-ORD-FREQ
               IF NOT ORD-FREQ-VALIDE
                   MOVE 'FREQUENCE INVALIDE (H M T S OU A)'
                     TO WS-MOTIF-REJET
                   GO TO 2010-MODIFICATION-FIN
               END-IF
           END-IF.

           IF WS-ORC-PROCH-ECH IS NUMERIC AND WS-ORC-PROCH-ECH NOT = 0
               MOVE WS-ORC-PROCH-ECH TO WS-DATE-CTL
               PERFORM 7000-CONTROLE-DATE-DEB
                  THRU 7000-CONTROLE-DATE-FIN
               IF NOT DATE-VALIDE
                  OR WS-ORC-PROCH-ECH < WS-DMAJ-JOUR-NUM
                   MOVE 'PROCHAINE ECHEANCE INVALIDE OU PASSEE'
                     TO WS-MOTIF-REJET
                   GO TO 2010-MODIFICATION-FIN
               END-IF
               MOVE WS-ORC-PROCH-ECH TO WS-ORD-PROCH-ECH
               MOVE WS-ORD-ECH-JJ    TO WS-ORD-JOUR-REF
           END-IF.

           IF WS-ORC-DATE-FIN IS NUMERIC AND WS-ORC-DATE-FIN NOT = 0
               MOVE WS-ORC-DATE-FIN TO WS-DATE-CTL
               PERFORM 7000-CONTROLE-DATE-DEB
                  THRU 7000-CONTROLE-DATE-FIN
               IF NOT DATE-VALIDE
                   MOVE 'DATE DE FIN INVALIDE' TO WS-MOTIF-REJET
                   GO TO 2010-MODIFICATION-FIN
               END-IF
               MOVE WS-ORC-DATE-FIN TO WS-ORD-DATE-FIN
           END-IF.

           IF WS-ORD-DATE-FIN NOT = 0
              AND WS-ORD-DATE-FIN < WS-ORD-PROCH-ECH
               MOVE 'DATE DE FIN ANTERIEURE A L''ECHEANCE'
                 TO WS-MOTIF-REJET
               GO TO 2010-MODIFICATION-FIN
           END-IF.

           PERFORM 6040-REWRITE-FORDPERM-DEB
              THRU 6040-REWRITE-FORDPERM-FIN.
      *
       2010-MODIFICATION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT SUSPENSION             *
      *               ===================================             *
      *---------------------------------------------------------------*
      *  PENDANT LA SUSPENSION LE GENERATEUR ECARTE LES ECHEANCES     *
      *  (SIGNALEES A L'ETAT) SANS PRODUIRE DE CARTE.                 *
      *---------------------------------------------------------------*
      *
       2020-SUSPENSION-DEB.
      *
           PERFORM 6030-READ-FORDPERM-DEB
              THRU 6030-READ-FORDPERM-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
               GO TO 2020-SUSPENSION-FIN
           END-IF.
           IF NOT ORD-ACTIF
               MOVE 'ORDRE NON ACTIF - SUSPENSION REFUSEE'
                 TO WS-MOTIF-REJET
               GO TO 2020-SUSPENSION-FIN
           END-IF.

           MOVE 'S' TO WS-ORD-STATUT.
           PERFORM 6040-REWRITE-FORDPERM-DEB
              THRU 6040-REWRITE-FORDPERM-FIN.
      *
       2020-SUSPENSION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT REPRISE                *
      *               ================================                *
      *---------------------------------------------------------------*
      *
       2030-REPRISE-DEB.
      *
           PERFORM 6030-READ-FORDPERM-DEB
              THRU 6030-READ-FORDPERM-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
               GO TO 2030-REPRISE-FIN
           END-IF.
           IF NOT ORD-SUSPENDU
               MOVE 'ORDRE NON SUSPENDU - REPRISE REFUSEE'
                 TO WS-MOTIF-REJET
               GO TO 2030-REPRISE-FIN
           END-IF.

           MOVE 'A' TO WS-ORD-STATUT.
           PERFORM 6040-REWRITE-FORDPERM-DEB
              THRU 6040-REWRITE-FORDPERM-FIN.
      *
       2030-REPRISE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT RESILIATION            *
      *               ====================================            *
      *---------------------------------------------------------------*
      *
       2040-RESILIATION-DEB.
      *
           PERFORM 6030-READ-FORDPERM-DEB
              THRU 6030-READ-FORDPERM-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
               GO TO 2040-RESILIATION-FIN
           END-IF.
           IF ORD-RESILIE
               MOVE 'ORDRE DEJA RESILIE' TO WS-MOTIF-REJET
               GO TO 2040-RESILIATION-FIN
           END-IF.

           MOVE 'R' TO WS-ORD-STATUT.
           PERFORM 6040-REWRITE-FORDPERM-DEB
              THRU 6040-REWRITE-FORDPERM-FIN.
      *
       2040-RESILIATION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *    OUVERTURE FICHIER DEB  -------------------------------------
      *
       6000-OPEN-FORDPERM-DEB.
      *    LE FICHIER DES ORDRES EST PERMANENT ET SE CREE AU TOUT
      *    PREMIER PASSAGE S'IL N'EXISTE PAS ENCORE.
           OPEN I-O FORDPERM.
           IF FORDPERM-ABSENT
              OPEN OUTPUT FORDPERM
              CLOSE FORDPERM
              OPEN I-O FORDPERM
           END-IF.
           IF NOT OK-FORDPERM
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FORDPERM'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FORDPERM
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-FORDPERM-FIN.
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

       6020-OPEN-ETAORD-DEB.
           OPEN OUTPUT ETAORD.
           IF NOT OK-ETAORD
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETAORD'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETAORD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OPEN-ETAORD-FIN.
           EXIT.
      *
      *    OUVERTURE FICHIER FIN  -------------------------------------
      *
      *    LECTURE FICHIER DEB  ---------------------------------------
      *
       6030-READ-FORDPERM-DEB.
      *    LECTURE DIRECTE DE L'ORDRE VISE PAR LA CARTE ; LE MOTIF
      *    DE REJET EST POSITIONNE S'IL EST INCONNU.
           IF WS-ORC-NUM-CPT IS NOT NUMERIC
              OR WS-ORC-NUM-ORD IS NOT NUMERIC
              MOVE 'REFERENCE D''ORDRE INVALIDE' TO WS-MOTIF-REJET
           ELSE
              MOVE WS-ORC-NUM-CPT TO ORD-NUM-CPT
              MOVE WS-ORC-NUM-ORD TO ORD-NUM
              READ FORDPERM INTO WS-ENRG-F-ORD
              IF NOT OK-FORDPERM
                 MOVE 'ORDRE PERMANENT INCONNU' TO WS-MOTIF-REJET
              END-IF
           END-IF.
       6030-READ-FORDPERM-FIN.
           EXIT.
      *
      *    LECTURE FICHIER FIN  ---------------------------------------
      *
      *    ECRITURE FICHIER DEB  --------------------------------------
      *
       6040-REWRITE-FORDPERM-DEB.
           MOVE WS-DATE-JOUR TO WS-ORD-DMAJ.
           REWRITE FS-ENRG-FORDPERM FROM WS-ENRG-F-ORD.
           IF NOT OK-FORDPERM
               MOVE 'ERREUR DE RECRITURE SUR FORDPERM'
                 TO WS-MOTIF-REJET
           END-IF.
       6040-REWRITE-FORDPERM-FIN.
           EXIT.
      *
      *    ECRITURE FICHIER FIN  --------------------------------------
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-CONTROLE-DATE-DEB.
      *    VALIDITE CALENDAIRE DE WS-DATE-CTL (SSAAMMJJ), ANNEES
      *    BISSEXTILES COMPRISES (REGLE DU DIVISIBLE PAR QUATRE).
           MOVE 0 TO WS-SW-DATE.
           IF WS-DATE-CTL IS NOT NUMERIC
               GO TO 7000-CONTROLE-DATE-FIN
           END-IF.
           IF WS-DATE-CTL-SS NOT = 20
              OR WS-DATE-CTL-MM < 01 OR WS-DATE-CTL-MM > 12
              OR WS-DATE-CTL-JJ < 01
               GO TO 7000-CONTROLE-DATE-FIN
           END-IF.

           EVALUATE WS-DATE-CTL-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-JOURS-MOIS
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-JOURS-MOIS
              WHEN 02
                   IF FUNCTION MOD(WS-DATE-CTL-AA, 4) = 0
                       MOVE 29 TO WS-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-JOURS-MOIS
                   END-IF
           END-EVALUATE.

           IF WS-DATE-CTL-JJ NOT > WS-JOURS-MOIS
               MOVE 1 TO WS-SW-DATE
           END-IF.
       7000-CONTROLE-DATE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *            ENTETE REJ DEB   -----------------------------------
      *
       8030-TETE-REJ-DEB.

           WRITE FS-ENRG-ETAORD FROM WS-LORD-ASTER.

           WRITE FS-ENRG-ETAORD FROM WS-LORD-TITRE.

           WRITE FS-ENRG-ETAORD FROM WS-LORD-ASTER.

       8030-TETE-REJ-FIN.
           EXIT.
      *
      *            ENTETE REJ FIN   -----------------------------------
      *
      *            CORPS REJ DEB    -----------------------------------
      *
       8040-CORPS-REJ-DEB.

           IF WS-AIG-TETE-REJ = 0
                 PERFORM 8030-TETE-REJ-DEB
                    THRU 8030-TETE-REJ-FIN
           END-IF.
           MOVE 1 TO WS-AIG-TETE-REJ.

           ADD 1 TO WS-CPT-NB-REJ.
           ADD 1 TO WS-CPT-NUM-REJ.
           MOVE 4 TO WS-CODE-RETOUR.

           MOVE WS-CPT-NUM-REJ  TO WS-LORD-NUM-ED.
           MOVE WS-MOTIF-REJET  TO WS-LORD-MOTIF-ED.
           WRITE FS-ENRG-ETAORD FROM WS-LORD-ERREUR.

           WRITE FS-ENRG-ETAORD FROM WS-LORD-ENR1.

           MOVE  WS-ENR-ORC     TO WS-LORD-ENR-ED.
           WRITE FS-ENRG-ETAORD FROM WS-LORD-ENR2.

           WRITE FS-ENRG-ETAORD FROM WS-LORD-INTERL.

       8040-CORPS-REJ-FIN.
           EXIT.
      *
      *            CORPS REJ FIN    -----------------------------------
      *
      *            FDP REJ DEB      -----------------------------------
      *
       8050-FDP-REJ-DEB.

           WRITE FS-ENRG-ETAORD FROM WS-LORD-ASTER.

       8050-FDP-REJ-FIN.
           EXIT.
      *
      *            FDP REJ FIN      -----------------------------------
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
       8999-STATISTIQUES-DEB.
      *
            DISPLAY '************************************************'
            DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP19       *'
            DISPLAY '*     ==================================       *'
            DISPLAY '************************************************'.
            DISPLAY SPACE
            DISPLAY SPACE
            DISPLAY WS-LCRE-ASTER.
            DISPLAY WS-LCRE-TITRE.
            DISPLAY WS-LCRE-ASTER.

            MOVE WS-CPT-NB-CARTES TO WS-LCRE-DET-TOT-ED.
            MOVE 'NOMBRE DE CARTES LUES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-APPL TO WS-LCRE-DET-TOT-ED.
            MOVE 'NOMBRE DE CARTES APPLIQUEES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-REJ TO WS-LCRE-DET-TOT-ED.
            MOVE 'NOMBRE DE CARTES REJETEES' TO WS-LCRE-DET-LIB-ED.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP19        *'
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP19       *'
            DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
            DISPLAY '*==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            MOVE WS-CODE-RETOUR TO RETURN-CODE.
            STOP RUN.

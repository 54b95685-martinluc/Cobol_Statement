      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ADSOTP20                                  *
      *  NOM DU REDACTEUR : CREAX                                     *
      *---------------------------------------------------------------*
      *  SOCIETE          : XXXXXXXX                                  *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      * GENERATEUR QUOTIDIEN DES ECHEANCES D'ORDRES PERMANENTS : A    *
      * PASSER APRES LA MISE A JOUR DES ORDRES ADSOTP19 ET AVANT LA   *
      * SAISIE ADSOTP3. CHAQUE ORDRE ACTIF DE FORDPERM DONT LA        *
      * PROCHAINE ECHEANCE EST ATTEINTE PRODUIT UNE CARTE 'M' DATEE   *
      * DE L'ECHEANCE, AU FORMAT EXACT DES CARTES DE SAISIE ADSOTP3   *
      * (FICHIER FCARTORD TERMINE PAR '$$$'), PUIS SON ECHEANCE EST   *
      * AVANCEE SELON LA FREQUENCE ; LES ECHEANCES EN RETARD SONT     *
      * RATTRAPEES UNE A UNE. UNE ECHEANCE D'ORDRE SUSPENDU, OU DONT  *
      * LE COMPTE EST CLOS OU ABSENT DU MAITRE FCPTE, EST ECARTEE     *
      * SANS CARTE ET L'ECHEANCE AVANCE QUAND MEME. UN ORDRE DONT     *
      * L'ECHEANCE DEPASSE LA DATE DE FIN PASSE AU STATUT ECHU 'E'.   *
      * L'ETAT ETAECH LISTE LES ECHEANCES EXECUTEES ET ECARTEES (AVEC *
      * LE MOTIF) PUIS LES ORDRES ARRIVANT A LEUR FIN DANS LE MOIS.   *
      * UNE REPRISE LE MEME JOUR REPART DE L'ETAT DES ORDRES AVANT LE *
      * PREMIER PASSAGE ET RECONSTRUIT LE MEME PAQUET DE CARTES.      *
      * CODE RETOUR : 0 NORMAL, 4 ECHEANCES ECARTEES POUR COMPTE CLOS *
      * OU INCONNU, 12 INCIDENT FICHIER.                              *
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
       PROGRAM-ID.      ADSOTP20.
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
           SELECT  FCARTORD            ASSIGN TO CARTORD
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FCARTORD.
      *
      *                      -------------------------------------------
      *
           SELECT  ETAECH              ASSIGN TO ETATECH
                   FILE STATUS         IS WS-FS-ETAECH.
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
      *                      CARTES 'M' DES ECHEANCES AU FORMAT DE
      *                      SAISIE ADSOTP3, TERMINEES PAR '$$$'.
       FD  FCARTORD.
       01  FS-ENRG-FCARTORD      PIC X(80).
      *
      *                      -------------------------------------------
      *
       FD  ETAECH.
       01  FS-ENRG-ETAECH        PIC X(78).
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
           88  ENR-FORDPERM-NOK        VALUE '23'.

       01  WS-FS-FCPTE     PIC X(2).
           88  OK-FCPTE                VALUE '00'.
           88  DOUBLON-CS-FCPTE        VALUE '02'.
           88  ENR-FCPTE-NOK           VALUE '23'.

       01  WS-FS-FCARTORD  PIC X(2).
           88  OK-FCARTORD             VALUE '00'.

       01  WS-FS-ETAECH    PIC X(2).
           88  OK-ETAECH               VALUE '00'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *
      *    ECHEANCE EN COURS DE TRAITEMENT  ---------------------------
      *
       01  WS-ECH-CRS             PIC 9(08) VALUE 0.

       01  WS-NB-MOIS             PIC 9(02) VALUE 0.

       01  WS-CAL-MOIS            PIC 9(02) VALUE 0.

       01  WS-JOURS-MOIS          PIC 9(02) VALUE 0.

       01  WS-DATE-ED.
           05  WS-DATE-ED-JJ      PIC 9(02).
           05  WS-DATE-ED-MM      PIC 9(02).
           05  WS-DATE-ED-SSAA    PIC 9(04).

       01  WS-DATE-ED-NUM  REDEFINES WS-DATE-ED
                                  PIC 9(08).

       01  WS-DATE-SSAAMMJJ.
           05  WS-DATE-SSAA       PIC 9(04).
           05  WS-DATE-MM         PIC 9(02).
           05  WS-DATE-JJ         PIC 9(02).
      *
      *    COMPTEUR DEB      -------------------------------------------
      *
       01  WS-CPT-NB-ORDRES       PIC 9(6) VALUE 0.

       01  WS-CPT-NB-EXEC         PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ECART        PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ECHUS        PIC 9(6) VALUE 0.

       01  WS-CPT-NB-FIN-MOIS     PIC 9(6) VALUE 0.

       01  WS-CPT-NB-REPRISES     PIC 9(6) VALUE 0.

       01  WS-TOT-DEB-GEN         PIC 9(11)V99 VALUE 0.

       01  WS-TOT-CRE-GEN         PIC 9(11)V99 VALUE 0.

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

      *    CODE RETOUR GRADUE REMIS A L'ORDONNANCEUR : 0 NORMAL,
      *    4 ECHEANCES ECARTEES POUR COMPTE CLOS OU INCONNU (ORDRE
      *    A RESILIER), 12 INCIDENT FICHIER.
       01  WS-CODE-RETOUR         PIC 9(2) VALUE 0.
      *
      *    COMPTEUR FIN      -------------------------------------------
      *
      *    AIGUILLAGE DEB    -------------------------------------------
      *
       01  WS-MOTIF-ECART         PIC X(16) VALUE SPACES.
      *
      *    AIGUILLAGE FIN    -------------------------------------------
      *
      *    FICHIER COPIER DEB   ----------------------------------------
      *
       COPY TP5ORDP.

       COPY TP5CPTE.

       COPY TP5MVTC.

       COPY TP5LECH.

      *    FICHIER COPIER FIN   ----------------------------------------
      *
      *    LIGNES DU COMPTE-RENDU DE FIN DE PROGRAMME  --------------
      *
       01  WS-LCRE-ASTER             PIC X(60) VALUE ALL '*'.

       01  WS-LCRE-TITRE.
           05  FILLER                PIC X(60) VALUE
               '*    RECAPITULATIF DES ECHEANCES D''ORDRES           *'.

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
           PERFORM 6020-OPEN-FCARTORD-DEB
              THRU 6020-OPEN-FCARTORD-FIN.
           PERFORM 6030-OPEN-ETAECH-DEB
              THRU 6030-OPEN-ETAECH-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.
           MOVE WS-DATE-JOUR-AA TO WS-DMAJ-JOUR-AA.
           MOVE WS-DATE-JOUR-MM TO WS-DMAJ-JOUR-MM.
           MOVE WS-DATE-JOUR-JJ TO WS-DMAJ-JOUR-JJ.

           PERFORM 8030-TETE-ECH-DEB
              THRU 8030-TETE-ECH-FIN.

           MOVE LOW-VALUES TO ORD-CLE.
           START FORDPERM KEY >= ORD-CLE.
           IF OK-FORDPERM
               READ FORDPERM NEXT INTO WS-ENRG-F-ORD
           END-IF.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ITERATION)                      *
      * ========================================                      *
      *---------------------------------------------------------------*
      *
           PERFORM 1000-ORDRE-DEB
              THRU 1000-ORDRE-FIN
              UNTIL NOT OK-FORDPERM.
      *
      *---------------------------------------------------------------*
      * OREILETTE DE DROITE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
      *    LE PAQUET DES ECHEANCES EST TERMINE PAR LA SENTINELLE
      *    ATTENDUE PAR LA SAISIE DES MOUVEMENTS, MEME S'IL EST VIDE.
           MOVE SPACES TO WS-ENR-MVC.
           MOVE '$$$' TO WS-MVC-TYPE-EOF.
           WRITE FS-ENRG-FCARTORD FROM WS-ENR-MVC.

           PERFORM 4000-FINS-DU-MOIS-DEB
              THRU 4000-FINS-DU-MOIS-FIN.

           PERFORM 8050-FDP-ECH-DEB
              THRU 8050-FDP-ECH-FIN.

           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.

           CLOSE FORDPERM.
           CLOSE FCPTE.
           CLOSE FCARTORD.
           CLOSE ETAECH.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-PROGRAMME-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT ORDRE                  *
      *               ==============================                  *
      *---------------------------------------------------------------*
      *  UN ORDRE DEJA TRAITE PAR UN PASSAGE DU JOUR EST D'ABORD      *
      *  REMIS DANS SON ETAT D'AVANT CE PASSAGE (ECHEANCE ET STATUT)  *
      *  POUR QUE LA REPRISE PRODUISE LES MEMES CARTES. SEULS LES     *
      *  ORDRES ACTIFS OU SUSPENDUS DONT L'ECHEANCE EST ATTEINTE      *
      *  SONT ENSUITE TRAITES.                                        *
      *---------------------------------------------------------------*
      *
       1000-ORDRE-DEB.
      *
           ADD 1 TO WS-CPT-NB-ORDRES.

           IF WS-ORD-DATE-GEN = WS-DATE-JOUR
               MOVE WS-ORD-ECH-AVANT    TO WS-ORD-PROCH-ECH
               MOVE WS-ORD-STATUT-AVANT TO WS-ORD-STATUT
               ADD 1 TO WS-CPT-NB-REPRISES
           END-IF.

           MOVE WS-ORD-PROCH-ECH TO WS-ECH-CRS.
           IF (ORD-ACTIF OR ORD-SUSPENDU)
              AND WS-ECH-CRS NOT > WS-DMAJ-JOUR-NUM
               PERFORM 2000-EXECUTER-DEB
                  THRU 2000-EXECUTER-FIN
           END-IF.

           READ FORDPERM NEXT INTO WS-ENRG-F-ORD.
      *
       1000-ORDRE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT EXECUTER               *
      *               =================================               *
      *---------------------------------------------------------------*
      *  L'ETAT DE L'ORDRE AVANT LE PASSAGE EST MEMORISE, LE MOTIF    *
      *  D'ECART EVENTUEL EST ETABLI UNE FOIS POUR TOUTES, PUIS LES   *
      *  ECHEANCES ATTEINTES SONT TRAITEES UNE A UNE JUSQU'A CE QUE   *
      *  L'ECHEANCE SOIT FUTURE OU L'ORDRE ECHU.                      *
      *---------------------------------------------------------------*
      *
       2000-EXECUTER-DEB.
      *
           MOVE WS-ORD-PROCH-ECH TO WS-ORD-ECH-AVANT.
           MOVE WS-ORD-STATUT    TO WS-ORD-STATUT-AVANT.
           MOVE WS-DATE-JOUR     TO WS-ORD-DATE-GEN.
           MOVE SPACES           TO WS-MOTIF-ECART.

           IF ORD-SUSPENDU
               MOVE 'ORDRE SUSPENDU' TO WS-MOTIF-ECART
           ELSE
               MOVE WS-ORD-NUM-CPT TO FS-NUM-CPT
               READ FCPTE INTO WS-ENRG-F-CPTE
               IF NOT (OK-FCPTE OR DOUBLON-CS-FCPTE)
                   MOVE 'COMPTE INCONNU' TO WS-MOTIF-ECART
                   MOVE 4 TO WS-CODE-RETOUR
               ELSE
                   IF CPTE-CLOS
                       MOVE 'COMPTE CLOS' TO WS-MOTIF-ECART
                       MOVE 4 TO WS-CODE-RETOUR
                   END-IF
               END-IF
           END-IF.

           PERFORM 2100-ECHEANCE-DEB
              THRU 2100-ECHEANCE-FIN
              UNTIL WS-ECH-CRS > WS-DMAJ-JOUR-NUM
                    OR ORD-ECHU.

           PERFORM 6050-REWRITE-FORDPERM-DEB
              THRU 6050-REWRITE-FORDPERM-FIN.
      *
       2000-EXECUTER-FIN.
            EXIT.


       2100-ECHEANCE-DEB.
           IF WS-ORD-DATE-FIN NOT = 0
              AND WS-ECH-CRS > WS-ORD-DATE-FIN
               MOVE 'E' TO WS-ORD-STATUT
               ADD 1 TO WS-CPT-NB-ECHUS
               GO TO 2100-ECHEANCE-FIN
           END-IF.

           IF WS-MOTIF-ECART = SPACES
               PERFORM 3000-EMETTRE-CARTE-DEB
                  THRU 3000-EMETTRE-CARTE-FIN
               MOVE 'EXECUTE' TO WS-LECH-SITU-ED
           ELSE
               ADD 1 TO WS-CPT-NB-ECART
               MOVE WS-MOTIF-ECART TO WS-LECH-SITU-ED
           END-IF.
           MOVE WS-ECH-CRS TO WS-DATE-SSAAMMJJ.
           PERFORM 8040-DETAIL-ECH-DEB
              THRU 8040-DETAIL-ECH-FIN.

           PERFORM 7000-AVANCER-DEB
              THRU 7000-AVANCER-FIN.
           MOVE WS-ORD-PROCH-ECH TO WS-ECH-CRS.

      *    L'ECHEANCE SUIVANTE TOMBE APRES LA DATE DE FIN : L'ORDRE
      *    S'ARRETE SUR CETTE DERNIERE EXECUTION.
           IF WS-ORD-DATE-FIN NOT = 0
              AND WS-ECH-CRS > WS-ORD-DATE-FIN
               MOVE 'E' TO WS-ORD-STATUT
               ADD 1 TO WS-CPT-NB-ECHUS
           END-IF.
       2100-ECHEANCE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT EMETTRE CARTE          *
      *               ======================================          *
      *---------------------------------------------------------------*
      *
       3000-EMETTRE-CARTE-DEB.
      *
           MOVE SPACES           TO WS-ENR-MVC.
           MOVE 'M'              TO WS-MVC-TYPE.
           MOVE WS-ORD-NUM-CPT   TO WS-MVC-NUM-CPT.
           MOVE WS-ECH-CRS       TO WS-MVC-DOPER.
           MOVE WS-ORD-SENS      TO WS-MVC-SENS.
           MOVE WS-ORD-MONTANT   TO WS-MVC-MONTANT.
           MOVE WS-ORD-LIBELLE   TO WS-MVC-LIBELLE.
           PERFORM 6040-WRITE-FCARTORD-DEB
              THRU 6040-WRITE-FCARTORD-FIN.

           ADD 1 TO WS-CPT-NB-EXEC.
           IF ORD-DEBIT
               ADD WS-ORD-MONTANT TO WS-TOT-DEB-GEN
           ELSE
               ADD WS-ORD-MONTANT TO WS-TOT-CRE-GEN
           END-IF.
      *
       3000-EMETTRE-CARTE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT FINS DU MOIS           *
      *               =====================================           *
      *---------------------------------------------------------------*
      *  SECONDE LECTURE DU FICHIER APRES GENERATION : ORDRES NON     *
      *  RESILIES DONT LA DATE DE FIN TOMBE DANS LE MOIS EN COURS,    *
      *  POUR PREVENIR LES CLIENTS AVANT L'ARRET DE L'ORDRE.          *
      *---------------------------------------------------------------*
      *
       4000-FINS-DU-MOIS-DEB.
      *
           WRITE FS-ENRG-ETAECH FROM WS-LECH-INTERL.
           MOVE 'ORDRES ARRIVANT A LEUR DATE DE FIN CE MOIS-CI :'
             TO WS-LECH-SECT-ED.
           WRITE FS-ENRG-ETAECH FROM WS-LECH-SECTION.
           WRITE FS-ENRG-ETAECH FROM WS-LECH-INTITULE.

           MOVE LOW-VALUES TO ORD-CLE.
           START FORDPERM KEY >= ORD-CLE.
           IF OK-FORDPERM
               READ FORDPERM NEXT INTO WS-ENRG-F-ORD
           END-IF.
           PERFORM 4010-FIN-MOIS-ORDRE-DEB
              THRU 4010-FIN-MOIS-ORDRE-FIN
              UNTIL NOT OK-FORDPERM.
      *
       4000-FINS-DU-MOIS-FIN.
            EXIT.


       4010-FIN-MOIS-ORDRE-DEB.
           IF NOT ORD-RESILIE
              AND WS-ORD-DATE-FIN(1:6) = WS-DMAJ-JOUR-NUM(1:6)
               ADD 1 TO WS-CPT-NB-FIN-MOIS
               EVALUATE TRUE
                  WHEN ORD-ACTIF
                       MOVE 'ACTIF'    TO WS-LECH-SITU-ED
                  WHEN ORD-SUSPENDU
                       MOVE 'SUSPENDU' TO WS-LECH-SITU-ED
                  WHEN OTHER
                       MOVE 'ECHU'     TO WS-LECH-SITU-ED
               END-EVALUATE
               MOVE WS-ORD-DATE-FIN TO WS-DATE-SSAAMMJJ
               PERFORM 8040-DETAIL-ECH-DEB
                  THRU 8040-DETAIL-ECH-FIN
           END-IF.
           READ FORDPERM NEXT INTO WS-ENRG-F-ORD.
       4010-FIN-MOIS-ORDRE-FIN.
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
       6000-OPEN-FORDPERM-DEB.
           OPEN I-O FORDPERM.
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

       6020-OPEN-FCARTORD-DEB.
           OPEN OUTPUT FCARTORD.
           IF NOT OK-FCARTORD
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FCARTORD'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCARTORD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OPEN-FCARTORD-FIN.
           EXIT.

       6030-OPEN-ETAECH-DEB.
           OPEN OUTPUT ETAECH.
           IF NOT OK-ETAECH
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETAECH'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETAECH
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-OPEN-ETAECH-FIN.
           EXIT.
      *
      *    OUVERTURE FICHIER FIN  -------------------------------------
      *
      *    ECRITURE FICHIER DEB  --------------------------------------
      *
       6040-WRITE-FCARTORD-DEB.
           WRITE FS-ENRG-FCARTORD FROM WS-ENR-MVC.
           IF NOT OK-FCARTORD
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FCARTORD'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCARTORD
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-WRITE-FCARTORD-FIN.
           EXIT.

       6050-REWRITE-FORDPERM-DEB.
           MOVE WS-DATE-JOUR TO WS-ORD-DMAJ.
           REWRITE FS-ENRG-FORDPERM FROM WS-ENRG-F-ORD.
           IF NOT OK-FORDPERM
              DISPLAY 'PROBLEME DE RECRITURE SUR FORDPERM'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FORDPERM
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-REWRITE-FORDPERM-FIN.
           EXIT.
      *
      *    ECRITURE FICHIER FIN  --------------------------------------
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-AVANCER-DEB.
      *    ECHEANCE SUIVANTE SELON LA FREQUENCE DE L'ORDRE.
           EVALUATE TRUE
              WHEN ORD-HEBDO
                   PERFORM 7010-LENDEMAIN-DEB
                      THRU 7010-LENDEMAIN-FIN
                      7 TIMES
              WHEN ORD-MENSUEL
                   MOVE 1  TO WS-NB-MOIS
              WHEN ORD-TRIMESTRIEL
                   MOVE 3  TO WS-NB-MOIS
              WHEN ORD-SEMESTRIEL
                   MOVE 6  TO WS-NB-MOIS
              WHEN OTHER
                   MOVE 12 TO WS-NB-MOIS
           END-EVALUATE.

           IF NOT ORD-HEBDO
               PERFORM 7020-AJOUTER-MOIS-DEB
                  THRU 7020-AJOUTER-MOIS-FIN
           END-IF.
       7000-AVANCER-FIN.
           EXIT.

       7010-LENDEMAIN-DEB.
      *    LENDEMAIN CALENDAIRE DE L'ECHEANCE : FINS DE MOIS ET
      *    CHANGEMENTS D'ANNEE COMPRIS.
           PERFORM 7030-JOURS-MOIS-DEB
              THRU 7030-JOURS-MOIS-FIN.
           IF WS-ORD-ECH-JJ < WS-JOURS-MOIS
               ADD 1 TO WS-ORD-ECH-JJ
           ELSE
               MOVE 01 TO WS-ORD-ECH-JJ
               IF WS-ORD-ECH-MM < 12
                   ADD 1 TO WS-ORD-ECH-MM
               ELSE
                   MOVE 01 TO WS-ORD-ECH-MM
                   PERFORM 7040-ANNEE-SUIVANTE-DEB
                      THRU 7040-ANNEE-SUIVANTE-FIN
               END-IF
           END-IF.
       7010-LENDEMAIN-FIN.
           EXIT.

       7020-AJOUTER-MOIS-DEB.
      *    LE JOUR DE REFERENCE EST RAMENE AU DERNIER JOUR DU MOIS
      *    QUAND CE MOIS EST PLUS COURT.
           COMPUTE WS-CAL-MOIS = WS-ORD-ECH-MM + WS-NB-MOIS.
           IF WS-CAL-MOIS > 12
               SUBTRACT 12 FROM WS-CAL-MOIS
               PERFORM 7040-ANNEE-SUIVANTE-DEB
                  THRU 7040-ANNEE-SUIVANTE-FIN
           END-IF.
           MOVE WS-CAL-MOIS TO WS-ORD-ECH-MM.

           PERFORM 7030-JOURS-MOIS-DEB
              THRU 7030-JOURS-MOIS-FIN.
           IF WS-ORD-JOUR-REF > WS-JOURS-MOIS
               MOVE WS-JOURS-MOIS   TO WS-ORD-ECH-JJ
           ELSE
               MOVE WS-ORD-JOUR-REF TO WS-ORD-ECH-JJ
           END-IF.
       7020-AJOUTER-MOIS-FIN.
           EXIT.

       7030-JOURS-MOIS-DEB.
      *    NOMBRE DE JOURS DU MOIS DE L'ECHEANCE, ANNEES
      *    BISSEXTILES COMPRISES (REGLE DU DIVISIBLE PAR QUATRE).
           EVALUATE WS-ORD-ECH-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-JOURS-MOIS
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-JOURS-MOIS
              WHEN 02
                   IF FUNCTION MOD(WS-ORD-ECH-AA, 4) = 0
                       MOVE 29 TO WS-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-JOURS-MOIS
                   END-IF
           END-EVALUATE.
       7030-JOURS-MOIS-FIN.
           EXIT.

       7040-ANNEE-SUIVANTE-DEB.
           IF WS-ORD-ECH-AA < 99
               ADD 1 TO WS-ORD-ECH-AA
           ELSE
               MOVE 00 TO WS-ORD-ECH-AA
               ADD 1 TO WS-ORD-ECH-SS
           END-IF.
       7040-ANNEE-SUIVANTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *            ENTETE ECH DEB   -----------------------------------
      *
       8030-TETE-ECH-DEB.

           WRITE FS-ENRG-ETAECH FROM WS-LECH-ASTER.

           WRITE FS-ENRG-ETAECH FROM WS-LECH-TITRE.

           WRITE FS-ENRG-ETAECH FROM WS-LECH-ASTER.

           MOVE 'ECHEANCES EXECUTEES ET ECARTEES DU JOUR :'
             TO WS-LECH-SECT-ED.
           WRITE FS-ENRG-ETAECH FROM WS-LECH-SECTION.

           WRITE FS-ENRG-ETAECH FROM WS-LECH-INTITULE.

       8030-TETE-ECH-FIN.
           EXIT.
      *
      *            ENTETE ECH FIN   -----------------------------------
      *
      *            CORPS ECH DEB    -----------------------------------
      *
       8040-DETAIL-ECH-DEB.
      *    LA DATE IMPRIMEE (WS-DATE-SSAAMMJJ) ET LA SITUATION SONT
      *    POSEES PAR L'APPELANT.
           MOVE WS-DATE-JJ      TO WS-DATE-ED-JJ.
           MOVE WS-DATE-MM      TO WS-DATE-ED-MM.
           MOVE WS-DATE-SSAA    TO WS-DATE-ED-SSAA.

           MOVE WS-ORD-NUM-CPT  TO WS-LECH-CPT-ED.
           MOVE WS-ORD-NUM      TO WS-LECH-ORD-ED.
           MOVE WS-DATE-ED-NUM  TO WS-LECH-DATE-ED.
           MOVE WS-ORD-SENS     TO WS-LECH-SENS-ED.
           MOVE WS-ORD-MONTANT  TO WS-LECH-MNT-ED.
           MOVE WS-ORD-LIBELLE  TO WS-LECH-LIB-ED.
           WRITE FS-ENRG-ETAECH FROM WS-LECH-DETAIL.

       8040-DETAIL-ECH-FIN.
           EXIT.
      *
      *            CORPS ECH FIN    -----------------------------------
      *
      *            FDP ECH DEB      -----------------------------------
      *
       8050-FDP-ECH-DEB.

           WRITE FS-ENRG-ETAECH FROM WS-LECH-INTERL.
           WRITE FS-ENRG-ETAECH FROM WS-LECH-ASTER.

           MOVE 'ECHEANCES EXECUTEES'        TO WS-LECH-NB-LIB-ED.
           MOVE WS-CPT-NB-EXEC               TO WS-LECH-NB-ED.
           WRITE FS-ENRG-ETAECH FROM WS-LECH-NOMBRE.

           MOVE 'ECHEANCES ECARTEES'         TO WS-LECH-NB-LIB-ED.
           MOVE WS-CPT-NB-ECART              TO WS-LECH-NB-ED.
           WRITE FS-ENRG-ETAECH FROM WS-LECH-NOMBRE.

           MOVE 'ORDRES PASSES ECHUS CE JOUR' TO WS-LECH-NB-LIB-ED.
           MOVE WS-CPT-NB-ECHUS              TO WS-LECH-NB-ED.
           WRITE FS-ENRG-ETAECH FROM WS-LECH-NOMBRE.

           MOVE 'ORDRES FINISSANT CE MOIS-CI' TO WS-LECH-NB-LIB-ED.
           MOVE WS-CPT-NB-FIN-MOIS           TO WS-LECH-NB-ED.
           WRITE FS-ENRG-ETAECH FROM WS-LECH-NOMBRE.

           MOVE 'TOTAL DES DEBITS GENERES'   TO WS-LECH-TOT-LIB-ED.
           MOVE WS-TOT-DEB-GEN               TO WS-LECH-TOT-MNT-ED.
           WRITE FS-ENRG-ETAECH FROM WS-LECH-TOTAL.

           MOVE 'TOTAL DES CREDITS GENERES'  TO WS-LECH-TOT-LIB-ED.
           MOVE WS-TOT-CRE-GEN               TO WS-LECH-TOT-MNT-ED.
           WRITE FS-ENRG-ETAECH FROM WS-LECH-TOTAL.

           WRITE FS-ENRG-ETAECH FROM WS-LECH-ASTER.

       8050-FDP-ECH-FIN.
           EXIT.
      *
      *            FDP ECH FIN      -----------------------------------
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
       8999-STATISTIQUES-DEB.
      *
            DISPLAY '************************************************'
            DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP20       *'
            DISPLAY '*     ==================================       *'
            DISPLAY '************************************************'.
            DISPLAY SPACE
            DISPLAY SPACE
            DISPLAY WS-LCRE-ASTER.
            DISPLAY WS-LCRE-TITRE.
            DISPLAY WS-LCRE-ASTER.

            MOVE WS-CPT-NB-ORDRES TO WS-LCRE-DET-TOT-ED.
            MOVE 'NOMBRE D''ORDRES LUS' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-EXEC TO WS-LCRE-DET-TOT-ED.
            MOVE 'CARTES D''ECHEANCE PRODUITES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ECART TO WS-LCRE-DET-TOT-ED.
            MOVE 'ECHEANCES ECARTEES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ECHUS TO WS-LCRE-DET-TOT-ED.
            MOVE 'ORDRES PASSES ECHUS' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-REPRISES TO WS-LCRE-DET-TOT-ED.
            MOVE 'ORDRES REPRIS D''UN PASSAGE DU JOUR' TO
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP20        *'
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
            DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP20       *'
            DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
            DISPLAY '*==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            MOVE WS-CODE-RETOUR TO RETURN-CODE.
            STOP RUN.

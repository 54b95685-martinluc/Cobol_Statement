      *               ! DU PASSAGE QUI L'A REGENERE : LE GARDIEN DE   *
      *               ! CHAINE VERIFIE AINSI QU'ADSOTP5 NE DEMARRE    *
      *               ! JAMAIS SUR DES TOTAUX DE LA VEILLE            *
      * 15/10/2026    ! CLOTURE AVEC REGLEMENT : LE SOLDE A REGLER    *
      *               ! (SOLDE DU MAITRE PLUS MOUVEMENTS DE FMOUVT    *
      *               ! NON ENCORE IMPUTES) EST VIRE VERS OU DEPUIS   *
      *               ! LE COMPTE DE REGLEMENT DE LA CARTE 'C' PAR    *
      *               ! UNE PAIRE DE MOUVEMENTS ECRITE DANS FMOUVT    *
      *               ! (JOURNAL 'S') ET LE COMPTE EST INSCRIT AU     *
      *               ! REGISTRE DES COMPTES CLOS FCLOTURE (JOURNAL   *
      *               ! 'F') EN ATTENTE DE SON RELEVE FINAL ADSOTP21. *
      *               ! UNE CLOTURE A SOLDE NON NUL SANS COMPTE DE    *
      *               ! REGLEMENT VALIDE EST REJETEE                  *
      * 15/10/2026    ! DOUBLE CONTROLE : LES CLOTURES 'C', LES       *
      *               ! REOUVERTURES 'R' ET LES CREATIONS OU          *
      *               ! MODIFICATIONS DONT L'ECART DE SOLDE DEPASSE   *
      *               ! LE SEUIL (CARTE PARAMETRE 'P') SONT MISES EN  *
      *               ! ATTENTE DANS FATTENTE (JOURNAL 'H'). UNE      *
      *               ! CARTE 'V' D'UN AUTRE OPERATEUR, A UN PASSAGE  *
      *               ! ULTERIEUR, LES APPLIQUE (JOURNAL 'W' PUIS     *
      *               ! JOURNALISATION HABITUELLE) ; AU-DELA DU DELAI *
      *               ! ELLES EXPIRENT. ETAT ETAATT DES DEMANDES      *
      * 15/10/2026    ! UNE CLE DE JAMBE DE REGLEMENT DEJA PRESENTE   *
      *               ! DANS FMOUVT ARRETE LE PASSAGE AVANT TOUTE     *
      *               ! JOURNALISATION                                *
      * 15/10/2026    ! LA DEMANDE EN ATTENTE CONSERVE LE SOLDE DU    *
      *               ! MAITRE ; UNE MODIFICATION VALIDEE ALORS QUE   *
      *               ! CE SOLDE A BOUGE EST REJETEE                  *
      *===============================================================*
      *
      *************************
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS         IS WS-FS-FJOURNAL.
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
           SELECT  FCLOTURE            ASSIGN TO CLOTURE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLO-NUM-CPT
                   FILE STATUS         IS WS-FS-FCLOTURE.
      *
      *                      -------------------------------------------
      *
           SELECT  FATTENTE            ASSIGN TO ATTENTE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ATT-REF
                   FILE STATUS         IS WS-FS-FATTENTE.
      *
      *                      -------------------------------------------
      *
           SELECT  ETAATT              ASSIGN TO ETATATT
                   FILE STATUS         IS WS-FS-ETAATT.
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *
      *                      -------------------------------------------
      *
      *                      MOUVEMENTS DE LA PERIODE : RECOIT LA PAIRE
      *                      DE VIREMENT DE REGLEMENT D'UNE CLOTURE.
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
      *                      REGISTRE DES MOUVEMENTS DEJA IMPUTES PAR
      *                      ADSOTP17, MEME CLE QUE FMOUVT.
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
      *                      REGISTRE DES COMPTES CLOS (TP5CLOT).
       FD  FCLOTURE.
       01  FS-ENRG-FCLOTURE.
           05  CLO-NUM-CPT           PIC 9(10).
           05  CLO-DONNEES           PIC X(80).
      *
      *                      -------------------------------------------
      *
      *                      DEMANDES SOUMISES A DOUBLE CONTROLE
      *                      (TP5ATTE).
       FD  FATTENTE.
       01  FS-ENRG-FATTENTE.
           05  ATT-REF               PIC 9(06).
           05  ATT-DONNEES           PIC X(124).
      *
      *                      -------------------------------------------
      *
       FD  ETAATT.
       01  FS-ENRG-ETAATT        PIC X(78).
      *
      *                      -------------------------------------------
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================

       01  WS-FS-FJOURNAL  PIC X(2).
           88  OK-FJOURNAL             VALUE '00'.

       01  WS-FS-FMOUVT    PIC X(2).
           88  FIN-FMOUVT              VALUE '10'.
           88  OK-FMOUVT               VALUE '00'.
           88  DOUBLON-FMOUVT          VALUE '22'.
           88  ENR-FMOUVT-NOK          VALUE '23'.
           88  FMOUVT-ABSENT           VALUE '35'.

       01  WS-FS-FMVTIMP   PIC X(2).
           88  OK-FMVTIMP              VALUE '00'.
           88  FMVTIMP-ABSENT          VALUE '35'.

       01  WS-FS-FCLOTURE  PIC X(2).
           88  OK-FCLOTURE             VALUE '00'.
           88  DOUBLON-FCLOTURE        VALUE '22'.
           88  ENR-FCLOTURE-NOK        VALUE '23'.
           88  FCLOTURE-ABSENT         VALUE '35'.

       01  WS-FS-FATTENTE  PIC X(2).
           88  OK-FATTENTE             VALUE '00'.
           88  ENR-FATTENTE-NOK        VALUE '23'.
           88  FATTENTE-ABSENT         VALUE '35'.

       01  WS-FS-ETAATT    PIC X(2).
           88  OK-ETAATT               VALUE '00'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *
      *    AVANT-IMAGE, DANS L'ORDRE D'APPLICATION DES CARTES.
       01  WS-CPT-SEQ-JRN         PIC 9(6) VALUE 0.

       01  WS-CPT-NB-CLOT         PIC 9(6) VALUE 0.

       01  WS-CPT-NB-REGL         PIC 9(6) VALUE 0.

      *    SOLDE A REGLER A LA CLOTURE : SOLDE DU MAITRE PLUS LES
      *    MOUVEMENTS DE FMOUVT QU'ADSOTP17 N'A PAS ENCORE IMPUTES.
       01  WS-SOLDE-A-REGLER      PIC S9(9)V99 VALUE 0.

      *    VIREMENT DE REGLEMENT : COMPTE DEBITE, COMPTE CREDITE,
      *    MONTANT ET SEQUENCE PARTAGEE PAR LES DEUX JAMBES.
       01  WS-REGL-CPT-DEB        PIC 9(10) VALUE 0.

       01  WS-REGL-CPT-CRE        PIC 9(10) VALUE 0.

       01  WS-REGL-MONTANT        PIC 9(7)V99 VALUE 0.

       01  WS-SEQ-CPT             PIC 9(10) VALUE 0.

       01  WS-SEQ-HAUTE           PIC 9(3) VALUE 0.

       01  WS-SEQ-HAUTE-DEB       PIC 9(3) VALUE 0.

      *    SOLDE SIGNE RECONSTITUE DEPUIS LA CARTE : ZONE DE
      *    TRAVAIL POUR NE JAMAIS TOUCHER LA ZONE FICHIER AVANT
      *    QUE L'AVANT-IMAGE N'AIT ETE JOURNALISEE.
           05  WS-DMAJ-JOUR-AA    PIC 9(2).
           05  WS-DMAJ-JOUR-MM    PIC 9(2).
           05  WS-DMAJ-JOUR-JJ    PIC 9(2).

      *    DOUBLE CONTROLE : SEUIL D'ECART DE SOLDE ET DELAI
      *    D'EXPIRATION EN JOURS, MODIFIABLES PAR LA CARTE 'P'.
       01  WS-DBL-SEUIL           PIC 9(7)V99 VALUE 5000.

       01  WS-DBL-DELAI           PIC 9(3) VALUE 5.

       01  WS-ECART-SOLDE         PIC S9(9)V99 VALUE 0.

      *    DERNIERE REFERENCE ATTRIBUEE DANS FATTENTE.
       01  WS-ATT-DER-REF         PIC 9(6) VALUE 0.

       01  WS-VAL-OPERATEUR       PIC X(8) VALUE SPACES.

       01  WS-CPT-NB-ATT          PIC 9(6) VALUE 0.

       01  WS-CPT-NB-VAL          PIC 9(6) VALUE 0.

       01  WS-CPT-NB-VAL-REJ      PIC 9(6) VALUE 0.

       01  WS-CPT-NB-EXP          PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ENCOURS      PIC 9(6) VALUE 0.

      *    RANG ABSOLU D'UNE DATE SSAAMMJJ, POUR L'AGE EN JOURS
      *    D'UNE DEMANDE EN ATTENTE.
       01  WS-RNG-DATE.
           05  WS-RNG-SS          PIC 9(02).
           05  WS-RNG-AA          PIC 9(02).
           05  WS-RNG-MM          PIC 9(02).
           05  WS-RNG-JJ          PIC 9(02).

       01  WS-RNG-NUM  REDEFINES WS-RNG-DATE  PIC 9(08).

       01  WS-RNG-ANNEE           PIC 9(04)     VALUE 0.

       01  WS-RNG-BISSEXT         PIC 9(04)     VALUE 0.

       01  WS-RNG-RANG            PIC 9(07)     VALUE 0.

       01  WS-JOUR-RANG           PIC 9(07)     VALUE 0.

       01  WS-ATT-AGE             PIC 9(07)     VALUE 0.

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
      *    COMPTEUR FIN      -------------------------------------------
      *
       01  WS-AIG-TETE-REJ        PIC 9 VALUE 0.

       01  WS-MOTIF-REJET         PIC X(45) VALUE SPACES.

      *    LE REGISTRE FMVTIMP N'EXISTE PAS AVANT LA PREMIERE
      *    IMPUTATION : TOUS LES MOUVEMENTS SONT ALORS A REGLER.
       01  WS-SW-IMP              PIC 9 VALUE 0.
           88  IMP-DISPONIBLE         VALUE 1.

       01  WS-SW-IMP-LU           PIC 9 VALUE 0.
           88  MVT-A-IMPUTER          VALUE 1.

      *    SORT DE LA CARTE COURANTE : APPLIQUEE AU MAITRE OU MISE
      *    EN ATTENTE DE VALIDATION.
       01  WS-SW-TRT              PIC 9 VALUE 0.
           88  CARTE-APPLIQUEE        VALUE 1.
           88  CARTE-EN-ATTENTE       VALUE 2.

       01  WS-SW-SENSIBLE         PIC 9 VALUE 0.
           88  CARTE-SENSIBLE         VALUE 1.
      *
      *    AIGUILLAGE FIN    -------------------------------------------
      *

       COPY TP5JRNL.

       COPY TP5MOUVT.

       COPY TP5CLOT.

       COPY TP5ATTE.

       COPY TP5LATT.

      *    FICHIER COPIER FIN   ----------------------------------------
      *
      *    LIGNES DU COMPTE-RENDU DE FIN DE PROGRAMME  --------------
              THRU 6010-OPEN-ETAREJ-FIN.
           PERFORM 6050-OPEN-FJOURNAL-DEB
              THRU 6050-OPEN-FJOURNAL-FIN.
           PERFORM 6060-OPEN-FMOUVT-DEB
              THRU 6060-OPEN-FMOUVT-FIN.
           PERFORM 6070-OPEN-FMVTIMP-DEB
              THRU 6070-OPEN-FMVTIMP-FIN.
           PERFORM 6080-OPEN-FCLOTURE-DEB
              THRU 6080-OPEN-FCLOTURE-FIN.
           PERFORM 6110-OPEN-FATTENTE-DEB
              THRU 6110-OPEN-FATTENTE-FIN.
           PERFORM 6120-OPEN-ETAATT-DEB
              THRU 6120-OPEN-ETAATT-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.
           MOVE WS-DATE-JOUR-AA TO WS-DMAJ-JOUR-AA.
           MOVE WS-DATE-JOUR-MM TO WS-DMAJ-JOUR-MM.
           MOVE WS-DATE-JOUR-JJ TO WS-DMAJ-JOUR-JJ.
           MOVE WS-DMAJ-JOUR TO WS-RNG-DATE.
           PERFORM 7400-RANG-DATE-DEB
              THRU 7400-RANG-DATE-FIN.
           MOVE WS-RNG-RANG TO WS-JOUR-RANG.

           ACCEPT WS-ENR-MAJ.
           PERFORM 1100-PARAMETRE-DEB
              THRU 1100-PARAMETRE-FIN.

           PERFORM 8070-TETE-ATT-DEB
              THRU 8070-TETE-ATT-FIN.
           PERFORM 3000-EXPIRATION-DEB
              THRU 3000-EXPIRATION-FIN.

      *
      *---------------------------------------------------------------*
      * ===================                                           *
      *---------------------------------------------------------------*
      *
           PERFORM 3100-LISTE-ATTENTE-DEB
              THRU 3100-LISTE-ATTENTE-FIN.

           PERFORM 5000-REGEN-TOTAUX-DEB
              THRU 5000-REGEN-TOTAUX-FIN.

              THRU 8999-STATISTIQUES-FIN.
           PERFORM 8050-FDP-REJ-DEB
              THRU 8050-FDP-REJ-FIN.
           PERFORM 8090-FDP-ATT-DEB
              THRU 8090-FDP-ATT-FIN.

           CLOSE FCPTE.
           CLOSE ETAREJ.
           CLOSE FJOURNAL.
           CLOSE FMOUVT.
           IF IMP-DISPONIBLE
              CLOSE FMVTIMP
           END-IF.
           CLOSE FCLOTURE.
           CLOSE FATTENTE.
           CLOSE ETAATT.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
           ADD 1 TO WS-CPT-NB-CARTES.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE 0 TO WS-SW-TRT.
      *
      *---------------------------------------------------------------*
      * APPEL D'UN NOUVEAU COMPOSANT (ALTERNATIVE)                    *
      * ==========================================                    *
      *---------------------------------------------------------------*
      *
      *    UNE CARTE SENSIBLE N'EST PAS APPLIQUEE : ELLE EST MISE EN
      *    ATTENTE D'UNE VALIDATION PAR UN SECOND OPERATEUR.
           EVALUATE TRUE
              WHEN MAJ-VALIDATION
                     PERFORM 2050-VALIDATION-DEB
                        THRU 2050-VALIDATION-FIN
              WHEN MAJ-PARAMETRE
                     MOVE 'CARTE PARAMETRE HORS TETE DE PAQUET'
                       TO WS-MOTIF-REJET
              WHEN OTHER
                     PERFORM 2100-CONTROLE-SENSIBLE-DEB
                        THRU 2100-CONTROLE-SENSIBLE-FIN
                     IF WS-MOTIF-REJET = SPACES
                         IF CARTE-SENSIBLE
                             PERFORM 2110-MISE-EN-ATTENTE-DEB
                                THRU 2110-MISE-EN-ATTENTE-FIN
                         ELSE
                             PERFORM 1010-APPLIQUER-DEB
                                THRU 1010-APPLIQUER-FIN
                         END-IF
                     END-IF
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 8040-CORPS-REJ-DEB
                  THRU 8040-CORPS-REJ-FIN
           ELSE
             IF CARTE-APPLIQUEE
               ADD 1 TO WS-CPT-NB-APPL
      *        MARQUEUR DE CARTE APPLIQUEE : APRES UN ABEND, LE
      *        JOURNAL DIT EXACTEMENT QUELLES CARTES SONT PASSEES.
      *        POUR UNE VALIDATION, C'EST LA CARTE EN ATTENTE QUI
      *        EST MARQUEE.
               MOVE 'K'            TO WS-JRN-TYPE
               MOVE WS-MAJ-NUM-CPT TO WS-JRN-NUM-CPT
               MOVE WS-ENR-MAJ     TO WS-JRN-IMAGE
               PERFORM 7100-JOURNALISER-DEB
                  THRU 7100-JOURNALISER-FIN
             END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
      * OREILETTE DE DROITE                                           *
      * ===================                                           *
      *---------------------------------------------------------------*
      *
           ACCEPT WS-ENR-MAJ.
      *
       1000-MISE-A-JOUR-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT APPLICATION            *
      *               ====================================            *
      *---------------------------------------------------------------*
      *
       1010-APPLIQUER-DEB.
      *
           EVALUATE TRUE
              WHEN MAJ-CREATION
                       TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               MOVE 1 TO WS-SW-TRT
           END-IF.
      *
       1010-APPLIQUER-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PARAMETRE              *
      *               ==================================              *
      *---------------------------------------------------------------*
      *  LA CARTE 'P' EST FACULTATIVE ET NE SE PLACE QU'EN TETE DU    *
      *  PAQUET. UNE ZONE A ZERO GARDE SA VALEUR PAR DEFAUT ; UNE     *
      *  CARTE ILLISIBLE EST REJETEE ET LES DEFAUTS S'APPLIQUENT.     *
      *---------------------------------------------------------------*
      *
       1100-PARAMETRE-DEB.
      *
           IF NOT MAJ-PARAMETRE
               GO TO 1100-PARAMETRE-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-CARTES.
           MOVE SPACES TO WS-MOTIF-REJET.
           IF WS-MAJ-PRM-SEUIL IS NOT NUMERIC
              OR WS-MAJ-PRM-DELAI IS NOT NUMERIC
               MOVE 'CARTE PARAMETRE INVALIDE - DEFAUTS APPLIQUES'
                 TO WS-MOTIF-REJET
               PERFORM 8040-CORPS-REJ-DEB
                  THRU 8040-CORPS-REJ-FIN
           ELSE
               IF WS-MAJ-PRM-SEUIL > 0
                   MOVE WS-MAJ-PRM-SEUIL TO WS-DBL-SEUIL
               END-IF
               IF WS-MAJ-PRM-DELAI > 0
                   MOVE WS-MAJ-PRM-DELAI TO WS-DBL-DELAI
               END-IF
           END-IF.
           ACCEPT WS-ENR-MAJ.
      *
       1100-PARAMETRE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *
       2030-CLOTURE-DEB.
      *
      *    UN COMPTE NE SE FERME QUE SUR UN SOLDE A REGLER NUL OU
      *    REGLE PAR VIREMENT SUR LE COMPTE DE REGLEMENT DE LA
      *    CARTE ; TOUS LES CONTROLES PRECEDENT LA PREMIERE
      *    ECRITURE POUR QU'UNE CARTE REJETEE NE LAISSE RIEN.
           PERFORM 6020-READ-FCPTE-DEB
              THRU 6020-READ-FCPTE-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
               GO TO 2030-CLOTURE-FIN
           END-IF.
           IF CPTE-CLOS
               MOVE 'CLOTURE D''UN COMPTE DEJA CLOS'
                 TO WS-MOTIF-REJET
               GO TO 2030-CLOTURE-FIN
           END-IF.

           MOVE WS-MAJ-NUM-CPT TO CLO-NUM-CPT.
           READ FCLOTURE.
           IF OK-FCLOTURE
               MOVE 'COMPTE DEJA INSCRIT AU REGISTRE DES CLOS'
                 TO WS-MOTIF-REJET
               GO TO 2030-CLOTURE-FIN
           END-IF.

           MOVE SPACES              TO WS-ENRG-F-CLO.
           MOVE WS-CPTE-CPTE        TO WS-CLO-NUM-CPT.
           MOVE WS-CPTE-NOM         TO WS-CLO-NOM-CLI.
           MOVE WS-CPTE-DCREA       TO WS-CLO-DCREA.
           MOVE WS-DMAJ-JOUR        TO WS-CLO-DATE-CLOT.
           MOVE WS-CPTE-STATUT      TO WS-CLO-STATUT-AVANT.
           MOVE 0                   TO WS-CLO-CPT-REGL.
           MOVE 0                   TO WS-CLO-REF-REGL.
           MOVE 0                   TO WS-CLO-DATE-RELEVE.
           MOVE 0                   TO WS-CLO-SEQ-RELV.

           PERFORM 7200-SOLDE-A-REGLER-DEB
              THRU 7200-SOLDE-A-REGLER-FIN.
           IF WS-SOLDE-A-REGLER > 9999999,99
              OR WS-SOLDE-A-REGLER < -9999999,99
               MOVE 'CLOTURE REFUSEE - SOLDE A REGLER HORS CAPACITE'
                 TO WS-MOTIF-REJET
               GO TO 2030-CLOTURE-FIN
           END-IF.
           MOVE WS-SOLDE-A-REGLER   TO WS-CLO-SOLDE-CLOT.

           IF WS-SOLDE-A-REGLER NOT = 0
               PERFORM 2035-CONTROLE-REGLEMENT-DEB
                  THRU 2035-CONTROLE-REGLEMENT-FIN
               IF WS-MOTIF-REJET NOT = SPACES
                   GO TO 2030-CLOTURE-FIN
               END-IF
      *        LE CONTROLE A LU LE COMPTE DE REGLEMENT : ON RELIT LE
      *        COMPTE A CLORE POUR QUE LA ZONE FICHIER PORTE SON
      *        AVANT-IMAGE AU MOMENT DE LA RECRITURE.
               PERFORM 6020-READ-FCPTE-DEB
                  THRU 6020-READ-FCPTE-FIN
               IF WS-MOTIF-REJET NOT = SPACES
                   GO TO 2030-CLOTURE-FIN
               END-IF
               PERFORM 2036-VIREMENT-REGLEMENT-DEB
                  THRU 2036-VIREMENT-REGLEMENT-FIN
           END-IF.

           MOVE 'C' TO WS-CPTE-STATUT.
           PERFORM 6040-REWRITE-FCPTE-DEB
              THRU 6040-REWRITE-FCPTE-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
               GO TO 2030-CLOTURE-FIN
           END-IF.

           PERFORM 6090-WRITE-FCLOTURE-DEB
              THRU 6090-WRITE-FCLOTURE-FIN.
           ADD 1 TO WS-CPT-NB-CLOT.
      *
       2030-CLOTURE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CONTROLE REGLEMENT     *
      *               ===========================================     *
      *---------------------------------------------------------------*
      *
       2035-CONTROLE-REGLEMENT-DEB.
      *
      *    LE COMPTE DE REGLEMENT DOIT EXISTER, ETRE ACTIF ET
      *    DIFFERENT DU COMPTE A CLORE : IL RECOIT UN SOLDE
      *    CREDITEUR OU COUVRE UN SOLDE DEBITEUR.
           IF WS-MAJ-CPT-REGL IS NOT NUMERIC
              OR WS-MAJ-CPT-REGL = 0
               MOVE 'CLOTURE REFUSEE - SOLDE NON NUL SANS REGLEMENT'
                 TO WS-MOTIF-REJET
               GO TO 2035-CONTROLE-REGLEMENT-FIN
           END-IF.
           IF WS-MAJ-CPT-REGL = WS-MAJ-NUM-CPT
               MOVE 'COMPTE DE REGLEMENT IDENTIQUE AU COMPTE CLOS'
                 TO WS-MOTIF-REJET
               GO TO 2035-CONTROLE-REGLEMENT-FIN
           END-IF.
           MOVE WS-MAJ-CPT-REGL TO FS-NUM-CPT.
           READ FCPTE INTO WS-ENRG-F-CPTE.
           IF NOT (OK-FCPTE OR DOUBLON-CS-FCPTE)
               MOVE 'COMPTE DE REGLEMENT INCONNU' TO WS-MOTIF-REJET
               GO TO 2035-CONTROLE-REGLEMENT-FIN
           END-IF.
           IF NOT CPTE-ACTIF
               MOVE 'COMPTE DE REGLEMENT NON ACTIF' TO WS-MOTIF-REJET
               GO TO 2035-CONTROLE-REGLEMENT-FIN
           END-IF.

           IF WS-SOLDE-A-REGLER > 0
               MOVE WS-MAJ-NUM-CPT  TO WS-REGL-CPT-DEB
               MOVE WS-MAJ-CPT-REGL TO WS-REGL-CPT-CRE
               MOVE WS-SOLDE-A-REGLER TO WS-REGL-MONTANT
           ELSE
               MOVE WS-MAJ-CPT-REGL TO WS-REGL-CPT-DEB
               MOVE WS-MAJ-NUM-CPT  TO WS-REGL-CPT-CRE
               COMPUTE WS-REGL-MONTANT = 0 - WS-SOLDE-A-REGLER
           END-IF.

           MOVE WS-REGL-CPT-DEB TO WS-SEQ-CPT.
           PERFORM 7300-ATTRIBUER-SEQ-DEB
              THRU 7300-ATTRIBUER-SEQ-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
               GO TO 2035-CONTROLE-REGLEMENT-FIN
           END-IF.
           MOVE WS-SEQ-HAUTE TO WS-SEQ-HAUTE-DEB.
           MOVE WS-REGL-CPT-CRE TO WS-SEQ-CPT.
           PERFORM 7300-ATTRIBUER-SEQ-DEB
              THRU 7300-ATTRIBUER-SEQ-FIN.
           IF WS-SEQ-HAUTE-DEB > WS-SEQ-HAUTE
               MOVE WS-SEQ-HAUTE-DEB TO WS-SEQ-HAUTE
           END-IF.
      *
       2035-CONTROLE-REGLEMENT-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT VIREMENT REGLEMENT     *
      *               ===========================================     *
      *---------------------------------------------------------------*
      *
       2036-VIREMENT-REGLEMENT-DEB.
      *
      *    PAIRE DE MOUVEMENTS AU FORMAT DES VIREMENTS SAISIS PAR
      *    ADSOTP3, DATEE DU JOUR ; ADSOTP17 L'IMPUTE AU PASSAGE
      *    SUIVANT ET LE SOLDE DU COMPTE CLOS REVIENT ALORS A ZERO.
      *    CHAQUE JAMBE EST JOURNALISEE AVANT SON ECRITURE.
           MOVE WS-REGL-CPT-DEB   TO WS-MVT-CPTE.
           MOVE WS-DMAJ-JOUR      TO WS-MVT-DOPER.
           COMPUTE WS-MVT-SEQ = WS-SEQ-HAUTE + 1.
           MOVE 'M'               TO WS-MVT-TYPE.
           MOVE 'D'               TO WS-MVT-SENS.
           MOVE WS-REGL-MONTANT   TO WS-MVT-MONTANT.
           MOVE SPACES            TO WS-MVT-LIBELLE.
           MOVE 'VIR'             TO WS-MVT-VIR-MARQUE.
           MOVE WS-MVT-SEQ        TO WS-MVT-VIR-REF.
           MOVE WS-REGL-CPT-CRE   TO WS-MVT-VIR-CTP.
           PERFORM 6100-WRITE-FMOUVT-DEB
              THRU 6100-WRITE-FMOUVT-FIN.

           MOVE WS-REGL-CPT-CRE   TO WS-MVT-CPTE.
           MOVE 'C'               TO WS-MVT-SENS.
           MOVE WS-REGL-CPT-DEB   TO WS-MVT-VIR-CTP.
           PERFORM 6100-WRITE-FMOUVT-DEB
              THRU 6100-WRITE-FMOUVT-FIN.

           MOVE WS-MAJ-CPT-REGL   TO WS-CLO-CPT-REGL.
           MOVE WS-MVT-SEQ        TO WS-CLO-REF-REGL.
           ADD 1 TO WS-CPT-NB-REGL.
      *
       2036-VIREMENT-REGLEMENT-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT REOUVERTURE            *
      *               =====================================           *
      *---------------------------------------------------------------*
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT VALIDATION             *
      *               ===================================             *
      *---------------------------------------------------------------*
      *  LA CARTE 'V' DESIGNE UNE DEMANDE EN ATTENTE PAR SA REFERENCE *
      *  ET SON COMPTE. LE VALIDEUR DOIT ETRE UN AUTRE OPERATEUR QUE  *
      *  LE DEMANDEUR ET LA VALIDATION INTERVIENT A UN PASSAGE        *
      *  ULTERIEUR A LA DEMANDE. LA CARTE CONSERVEE EST ALORS         *
      *  APPLIQUEE COMME UNE CARTE DU JOUR, AVEC TOUS SES CONTROLES ; *
      *  LE MARQUEUR 'K' QUI SUIT PORTE CETTE CARTE.                  *
      *---------------------------------------------------------------*
      *
       2050-VALIDATION-DEB.
      *
           MOVE WS-MAJ-OPERATEUR TO WS-VAL-OPERATEUR.
           MOVE SPACES           TO WS-ENRG-F-ATT.
           MOVE 0                TO WS-ATT-REF.
           MOVE 0                TO WS-ATT-DATE-DEM.
           MOVE 0                TO WS-ATT-DATE-TRT.
           IF WS-MAJ-NUM-CPT IS NUMERIC
               MOVE WS-MAJ-NUM-CPT TO WS-ATT-NUM-CPT
           ELSE
               MOVE 0              TO WS-ATT-NUM-CPT
           END-IF.

           IF WS-MAJ-REF-ATT IS NOT NUMERIC
               MOVE 'REFERENCE DE DEMANDE INVALIDE' TO WS-MOTIF-REJET
               GO TO 2050-VALIDATION-REJET
           END-IF.
           MOVE WS-MAJ-REF-ATT TO WS-ATT-REF.
           MOVE WS-MAJ-REF-ATT TO ATT-REF.
           READ FATTENTE INTO WS-ENRG-F-ATT.
           IF ENR-FATTENTE-NOK
               MOVE 'DEMANDE EN ATTENTE INCONNUE' TO WS-MOTIF-REJET
               GO TO 2050-VALIDATION-REJET
           END-IF.
           IF NOT OK-FATTENTE
               DISPLAY 'PROBLEME DE LECTURE DU FICHIER FATTENTE'
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FATTENTE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF WS-MAJ-NUM-CPT NOT = WS-ATT-NUM-CPT
               MOVE 'COMPTE DIFFERENT DE CELUI DE LA DEMANDE'
                 TO WS-MOTIF-REJET
               GO TO 2050-VALIDATION-REJET
           END-IF.
           IF ATT-EXPIREE
               MOVE 'DEMANDE EXPIREE' TO WS-MOTIF-REJET
               GO TO 2050-VALIDATION-REJET
           END-IF.
           IF NOT ATT-EN-ATTENTE
               MOVE 'DEMANDE DEJA TRAITEE' TO WS-MOTIF-REJET
               GO TO 2050-VALIDATION-REJET
           END-IF.
           IF WS-VAL-OPERATEUR = SPACES
               MOVE 'OPERATEUR DE VALIDATION NON RENSEIGNE'
                 TO WS-MOTIF-REJET
               GO TO 2050-VALIDATION-REJET
           END-IF.
           IF WS-VAL-OPERATEUR = WS-ATT-OPE-DEM
               MOVE 'VALIDATION PAR L''OPERATEUR DEMANDEUR'
                 TO WS-MOTIF-REJET
               GO TO 2050-VALIDATION-REJET
           END-IF.
           IF WS-ATT-DATE-DEM = WS-DMAJ-JOUR
               MOVE 'VALIDATION LE JOUR MEME DE LA DEMANDE'
                 TO WS-MOTIF-REJET
               GO TO 2050-VALIDATION-REJET
           END-IF.

      *    LA CARTE EN ATTENTE DEVIENT LA CARTE COURANTE : UN REJET
      *    A L'APPLICATION L'EDITE SUR L'ETAT DES REJETS.
           MOVE WS-ATT-CARTE TO WS-ENR-MAJ.
      *    UNE MODIFICATION POSE UN SOLDE ABSOLU : SI DES MOUVEMENTS
      *    ONT ETE IMPUTES DEPUIS LA DEMANDE, LA CARTE LES EFFACERAIT.
      *    ELLE EST ALORS REJETEE ET DOIT ETRE RESSAISIE.
           IF MAJ-MODIF
               PERFORM 6020-READ-FCPTE-DEB
                  THRU 6020-READ-FCPTE-FIN
               IF WS-MOTIF-REJET = SPACES
                  AND WS-CPTE-SOLDE NOT = WS-ATT-SOLDE-DEM
                   MOVE 'SOLDE MODIFIE DEPUIS LA DEMANDE'
                     TO WS-MOTIF-REJET
               END-IF
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               PERFORM 1010-APPLIQUER-DEB
                  THRU 1010-APPLIQUER-FIN
           END-IF.

           MOVE WS-DMAJ-JOUR     TO WS-ATT-DATE-TRT.
           MOVE WS-VAL-OPERATEUR TO WS-ATT-OPE-VAL.
           IF WS-MOTIF-REJET = SPACES
               MOVE 'V' TO WS-ATT-STATUT
               MOVE 'VALIDEE' TO WS-LATT-EVT-ED
               ADD 1 TO WS-CPT-NB-VAL
           ELSE
               MOVE 'R' TO WS-ATT-STATUT
               MOVE 'REJETEE' TO WS-LATT-EVT-ED
               ADD 1 TO WS-CPT-NB-VAL-REJ
           END-IF.
           PERFORM 6130-REWRITE-FATTENTE-DEB
              THRU 6130-REWRITE-FATTENTE-FIN.
           PERFORM 8080-LIGNE-ATT-DEB
              THRU 8080-LIGNE-ATT-FIN.
           GO TO 2050-VALIDATION-FIN.

       2050-VALIDATION-REJET.
      *    LA DEMANDE VISEE, SI ELLE EXISTE, RESTE EN L'ETAT.
           MOVE WS-VAL-OPERATEUR TO WS-ATT-OPE-VAL.
           MOVE 'REJETEE' TO WS-LATT-EVT-ED.
           ADD 1 TO WS-CPT-NB-VAL-REJ.
           PERFORM 8080-LIGNE-ATT-DEB
              THRU 8080-LIGNE-ATT-FIN.
      *
       2050-VALIDATION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT CONTROLE SENSIBLE      *
      *               ==========================================      *
      *---------------------------------------------------------------*
      *  SONT SENSIBLES : TOUTE CLOTURE, TOUTE REOUVERTURE, UNE       *
      *  CREATION DONT LE SOLDE ET UNE MODIFICATION DONT L'ECART AU   *
      *  SOLDE DU MAITRE DEPASSENT LE SEUIL. UNE CARTE SENSIBLE DOIT  *
      *  PORTER SON OPERATEUR ; LES CONTROLES DE FOND SONT REFAITS A  *
      *  L'APPLICATION, SEULS LES REJETS EVIDENTS SONT ANTICIPES.     *
      *---------------------------------------------------------------*
      *
       2100-CONTROLE-SENSIBLE-DEB.
      *
           MOVE 0 TO WS-SW-SENSIBLE.
           EVALUATE TRUE
              WHEN MAJ-CLOTURE
              WHEN MAJ-REOUV
                     MOVE 1 TO WS-SW-SENSIBLE
              WHEN MAJ-CREATION
                     IF WS-MAJ-SOLDE IS NUMERIC
                        AND WS-MAJ-SOLDE > WS-DBL-SEUIL
                         MOVE 1 TO WS-SW-SENSIBLE
                     END-IF
              WHEN MAJ-MODIF
                     IF WS-MAJ-SOLDE IS NUMERIC
                        AND WS-MAJ-NUM-CPT IS NUMERIC
                         MOVE WS-MAJ-NUM-CPT TO FS-NUM-CPT
                         READ FCPTE INTO WS-ENRG-F-CPTE
                         IF OK-FCPTE OR DOUBLON-CS-FCPTE
                             PERFORM 7000-SOLDE-SIGNE-DEB
                                THRU 7000-SOLDE-SIGNE-FIN
                             COMPUTE WS-ECART-SOLDE =
                                     WS-SOLDE-SIGNE - WS-CPTE-SOLDE
                             IF WS-ECART-SOLDE > WS-DBL-SEUIL
                                OR WS-ECART-SOLDE < 0 - WS-DBL-SEUIL
                                 MOVE 1 TO WS-SW-SENSIBLE
                             END-IF
                         END-IF
                     END-IF
           END-EVALUATE.
           IF NOT CARTE-SENSIBLE
               GO TO 2100-CONTROLE-SENSIBLE-FIN
           END-IF.

           IF WS-MAJ-OPERATEUR = SPACES
               MOVE 'CARTE SENSIBLE SANS OPERATEUR' TO WS-MOTIF-REJET
               GO TO 2100-CONTROLE-SENSIBLE-FIN
           END-IF.
           IF MAJ-CREATION
               IF WS-MAJ-NUM-CPT IS NOT NUMERIC
                   MOVE 'NUMERO DE COMPTE INVALIDE' TO WS-MOTIF-REJET
               END-IF
               GO TO 2100-CONTROLE-SENSIBLE-FIN
           END-IF.
           PERFORM 6020-READ-FCPTE-DEB
              THRU 6020-READ-FCPTE-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
               GO TO 2100-CONTROLE-SENSIBLE-FIN
           END-IF.
           IF MAJ-CLOTURE AND CPTE-CLOS
               MOVE 'CLOTURE D''UN COMPTE DEJA CLOS' TO WS-MOTIF-REJET
           END-IF.
           IF MAJ-REOUV AND NOT CPTE-GELE
               MOVE 'REOUVERTURE D''UN COMPTE NON GELE'
                 TO WS-MOTIF-REJET
           END-IF.
      *
       2100-CONTROLE-SENSIBLE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT MISE EN ATTENTE        *
      *               ========================================        *
      *---------------------------------------------------------------*
      *
       2110-MISE-EN-ATTENTE-DEB.
      *
           IF WS-ATT-DER-REF NOT < 999999
               MOVE 'CAPACITE DU FICHIER DES DEMANDES ATTEINTE'
                 TO WS-MOTIF-REJET
               GO TO 2110-MISE-EN-ATTENTE-FIN
           END-IF.
           ADD 1 TO WS-ATT-DER-REF.

           MOVE SPACES           TO WS-ENRG-F-ATT.
           MOVE WS-ATT-DER-REF   TO WS-ATT-REF.
           MOVE 'P'              TO WS-ATT-STATUT.
           MOVE WS-DMAJ-JOUR     TO WS-ATT-DATE-DEM.
           MOVE WS-MAJ-OPERATEUR TO WS-ATT-OPE-DEM.
           MOVE 0                TO WS-ATT-DATE-TRT.
           MOVE WS-ENR-MAJ       TO WS-ATT-CARTE.
      *    HORS CREATION, LE CONTROLE SENSIBLE A LU LE COMPTE.
           IF MAJ-CREATION
               MOVE 0             TO WS-ATT-SOLDE-DEM
           ELSE
               MOVE WS-CPTE-SOLDE TO WS-ATT-SOLDE-DEM
           END-IF.
           PERFORM 6140-WRITE-FATTENTE-DEB
              THRU 6140-WRITE-FATTENTE-FIN.

           MOVE 2 TO WS-SW-TRT.
           ADD 1 TO WS-CPT-NB-ATT.
           MOVE 'ATTENTE' TO WS-LATT-EVT-ED.
           PERFORM 8080-LIGNE-ATT-DEB
              THRU 8080-LIGNE-ATT-FIN.
      *
       2110-MISE-EN-ATTENTE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT EXPIRATION             *
      *               ===================================             *
      *---------------------------------------------------------------*
      *  AVANT LES CARTES DU JOUR : TOUTE DEMANDE EN ATTENTE DEPUIS   *
      *  PLUS DE WS-DBL-DELAI JOURS EXPIRE, ET LA PLUS HAUTE          *
      *  REFERENCE DU FICHIER EST RELEVEE POUR LA NUMEROTATION.       *
      *---------------------------------------------------------------*
      *
       3000-EXPIRATION-DEB.
      *
           MOVE 'EVENEMENTS DU PASSAGE' TO WS-LATT-SECTION-ED.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-INTERL.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-SECTION.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-TIRET.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-INTITULE.

           MOVE 0 TO WS-ATT-DER-REF.
           MOVE ZEROS TO ATT-REF.
           START FATTENTE KEY >= ATT-REF.
           IF OK-FATTENTE
               READ FATTENTE NEXT INTO WS-ENRG-F-ATT
               PERFORM 3010-EXPIRER-DEB
                  THRU 3010-EXPIRER-FIN
                  UNTIL NOT OK-FATTENTE
           END-IF.
      *
       3000-EXPIRATION-FIN.
            EXIT.


       3010-EXPIRER-DEB.
           MOVE WS-ATT-REF TO WS-ATT-DER-REF.
           IF ATT-EN-ATTENTE
               PERFORM 7410-AGE-DEMANDE-DEB
                  THRU 7410-AGE-DEMANDE-FIN
               IF WS-ATT-AGE > WS-DBL-DELAI
                   MOVE 'E'          TO WS-ATT-STATUT
                   MOVE WS-DMAJ-JOUR TO WS-ATT-DATE-TRT
                   PERFORM 6130-REWRITE-FATTENTE-DEB
                      THRU 6130-REWRITE-FATTENTE-FIN
                   ADD 1 TO WS-CPT-NB-EXP
                   MOVE SPACES    TO WS-MOTIF-REJET
                   MOVE 'EXPIREE' TO WS-LATT-EVT-ED
                   PERFORM 8080-LIGNE-ATT-DEB
                      THRU 8080-LIGNE-ATT-FIN
               END-IF
           END-IF.
           READ FATTENTE NEXT INTO WS-ENRG-F-ATT.
       3010-EXPIRER-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT LISTE ATTENTE          *
      *               ======================================          *
      *---------------------------------------------------------------*
      *
       3100-LISTE-ATTENTE-DEB.
      *
           MOVE 'DEMANDES EN ATTENTE EN FIN DE PASSAGE'
             TO WS-LATT-SECTION-ED.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-INTERL.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-SECTION.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-TIRET.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-INTITULE.

           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE ZEROS TO ATT-REF.
           START FATTENTE KEY >= ATT-REF.
           IF OK-FATTENTE
               READ FATTENTE NEXT INTO WS-ENRG-F-ATT
               PERFORM 3110-LISTER-DEB
                  THRU 3110-LISTER-FIN
                  UNTIL NOT OK-FATTENTE
           END-IF.
           IF WS-CPT-NB-ENCOURS = 0
               WRITE FS-ENRG-ETAATT FROM WS-LATT-NEANT
           END-IF.
      *
       3100-LISTE-ATTENTE-FIN.
            EXIT.


       3110-LISTER-DEB.
           IF ATT-EN-ATTENTE
               ADD 1 TO WS-CPT-NB-ENCOURS
               MOVE 'EN ATTENTE' TO WS-LATT-EVT-ED
               PERFORM 8080-LIGNE-ATT-DEB
                  THRU 8080-LIGNE-ATT-FIN
           END-IF.
           READ FATTENTE NEXT INTO WS-ENRG-F-ATT.
       3110-LISTER-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT REGENERATION           *
      *               ======================================          *
      *---------------------------------------------------------------*
           END-IF.
       6050-OPEN-FJOURNAL-FIN.
           EXIT.

       6060-OPEN-FMOUVT-DEB.
      *    LE FICHIER DES MOUVEMENTS RECOIT LES VIREMENTS DE
      *    REGLEMENT ; S'IL N'EXISTE PAS ENCORE, IL EST CREE VIDE.
           OPEN I-O FMOUVT.
           IF FMOUVT-ABSENT
              OPEN OUTPUT FMOUVT
              CLOSE FMOUVT
              OPEN I-O FMOUVT
           END-IF.
           IF NOT OK-FMOUVT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FMOUVT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-OPEN-FMOUVT-FIN.
           EXIT.

       6070-OPEN-FMVTIMP-DEB.
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
       6070-OPEN-FMVTIMP-FIN.
           EXIT.

       6080-OPEN-FCLOTURE-DEB.
      *    A LA PREMIERE CLOTURE LE REGISTRE N'EXISTE PAS ENCORE :
      *    IL EST CREE VIDE PUIS ROUVERT EN MISE A JOUR.
           OPEN I-O FCLOTURE.
           IF FCLOTURE-ABSENT
              OPEN OUTPUT FCLOTURE
              CLOSE FCLOTURE
              OPEN I-O FCLOTURE
           END-IF.
           IF NOT OK-FCLOTURE
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FCLOTURE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCLOTURE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-OPEN-FCLOTURE-FIN.
           EXIT.

       6090-WRITE-FCLOTURE-DEB.
      *    INSCRIPTION AU REGISTRE DES COMPTES CLOS, JOURNALISEE
      *    AVANT ECRITURE ; L'ABSENCE DU COMPTE DANS LE REGISTRE A
      *    ETE VERIFIEE AVANT TOUTE MISE A JOUR DE LA CLOTURE.
           MOVE 'F'            TO WS-JRN-TYPE.
           MOVE WS-CLO-NUM-CPT TO WS-JRN-NUM-CPT.
           MOVE WS-ENRG-F-CLO  TO WS-JRN-IMAGE.
           PERFORM 7100-JOURNALISER-DEB
              THRU 7100-JOURNALISER-FIN.

           WRITE FS-ENRG-FCLOTURE FROM WS-ENRG-F-CLO.
           IF NOT OK-FCLOTURE
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FCLOTURE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FCLOTURE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-WRITE-FCLOTURE-FIN.
           EXIT.

       6100-WRITE-FMOUVT-DEB.
      *    ECRITURE D'UNE JAMBE DU VIREMENT DE REGLEMENT, PRECEDEE
      *    DE SON ENREGISTREMENT 'S' AU JOURNAL. LA SEQUENCE A ETE
      *    ATTRIBUEE AU-DELA DE LA PLUS HAUTE VUE SUR LES DEUX
      *    COMPTES : UNE CLE DEJA PRESENTE NE PEUT VENIR QUE D'UN
      *    FICHIER INFIRME. LE PASSAGE EST ALORS ARRETE AVANT LA
      *    JOURNALISATION, POUR QUE LE RETOUR ARRIERE SUPPRIME LA
      *    JAMBE DEJA ECRITE SANS TOUCHER AU MOUVEMENT EN PLACE.
           MOVE WS-ENRG-F-MOUVT TO FS-ENRG-FMOUVT.
           READ FMOUVT.
           IF NOT ENR-FMOUVT-NOK
              DISPLAY 'CLE DE VIREMENT DE REGLEMENT DEJA PRESENTE'
              DISPLAY 'SUR FMOUVT : ' WS-MVT-CPTE ' ' WS-MVT-DOPER
                      ' ' WS-MVT-SEQ
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           MOVE 'S'             TO WS-JRN-TYPE.
           MOVE WS-MVT-CPTE     TO WS-JRN-NUM-CPT.
           MOVE SPACES          TO WS-JRN-IMAGE.
           MOVE WS-ENRG-F-MOUVT TO WS-JRN-IMAGE(1:52).
           PERFORM 7100-JOURNALISER-DEB
              THRU 7100-JOURNALISER-FIN.

           WRITE FS-ENRG-FMOUVT FROM WS-ENRG-F-MOUVT.
           IF NOT OK-FMOUVT
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FMOUVT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-WRITE-FMOUVT-FIN.
           EXIT.

       6110-OPEN-FATTENTE-DEB.
      *    AU PREMIER PASSAGE LE FICHIER DES DEMANDES N'EXISTE PAS
      *    ENCORE : IL EST CREE VIDE PUIS ROUVERT EN MISE A JOUR.
           OPEN I-O FATTENTE.
           IF FATTENTE-ABSENT
              OPEN OUTPUT FATTENTE
              CLOSE FATTENTE
              OPEN I-O FATTENTE
           END-IF.
           IF NOT OK-FATTENTE
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FATTENTE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FATTENTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-OPEN-FATTENTE-FIN.
           EXIT.

       6120-OPEN-ETAATT-DEB.
           OPEN OUTPUT ETAATT.
           IF NOT OK-ETAATT
              DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETAATT'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-ETAATT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6120-OPEN-ETAATT-FIN.
           EXIT.

       6130-REWRITE-FATTENTE-DEB.
      *    A L'ENTREE, LA ZONE FICHIER PORTE ENCORE LA DEMANDE LUE :
      *    SON ENTETE EST JOURNALISEE ('W') AVANT LA RECRITURE POUR
      *    QUE LE RETOUR ARRIERE REPOSE LE STATUT ANTERIEUR.
           MOVE 'W'                     TO WS-JRN-TYPE.
           MOVE WS-ATT-NUM-CPT          TO WS-JRN-NUM-CPT.
           MOVE SPACES                  TO WS-JRN-IMAGE.
           MOVE FS-ENRG-FATTENTE(1:39)  TO WS-JRN-IMAGE(1:39).
           PERFORM 7100-JOURNALISER-DEB
              THRU 7100-JOURNALISER-FIN.

           REWRITE FS-ENRG-FATTENTE FROM WS-ENRG-F-ATT.
           IF NOT OK-FATTENTE
              DISPLAY 'PROBLEME DE RECRITURE DU FICHIER FATTENTE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FATTENTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6130-REWRITE-FATTENTE-FIN.
           EXIT.

       6140-WRITE-FATTENTE-DEB.
      *    LA MISE EN ATTENTE EST JOURNALISEE ('H') AVANT ECRITURE ;
      *    LE RETOUR ARRIERE SUPPRIME LA DEMANDE.
           MOVE 'H'            TO WS-JRN-TYPE.
           MOVE WS-ATT-NUM-CPT TO WS-JRN-NUM-CPT.
           MOVE SPACES         TO WS-JRN-IMAGE.
           MOVE WS-ATT-ENTETE  TO WS-JRN-IMAGE(1:39).
           PERFORM 7100-JOURNALISER-DEB
              THRU 7100-JOURNALISER-FIN.

           WRITE FS-ENRG-FATTENTE FROM WS-ENRG-F-ATT.
           IF NOT OK-FATTENTE
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FATTENTE'
              DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FATTENTE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6140-WRITE-FATTENTE-FIN.
           EXIT.
      *
      *    ECRITURE FICHIER FIN  --------------------------------------
      *
           END-IF.
       7100-JOURNALISER-FIN.
           EXIT.

       7200-SOLDE-A-REGLER-DEB.
      *    SOLDE DU MAITRE AUGMENTE DES MOUVEMENTS 'M' DU COMPTE
      *    ABSENTS DU REGISTRE FMVTIMP : CE SONT CEUX QU'ADSOTP17
      *    IMPUTERA ENCORE, ILS DOIVENT ENTRER DANS LE REGLEMENT.
           MOVE WS-CPTE-SOLDE  TO WS-SOLDE-A-REGLER.
           MOVE WS-MAJ-NUM-CPT TO FM-MVT-CPT.
           MOVE ZEROS          TO FM-MVT-DOPER.
           MOVE ZEROS          TO FM-MVT-SEQ.
           START FMOUVT KEY >= FM-CLE-MVT.
           IF OK-FMOUVT
               READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT
               PERFORM 7210-CUMUL-NON-IMPUTE-DEB
                  THRU 7210-CUMUL-NON-IMPUTE-FIN
                  UNTIL FIN-FMOUVT OR ENR-FMOUVT-NOK
                        OR WS-MVT-CPTE NOT = WS-MAJ-NUM-CPT
           END-IF.
       7200-SOLDE-A-REGLER-FIN.
           EXIT.

       7210-CUMUL-NON-IMPUTE-DEB.
           IF MVT-MOUVEMENT
               MOVE 1 TO WS-SW-IMP-LU
               IF IMP-DISPONIBLE
                   MOVE WS-MVT-CPTE  TO IMP-MVT-CPT
                   MOVE WS-MVT-DOPER TO IMP-MVT-DOPER
                   MOVE WS-MVT-SEQ   TO IMP-MVT-SEQ
                   READ FMVTIMP
                   IF OK-FMVTIMP
                       MOVE 0 TO WS-SW-IMP-LU
                   END-IF
               END-IF
               IF MVT-A-IMPUTER
                   IF MVT-DEBIT
                       SUBTRACT WS-MVT-MONTANT FROM WS-SOLDE-A-REGLER
                   ELSE
                       ADD WS-MVT-MONTANT TO WS-SOLDE-A-REGLER
                   END-IF
               END-IF
           END-IF.
           IF NOT ENR-FMOUVT-NOK
               READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT
           END-IF.
       7210-CUMUL-NON-IMPUTE-FIN.
           EXIT.

       7300-ATTRIBUER-SEQ-DEB.
      *    SEQUENCE DU VIREMENT DE REGLEMENT DANS LA JOURNEE :
      *    RELECTURE DES MOUVEMENTS DU JOUR DEJA CHARGES POUR LE
      *    COMPTE WS-SEQ-CPT, LA NOUVELLE SEQUENCE SUIT LA PLUS
      *    HAUTE VUE (MEME REGLE QUE LA SAISIE ADSOTP3).
           MOVE 0 TO WS-SEQ-HAUTE.
           MOVE WS-SEQ-CPT     TO FM-MVT-CPT.
           MOVE WS-DMAJ-JOUR   TO FM-MVT-DOPER.
           MOVE ZEROS          TO FM-MVT-SEQ.
           START FMOUVT KEY >= FM-CLE-MVT.
           IF OK-FMOUVT
               READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT
               PERFORM 7310-SEQ-SUIVANTE-DEB
                  THRU 7310-SEQ-SUIVANTE-FIN
                  UNTIL FIN-FMOUVT OR ENR-FMOUVT-NOK
                        OR WS-MVT-CPTE NOT = WS-SEQ-CPT
                        OR WS-MVT-DOPER NOT = WS-DMAJ-JOUR
           END-IF.
           IF WS-SEQ-HAUTE >= 999
               MOVE 'CAPACITE DE SEQUENCE DU JOUR DEPASSEE'
                 TO WS-MOTIF-REJET
           END-IF.
       7300-ATTRIBUER-SEQ-FIN.
           EXIT.

       7310-SEQ-SUIVANTE-DEB.
           MOVE WS-MVT-SEQ TO WS-SEQ-HAUTE.
           IF NOT ENR-FMOUVT-NOK
               READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT
           END-IF.
       7310-SEQ-SUIVANTE-FIN.
           EXIT.

       7400-RANG-DATE-DEB.
      *    RANG ABSOLU DE WS-RNG-DATE (SSAAMMJJ) DANS WS-RNG-RANG :
      *    365 JOURS PAR ANNEE, UN DE PLUS PAR ANNEE BISSEXTILE
      *    ECOULEE, PLUS LES JOURS DES MOIS ECOULES DE L'ANNEE.
           IF WS-RNG-NUM NOT NUMERIC OR WS-RNG-NUM = 0
               MOVE 0 TO WS-RNG-RANG
               GO TO 7400-RANG-DATE-FIN
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
       7400-RANG-DATE-FIN.
           EXIT.

       7410-AGE-DEMANDE-DEB.
      *    AGE EN JOURS CALENDAIRES DE LA DEMANDE COURANTE.
           MOVE 0 TO WS-ATT-AGE.
           MOVE WS-ATT-DATE-DEM TO WS-RNG-DATE.
           PERFORM 7400-RANG-DATE-DEB
              THRU 7400-RANG-DATE-FIN.
           IF WS-RNG-RANG > 0 AND WS-RNG-RANG < WS-JOUR-RANG
               COMPUTE WS-ATT-AGE = WS-JOUR-RANG - WS-RNG-RANG
           END-IF.
       7410-AGE-DEMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *
      *            FDP REJ FIN      -----------------------------------
      *
      *            ENTETE ATT DEB   -----------------------------------
      *
       8070-TETE-ATT-DEB.

           WRITE FS-ENRG-ETAATT FROM WS-LATT-ASTER.

           WRITE FS-ENRG-ETAATT FROM WS-LATT-TITRE.

           WRITE FS-ENRG-ETAATT FROM WS-LATT-ASTER.

           MOVE WS-DATE-JOUR-JJ TO WS-LATT-JJ-ED.
           MOVE WS-DATE-JOUR-MM TO WS-LATT-MM-ED.
           MOVE WS-DATE-JOUR-AA TO WS-LATT-AA-ED.
           MOVE WS-DBL-SEUIL    TO WS-LATT-SEUIL-ED.
           MOVE WS-DBL-DELAI    TO WS-LATT-DELAI-ED.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-DATE.

       8070-TETE-ATT-FIN.
           EXIT.
      *
      *            ENTETE ATT FIN   -----------------------------------
      *
      *            CORPS ATT DEB    -----------------------------------
      *
       8080-LIGNE-ATT-DEB.
      *    LIGNE D'EVENEMENT SUR LA DEMANDE COURANTE ; LE LIBELLE DE
      *    L'EVENEMENT EST POSE PAR L'APPELANT, LE MOTIF EVENTUEL
      *    SUIT SUR UNE LIGNE D'OBSERVATION.
           PERFORM 7410-AGE-DEMANDE-DEB
              THRU 7410-AGE-DEMANDE-FIN.
           MOVE WS-ATT-REF          TO WS-LATT-REF-ED.
           MOVE WS-ATT-CODE(1:1)    TO WS-LATT-CODE-ED.
           MOVE WS-ATT-NUM-CPT      TO WS-LATT-CPT-ED.
           MOVE WS-ATT-OPE-DEM      TO WS-LATT-OPE-DEM-ED.
           MOVE WS-ATT-OPE-VAL      TO WS-LATT-OPE-VAL-ED.
           MOVE WS-ATT-DATE-DEM(7:2) TO WS-DATE-ED-JJ.
           MOVE WS-ATT-DATE-DEM(5:2) TO WS-DATE-ED-MM.
           MOVE WS-ATT-DATE-DEM(1:4) TO WS-DATE-ED-SSAA.
           MOVE WS-DATE-ED-NUM      TO WS-LATT-DATE-DEM-ED.
           MOVE WS-ATT-AGE          TO WS-LATT-AGE-ED.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-DETAIL.

           IF WS-MOTIF-REJET NOT = SPACES
               MOVE WS-MOTIF-REJET  TO WS-LATT-MOTIF-ED
               WRITE FS-ENRG-ETAATT FROM WS-LATT-OBS
           END-IF.

       8080-LIGNE-ATT-FIN.
           EXIT.
      *
      *            CORPS ATT FIN    -----------------------------------
      *
      *            FDP ATT DEB      -----------------------------------
      *
       8090-FDP-ATT-DEB.

           WRITE FS-ENRG-ETAATT FROM WS-LATT-INTERL.

           MOVE 'DEMANDES MISES EN ATTENTE' TO WS-LATT-NB-LIB-ED.
           MOVE WS-CPT-NB-ATT TO WS-LATT-NB-TOT-ED.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-NB.

           MOVE 'DEMANDES VALIDEES ET APPLIQUEES' TO WS-LATT-NB-LIB-ED.
           MOVE WS-CPT-NB-VAL TO WS-LATT-NB-TOT-ED.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-NB.

           MOVE 'VALIDATIONS REJETEES' TO WS-LATT-NB-LIB-ED.
           MOVE WS-CPT-NB-VAL-REJ TO WS-LATT-NB-TOT-ED.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-NB.

           MOVE 'DEMANDES EXPIREES' TO WS-LATT-NB-LIB-ED.
           MOVE WS-CPT-NB-EXP TO WS-LATT-NB-TOT-ED.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-NB.

           MOVE 'DEMANDES ENCORE EN ATTENTE' TO WS-LATT-NB-LIB-ED.
           MOVE WS-CPT-NB-ENCOURS TO WS-LATT-NB-TOT-ED.
           WRITE FS-ENRG-ETAATT FROM WS-LATT-NB.

           WRITE FS-ENRG-ETAATT FROM WS-LATT-ASTER.

       8090-FDP-ATT-FIN.
           EXIT.
      *
      *            FDP ATT FIN      -----------------------------------
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
       8999-STATISTIQUES-DEB.
            MOVE 'NOMBRE DE CARTES REJETEES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-CLOT TO WS-LCRE-DET-TOT-ED.
            MOVE 'DONT CLOTURES INSCRITES AU REGISTRE' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-REGL TO WS-LCRE-DET-TOT-ED.
            MOVE 'DONT VIREMENTS DE REGLEMENT' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ATT TO WS-LCRE-DET-TOT-ED.
            MOVE 'DONT CARTES MISES EN ATTENTE' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-VAL TO WS-LCRE-DET-TOT-ED.
            MOVE 'DEMANDES VALIDEES ET APPLIQUEES' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-EXP TO WS-LCRE-DET-TOT-ED.
            MOVE 'DEMANDES EXPIREES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CTL-NB-ENR-CPT TO WS-LCRE-DET-TOT-ED.
            MOVE 'NOMBRE D''ENREGISTREMENTS FCPTE' TO
                 WS-LCRE-DET-LIB-ED.

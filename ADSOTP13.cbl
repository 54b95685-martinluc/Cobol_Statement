      *---------------------------------------------------------------*
      * 02/09/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      * 15/10/2026    ! RETOUR ARRIERE DE L'IMPUTATION ADSOTP17 : LES *
      *               ! ENREGISTREMENTS 'P' DU JOURNAL RETIRENT DU    *
      *               ! REGISTRE FMVTIMP LES MOUVEMENTS IMPUTES PAR   *
      *               ! LE PASSAGE INTERROMPU, QUI SERONT REIMPUTES   *
      *               ! A LA REPRISE                                  *
      * 15/10/2026    ! RETOUR ARRIERE DES CLOTURES AVEC REGLEMENT :  *
      *               ! LES ENREGISTREMENTS 'S' SUPPRIMENT DE FMOUVT  *
      *               ! LES JAMBES DU VIREMENT DE REGLEMENT, LES      *
      *               ! ENREGISTREMENTS 'F' RETIRENT LE COMPTE DU     *
      *               ! REGISTRE DES COMPTES CLOS FCLOTURE            *
      * 15/10/2026    ! RETOUR ARRIERE DU DOUBLE CONTROLE : LES       *
      *               ! ENREGISTREMENTS 'H' SUPPRIMENT DE FATTENTE    *
      *               ! LES DEMANDES MISES EN ATTENTE, LES            *
      *               ! ENREGISTREMENTS 'W' REPOSENT L'ENTETE D'UNE   *
      *               ! DEMANDE VALIDEE, REJETEE OU EXPIREE           *
      * 15/10/2026    ! ENREGISTREMENT FATTENTE PORTE A 130 CARACTERES*
      *               ! (SOLDE DU MAITRE A LA DEMANDE)                *
      *===============================================================*
      *
      *************************
                   FILE STATUS         IS WS-FS-FCTOTAL.
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
           SELECT  FMOUVT              ASSIGN TO MVTCPT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FM-CLE-MVT
                   FILE STATUS         IS WS-FS-FMOUVT.
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
           SELECT  FTRI                ASSIGN TO SORTWK.
      *
      *
      *                      -------------------------------------------
      *
      *                      REGISTRE DES MOUVEMENTS IMPUTES PAR
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
      *                      MOUVEMENTS DE LA PERIODE, OU LA CLOTURE
      *                      ECRIT SES VIREMENTS DE REGLEMENT.
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
      *                      TRI DE RELECTURE DU JOURNAL EN ORDRE
      *                      INVERSE : LA DERNIERE MODIFICATION EST
      *                      DEFAITE EN PREMIER, L'ETAT FINAL EST

       01  WS-FS-FCTOTAL   PIC X(2).
           88  OK-FCTOTAL              VALUE '00'.

       01  WS-FS-FMVTIMP   PIC X(2).
           88  OK-FMVTIMP              VALUE '00'.
           88  FMVTIMP-ABSENT          VALUE '35'.

       01  WS-FS-FMOUVT    PIC X(2).
           88  OK-FMOUVT               VALUE '00'.
           88  FMOUVT-ABSENT           VALUE '35'.

       01  WS-FS-FCLOTURE  PIC X(2).
           88  OK-FCLOTURE             VALUE '00'.
           88  FCLOTURE-ABSENT         VALUE '35'.

       01  WS-FS-FATTENTE  PIC X(2).
           88  OK-FATTENTE             VALUE '00'.
           88  FATTENTE-ABSENT         VALUE '35'.
      *
      *    FILE STATUS FIN   -------------------------------------------
      *

       01  WS-CPT-NB-CARTES       PIC 9(6) VALUE 0.

       01  WS-CPT-NB-IMP-RETIRE   PIC 9(6) VALUE 0.

       01  WS-CPT-NB-REGL-RETIRE  PIC 9(6) VALUE 0.

       01  WS-CPT-NB-CLOT-RETIRE  PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ATT-RETIRE   PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ATT-REPOSE   PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ANO          PIC 9(6) VALUE 0.

       01  WS-SW-FIN-TRI          PIC 9 VALUE 0.
           88  FIN-TRI                VALUE 1.

       01  WS-SW-IMP              PIC 9 VALUE 0.
           88  IMP-DISPONIBLE         VALUE 1.

       01  WS-SW-MVT              PIC 9 VALUE 0.
           88  MVT-DISPONIBLE         VALUE 1.

       01  WS-SW-CLO              PIC 9 VALUE 0.
           88  CLO-DISPONIBLE         VALUE 1.

       01  WS-SW-ATT              PIC 9 VALUE 0.
           88  ATT-DISPONIBLE         VALUE 1.

      *    CODE RETOUR GRADUE REMIS A L'ORDONNANCEUR : 0 RETOUR
      *    ARRIERE COMPLET, 4 ANOMALIES NON BLOQUANTES (JOURNAL ET
      *    MAITRE DEJA PARTIELLEMENT ACCORDES), 12 INCIDENT FICHIER.
              THRU 6000-OPEN-FCPTE-FIN.
           PERFORM 6010-OPEN-FJOURNAL-DEB
              THRU 6010-OPEN-FJOURNAL-FIN.
           PERFORM 6020-OPEN-FMVTIMP-DEB
              THRU 6020-OPEN-FMVTIMP-FIN.
           PERFORM 6030-OPEN-FMOUVT-DEB
              THRU 6030-OPEN-FMOUVT-FIN.
           PERFORM 6040-OPEN-FCLOTURE-DEB
              THRU 6040-OPEN-FCLOTURE-FIN.
           PERFORM 6050-OPEN-FATTENTE-DEB
              THRU 6050-OPEN-FATTENTE-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.


           CLOSE FCPTE.
           CLOSE FJOURNAL.
           IF IMP-DISPONIBLE
              CLOSE FMVTIMP
           END-IF.
           IF MVT-DISPONIBLE
              CLOSE FMOUVT
           END-IF.
           IF CLO-DISPONIBLE
              CLOSE FCLOTURE
           END-IF.
           IF ATT-DISPONIBLE
              CLOSE FATTENTE
           END-IF.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *---------------------------------------------------------------*
      *  CREATION 'N' : LE COMPTE CREE EST SUPPRIME. AVANT-IMAGE      *
      *  'A' : L'IMAGE EST REPOSEE TELLE QUELLE. MARQUEUR 'K' :       *
      *  SIMPLE COMPTAGE DES CARTES QUI ETAIENT PASSEES. IMPUTATION   *
      *  'P' : LE MOUVEMENT EST RETIRE DU REGISTRE FMVTIMP.           *
      *  REGLEMENT 'S' : LA JAMBE DU VIREMENT DE REGLEMENT EST        *
      *  SUPPRIMEE DE FMOUVT. REGISTRE 'F' : LE COMPTE EST RETIRE DU  *
      *  REGISTRE DES COMPTES CLOS FCLOTURE. MISE EN ATTENTE 'H' :    *
      *  LA DEMANDE EST SUPPRIMEE DE FATTENTE. DECISION 'W' :         *
      *  L'ENTETE ANTERIEURE DE LA DEMANDE EST REPOSEE. UNE           *
      *  DISCORDANCE (COMPTE DEJA ABSENT, IMAGE SANS SUPPORT) EST     *
      *  COMPTEE ET LE PASSAGE SE TERMINE EN AVERTISSEMENT.           *
      *---------------------------------------------------------------*
                        THRU 3030-REPOSER-IMAGE-FIN
              WHEN 'K'
                     ADD 1 TO WS-CPT-NB-CARTES
              WHEN 'P'
                     PERFORM 3040-RETIRER-IMPUTATION-DEB
                        THRU 3040-RETIRER-IMPUTATION-FIN
              WHEN 'S'
                     PERFORM 3050-RETIRER-REGLEMENT-DEB
                        THRU 3050-RETIRER-REGLEMENT-FIN
              WHEN 'F'
                     PERFORM 3060-RETIRER-CLOTURE-DEB
                        THRU 3060-RETIRER-CLOTURE-FIN
              WHEN 'H'
                     PERFORM 3070-RETIRER-ATTENTE-DEB
                        THRU 3070-RETIRER-ATTENTE-FIN
              WHEN 'W'
                     PERFORM 3080-REPOSER-ATTENTE-DEB
                        THRU 3080-REPOSER-ATTENTE-FIN
              WHEN OTHER
                     ADD 1 TO WS-CPT-NB-ANO
                     MOVE 4 TO WS-CODE-RETOUR
           END-IF.
       3030-REPOSER-IMAGE-FIN.
            EXIT.


       3040-RETIRER-IMPUTATION-DEB.
      *    LE MOUVEMENT REDEVIENT NON IMPUTE : L'AVANT-IMAGE DU
      *    COMPTE, REPOSEE ENSUITE, RETIRE SON MONTANT DU SOLDE.
           IF NOT IMP-DISPONIBLE
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
               GO TO 3040-RETIRER-IMPUTATION-FIN
           END-IF.
           MOVE TRI-IMAGE(1:37) TO FS-ENRG-FMVTIMP.
           DELETE FMVTIMP RECORD.
           IF OK-FMVTIMP
               ADD 1 TO WS-CPT-NB-IMP-RETIRE
           ELSE
      *        MOUVEMENT DEJA ABSENT DU REGISTRE : ON CONSTATE ET
      *        ON CONTINUE, COMME POUR UNE CREATION DEJA ANNULEE.
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
       3040-RETIRER-IMPUTATION-FIN.
            EXIT.


       3050-RETIRER-REGLEMENT-DEB.
      *    LA JAMBE DU VIREMENT DE REGLEMENT DISPARAIT DE FMOUVT ;
      *    LA CARTE DE CLOTURE REJOUEE LA REECRIRA.
           IF NOT MVT-DISPONIBLE
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
               GO TO 3050-RETIRER-REGLEMENT-FIN
           END-IF.
           MOVE TRI-IMAGE(1:52) TO FS-ENRG-FMOUVT.
           DELETE FMOUVT RECORD.
           IF OK-FMOUVT
               ADD 1 TO WS-CPT-NB-REGL-RETIRE
           ELSE
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
       3050-RETIRER-REGLEMENT-FIN.
            EXIT.


       3060-RETIRER-CLOTURE-DEB.
      *    L'INSCRIPTION AU REGISTRE DES COMPTES CLOS EST RETIREE ;
      *    L'AVANT-IMAGE 'A' REPOSEE ENSUITE ROUVRE LE COMPTE.
           IF NOT CLO-DISPONIBLE
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
               GO TO 3060-RETIRER-CLOTURE-FIN
           END-IF.
           MOVE TRI-NUM-CPT TO CLO-NUM-CPT.
           DELETE FCLOTURE RECORD.
           IF OK-FCLOTURE
               ADD 1 TO WS-CPT-NB-CLOT-RETIRE
           ELSE
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
       3060-RETIRER-CLOTURE-FIN.
            EXIT.


       3070-RETIRER-ATTENTE-DEB.
      *    LA DEMANDE MISE EN ATTENTE PAR LE PASSAGE INTERROMPU EST
      *    SUPPRIMEE ; LE REJEU DU DECK LA REMETTRA EN ATTENTE.
           IF NOT ATT-DISPONIBLE
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
               GO TO 3070-RETIRER-ATTENTE-FIN
           END-IF.
           MOVE TRI-IMAGE(1:6) TO ATT-REF.
           DELETE FATTENTE RECORD.
           IF OK-FATTENTE
               ADD 1 TO WS-CPT-NB-ATT-RETIRE
           ELSE
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
       3070-RETIRER-ATTENTE-FIN.
            EXIT.


       3080-REPOSER-ATTENTE-DEB.
      *    L'ENTETE DE LA DEMANDE (STATUT, DATE ET OPERATEUR DE
      *    TRAITEMENT) REPREND SON ETAT D'AVANT LA DECISION ; LA
      *    CARTE CONSERVEE N'A PAS ETE MODIFIEE.
           IF NOT ATT-DISPONIBLE
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
               GO TO 3080-REPOSER-ATTENTE-FIN
           END-IF.
           MOVE TRI-IMAGE(1:6) TO ATT-REF.
           READ FATTENTE.
           IF OK-FATTENTE
               MOVE TRI-IMAGE(1:39) TO FS-ENRG-FATTENTE(1:39)
               REWRITE FS-ENRG-FATTENTE
           END-IF.
           IF OK-FATTENTE
               ADD 1 TO WS-CPT-NB-ATT-REPOSE
           ELSE
               ADD 1 TO WS-CPT-NB-ANO
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
       3080-REPOSER-ATTENTE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT REGENERATION           *
           END-IF.
       6010-OPEN-FJOURNAL-FIN.
           EXIT.

       6020-OPEN-FMVTIMP-DEB.
      *    LE REGISTRE DES IMPUTATIONS N'EXISTE PAS TANT QU'AUCUNE
      *    IMPUTATION N'A ETE PASSEE : CE N'EST PAS UNE ANOMALIE.
           OPEN I-O FMVTIMP.
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
       6020-OPEN-FMVTIMP-FIN.
           EXIT.

       6030-OPEN-FMOUVT-DEB.
      *    FMOUVT N'EST NECESSAIRE QUE POUR DEFAIRE UN REGLEMENT
      *    DE CLOTURE : SON ABSENCE N'EST PAS UNE ANOMALIE.
           OPEN I-O FMOUVT.
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
       6030-OPEN-FMOUVT-FIN.
           EXIT.

       6040-OPEN-FCLOTURE-DEB.
      *    LE REGISTRE DES COMPTES CLOS N'EXISTE PAS AVANT LA
      *    PREMIERE CLOTURE : CE N'EST PAS UNE ANOMALIE.
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
       6040-OPEN-FCLOTURE-FIN.
           EXIT.

       6050-OPEN-FATTENTE-DEB.
      *    LE FICHIER DES DEMANDES N'EXISTE PAS AVANT LA PREMIERE
      *    MISE EN ATTENTE : CE N'EST PAS UNE ANOMALIE.
           OPEN I-O FATTENTE.
           IF OK-FATTENTE
              MOVE 1 TO WS-SW-ATT
           ELSE
              MOVE 0 TO WS-SW-ATT
              IF NOT FATTENTE-ABSENT
                 DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER FATTENTE'
                 DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FATTENTE
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       6050-OPEN-FATTENTE-FIN.
           EXIT.
      *
      *    COMPTE RENDU D' EXECUTION DEB  -----------------------------
      *
            MOVE 'AVANT-IMAGES REPOSEES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-IMP-RETIRE TO WS-LCRE-DET-TOT-ED.
            MOVE 'IMPUTATIONS RETIREES DU REGISTRE' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-REGL-RETIRE TO WS-LCRE-DET-TOT-ED.
            MOVE 'JAMBES DE REGLEMENT SUPPRIMEES' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-CLOT-RETIRE TO WS-LCRE-DET-TOT-ED.
            MOVE 'CLOTURES RETIREES DU REGISTRE' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ATT-RETIRE TO WS-LCRE-DET-TOT-ED.
            MOVE 'DEMANDES EN ATTENTE SUPPRIMEES' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ATT-REPOSE TO WS-LCRE-DET-TOT-ED.
            MOVE 'DECISIONS SUR DEMANDES ANNULEES' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ANO TO WS-LCRE-DET-TOT-ED.
            MOVE 'DISCORDANCES CONSTATEES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

      *---------------------------------------------------------------*
      * 02/09/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      * 15/10/2026    ! CHAQUE MOUVEMENT 'M' VERSE A L'HISTORIQUE EST *
      *               ! RETIRE DU REGISTRE DES IMPUTATIONS FMVTIMP    *
      *               ! TENU PAR ADSOTP17 : LE REGISTRE NE PORTE QUE  *
      *               ! LES MOUVEMENTS DE LA PERIODE EN COURS         *
      *               !                                               *
      * 15/10/2026    ! A CHAQUE BASCULE, UN ENREGISTREMENT 'S' PAR   *
      *               ! COMPTE EST AJOUTE A FMVTHIST APRES SES 'M' :  *
      *               ! SOLDE DU MAITRE ET SOLDE D'OUVERTURE DE LA    *
      *               ! PERIODE, POUR LE RECAPITULATIF ANNUEL         *
      *               ! ADSOTP22                                      *
      *               !                                               *
      * 15/10/2026    ! LE SOLDE 'S' EST DATE DU DERNIER MOUVEMENT DE *
      *               ! LA PERIODE (A DEFAUT, FIN DU MOIS PRECEDANT LA*
      *               ! BASCULE) ET NON PLUS DU JOUR DE BASCULE       *
      *===============================================================*
      *
      *************************
                   FILE STATUS         IS WS-FS-FMVTHIST.
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
           SELECT  ETABAS              ASSIGN TO ETATBAS
                   FILE STATUS         IS WS-FS-ETABAS.
      *
      *                      HISTORIQUE DES MOUVEMENTS BASCULES :
      *                      IMAGE TELLE QUELLE DES ENREGISTREMENTS
      *                      'M' RETIRES DE FMOUVT A CHAQUE BASCULE,
      *                      SUIVIS DU SOLDE 'S' DU COMPTE.
       FD  FMVTHIST.
       01  FS-ENRG-FMVTHIST      PIC X(52).
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
       FD  ETABAS.
       01  FS-ENRG-ETABAS        PIC X(78).
       01  WS-FS-FMVTHIST  PIC X(2).
           88  OK-FMVTHIST             VALUE '00'.

       01  WS-FS-FMVTIMP   PIC X(2).
           88  OK-FMVTIMP              VALUE '00'.
           88  ENR-FMVTIMP-NOK         VALUE '23'.
           88  FMVTIMP-ABSENT          VALUE '35'.

       01  WS-FS-ETABAS    PIC X(2).
           88  OK-ETABAS               VALUE '00'.
      *

       01  WS-BAS-SW-MVT          PIC 9 VALUE 0.
           88  CPTE-AVEC-MVT          VALUE 1.

      *    DATE D'OPERATION DU DERNIER 'M' DE LA PERIODE (SSAAMMJJ),
      *    DATE DU SOLDE 'S' QUI LA FERME.
       01  WS-BAS-DOPER-DER       PIC 9(8) VALUE 0.

      *    DATE DE LA BASCULE ET DERNIER JOUR DU MOIS QUI LA
      *    PRECEDE : CE DERNIER DATE LE SOLDE 'S' D'UNE PERIODE
      *    SANS MOUVEMENT.
       01  WS-DATE-JOUR.
           05  WS-DATE-JOUR-AA    PIC 9(2).
           05  WS-DATE-JOUR-MM    PIC 9(2).
           05  WS-DATE-JOUR-JJ    PIC 9(2).

       01  WS-DMAJ-JOUR.
           05  WS-DMAJ-JOUR-SS    PIC 9(2) VALUE 20.
           05  WS-DMAJ-JOUR-AA    PIC 9(2).
           05  WS-DMAJ-JOUR-MM    PIC 9(2).
           05  WS-DMAJ-JOUR-JJ    PIC 9(2).

       01  WS-DMAJ-FIN-PREC.
           05  WS-DMAJ-FIN-SS     PIC 9(2).
           05  WS-DMAJ-FIN-AA     PIC 9(2).
           05  WS-DMAJ-FIN-MM     PIC 9(2).
           05  WS-DMAJ-FIN-JJ     PIC 9(2).

       01  WS-JOURS-MOIS          PIC 9(2) VALUE 0.

       01  WS-SW-IMP              PIC 9 VALUE 0.
           88  IMP-DISPONIBLE         VALUE 1.
      *
      *    COMPTEUR DEB      -------------------------------------------
      *

       01  WS-CPT-NB-MVT-HIST     PIC 9(6) VALUE 0.

       01  WS-CPT-NB-IMP-RETIRE   PIC 9(6) VALUE 0.

       01  WS-CPT-NB-SOLDE-HIST   PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ANO          PIC 9(6) VALUE 0.

       01  WS-CPT-NB-ORPH         PIC 9(6) VALUE 0.
              THRU 6010-OPEN-FMOUVT-FIN.
           PERFORM 6020-OPEN-FMVTHIST-DEB
              THRU 6020-OPEN-FMVTHIST-FIN.
           PERFORM 6025-OPEN-FMVTIMP-DEB
              THRU 6025-OPEN-FMVTIMP-FIN.
           PERFORM 6030-OPEN-ETABAS-DEB
              THRU 6030-OPEN-ETABAS-FIN.

           PERFORM 8030-TETE-BAS-DEB
              THRU 8030-TETE-BAS-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE.
           MOVE WS-DATE-JOUR-AA TO WS-DMAJ-JOUR-AA.
           MOVE WS-DATE-JOUR-MM TO WS-DMAJ-JOUR-MM.
           MOVE WS-DATE-JOUR-JJ TO WS-DMAJ-JOUR-JJ.
           PERFORM 7000-FIN-MOIS-PREC-DEB
              THRU 7000-FIN-MOIS-PREC-FIN.

           MOVE LOW-VALUES TO FS-NUM-CPT.
           START FCPTE KEY >= FS-NUM-CPT.
           IF OK-FCPTE
           CLOSE FCPTE.
           CLOSE FMOUVT.
           CLOSE FMVTHIST.
           IF IMP-DISPONIBLE
               CLOSE FMVTIMP
           END-IF.
           CLOSE ETABAS.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
           PERFORM 2010-TRANSFERT-DEB
              THRU 2010-TRANSFERT-FIN.

           PERFORM 2015-SOLDE-HISTORIQUE-DEB
              THRU 2015-SOLDE-HISTORIQUE-FIN.

           PERFORM 2020-REGENERER-OUVERTURE-DEB
              THRU 2020-REGENERER-OUVERTURE-FIN.

      *
       2010-TRANSFERT-DEB.
      *
           MOVE 0 TO WS-BAS-DOPER-DER.
           MOVE WS-CPTE-CPTE TO FM-MVT-CPT.
           MOVE ZEROS TO FM-MVT-DOPER.
           MOVE ZEROS TO FM-MVT-SEQ.
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               ADD 1 TO WS-CPT-NB-MVT-HIST
               IF WS-MVT-DOPER > WS-BAS-DOPER-DER
                   MOVE WS-MVT-DOPER TO WS-BAS-DOPER-DER
               END-IF
               PERFORM 2012-RETIRER-IMPUTATION-DEB
                  THRU 2012-RETIRER-IMPUTATION-FIN
           END-IF.
           DELETE FMOUVT RECORD.
           IF NOT OK-FMOUVT
           READ FMOUVT NEXT INTO WS-ENRG-F-MOUVT.
       2011-TRANSFERT-MVT-FIN.
            EXIT.


       2012-RETIRER-IMPUTATION-DEB.
      *    LE MOUVEMENT QUITTE LA PERIODE : SA TRACE D'IMPUTATION
      *    EST RETIREE DU REGISTRE. UN MOUVEMENT JAMAIS IMPUTE N'Y
      *    FIGURE PAS ET N'EST PAS UNE ANOMALIE ICI (LA CONCORDANCE
      *    L'A DEJA SIGNALE).
           IF NOT IMP-DISPONIBLE
               GO TO 2012-RETIRER-IMPUTATION-FIN
           END-IF.
           MOVE WS-MVT-CPTE  TO IMP-MVT-CPT.
           MOVE WS-MVT-DOPER TO IMP-MVT-DOPER.
           MOVE WS-MVT-SEQ   TO IMP-MVT-SEQ.
           DELETE FMVTIMP RECORD.
           IF OK-FMVTIMP
               ADD 1 TO WS-CPT-NB-IMP-RETIRE
           ELSE
               IF NOT ENR-FMVTIMP-NOK
                   DISPLAY 'PROBLEME DE SUPPRESSION SUR FMVTIMP'
                   DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTIMP
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
           END-IF.
       2012-RETIRER-IMPUTATION-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT SOLDE HISTORIQUE       *
      *               =========================================       *
      *---------------------------------------------------------------*
      *  LE SOLDE 'S' FERME LA PERIODE DU COMPTE DANS L'HISTORIQUE :  *
      *  SOLDE DU MAITRE A LA BASCULE EN SENS ET MONTANT, SOLDE       *
      *  D'OUVERTURE DE LA PERIODE DANS LE LIBELLE. LE                *
      *  RECAPITULATIF ANNUEL RAPPROCHE AINSI LES MOUVEMENTS DE       *
      *  L'ANNEE DE SOLDES ENREGISTRES ET NON RECALCULES. IL EST      *
      *  DATE DU DERNIER 'M' DE LA PERIODE, OU A DEFAUT DE LA FIN DU  *
      *  MOIS QUI PRECEDE LA BASCULE : UNE PERIODE DE DECEMBRE        *
      *  BASCULEE EN JANVIER RESTE AINSI DANS SON ANNEE.              *
      *---------------------------------------------------------------*
      *
       2015-SOLDE-HISTORIQUE-DEB.
      *
      *    UN COMPTE SANS AUCUN ENREGISTREMENT FMOUVT N'A PAS BOUGE
      *    SUR LA PERIODE : SON OUVERTURE EST SON SOLDE.
           IF NOT CPTE-AVEC-MVT
               MOVE WS-CPTE-SOLDE TO WS-BAS-SOLDE-OUV
           END-IF.

           MOVE SPACES          TO WS-ENRG-F-MOUVT.
           MOVE WS-CPTE-CPTE    TO WS-MVT-CPTE.
           IF WS-BAS-DOPER-DER > 0
               MOVE WS-BAS-DOPER-DER TO WS-MVT-DOPER
           ELSE
               MOVE WS-DMAJ-FIN-PREC TO WS-MVT-DOPER
           END-IF.
           MOVE 999             TO WS-MVT-SEQ.
           MOVE 'S'             TO WS-MVT-TYPE.
           IF WS-CPTE-SOLDE < 0
               MOVE 'D' TO WS-MVT-SENS
               COMPUTE WS-MVT-MONTANT = 0 - WS-CPTE-SOLDE
           ELSE
               MOVE 'C' TO WS-MVT-SENS
               MOVE WS-CPTE-SOLDE TO WS-MVT-MONTANT
           END-IF.
           IF WS-BAS-SOLDE-OUV < 0
               MOVE 'D' TO WS-MVT-HIST-SENS-OUV
               COMPUTE WS-MVT-HIST-MNT-OUV = 0 - WS-BAS-SOLDE-OUV
           ELSE
               MOVE 'C' TO WS-MVT-HIST-SENS-OUV
               MOVE WS-BAS-SOLDE-OUV TO WS-MVT-HIST-MNT-OUV
           END-IF.

           WRITE FS-ENRG-FMVTHIST FROM WS-ENRG-F-MOUVT.
           IF NOT OK-FMVTHIST
               DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FMVTHIST'
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMVTHIST
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1 TO WS-CPT-NB-SOLDE-HIST.
      *
       2015-SOLDE-HISTORIQUE-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT REGENERATION           *
       6020-OPEN-FMVTHIST-FIN.
           EXIT.

       6025-OPEN-FMVTIMP-DEB.
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
       6025-OPEN-FMVTIMP-FIN.
           EXIT.

       6030-OPEN-ETABAS-DEB.
           OPEN OUTPUT ETABAS.
           IF NOT OK-ETABAS
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-FIN-MOIS-PREC-DEB.
      *    DERNIER JOUR (SSAAMMJJ) DU MOIS QUI PRECEDE LA DATE DE
      *    BASCULE. ANNEES BISSEXTILES : REGLE DU DIVISIBLE PAR
      *    QUATRE.
           MOVE WS-DMAJ-JOUR TO WS-DMAJ-FIN-PREC.
           IF WS-DMAJ-FIN-MM > 1
               SUBTRACT 1 FROM WS-DMAJ-FIN-MM
           ELSE
               MOVE 12 TO WS-DMAJ-FIN-MM
               IF WS-DMAJ-FIN-AA > 0
                   SUBTRACT 1 FROM WS-DMAJ-FIN-AA
               ELSE
                   MOVE 99 TO WS-DMAJ-FIN-AA
                   SUBTRACT 1 FROM WS-DMAJ-FIN-SS
               END-IF
           END-IF.

           EVALUATE WS-DMAJ-FIN-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-JOURS-MOIS
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-JOURS-MOIS
              WHEN 02
                   IF FUNCTION MOD(WS-DMAJ-FIN-AA, 4) = 0
                       MOVE 29 TO WS-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-JOURS-MOIS
                   END-IF
           END-EVALUATE.
           MOVE WS-JOURS-MOIS TO WS-DMAJ-FIN-JJ.
       7000-FIN-MOIS-PREC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-IMP-RETIRE TO WS-LCRE-DET-TOT-ED.
            MOVE 'IMPUTATIONS RETIREES DU REGISTRE' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-SOLDE-HIST TO WS-LCRE-DET-TOT-ED.
            MOVE 'SOLDES VERSES A L''HISTORIQUE' TO
                 WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-ANO TO WS-LCRE-DET-TOT-ED.
            MOVE 'COMPTES NON CONCORDANTS' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! CARTE 'V' DE VIREMENT DE COMPTE A COMPTE :    *
      *               ! LES DEUX COMPTES SONT CONTROLES ENSEMBLE, LES *
      *               ! DEUX JAMBES SONT CHARGEES AVEC UNE SEQUENCE   *
      *               ! ET UNE REFERENCE COMMUNES, OU REJETEES        *
      *               ! ENSEMBLE                                      *
      * 15/10/2026    ! LES QUATRE PREMIERS CARACTERES DU LIBELLE DE  *
      *               ! LA CARTE 'V' SONT REPRIS SUR LES DEUX JAMBES  *
      *               !                                               *
      *===============================================================*
      *

       01  WS-CPT-NUM-REJ         PIC 9(4) VALUE 0.

       01  WS-CPT-NB-VIR          PIC 9(6) VALUE 0.

      *    DERNIERE SEQUENCE DEJA CHARGEE POUR LE COMPTE ET LA
      *    JOURNEE DE LA CARTE EN COURS D'ATTRIBUTION.
       01  WS-SEQ-HAUTE           PIC 9(3) VALUE 0.

      *    COMPTE DONT LA SEQUENCE DU JOUR EST RECHERCHEE, ET PLUS
      *    HAUTE SEQUENCE DU COMPTE DEBITE D'UN VIREMENT (LA
      *    SEQUENCE COMMUNE AUX DEUX JAMBES SUIT LA PLUS HAUTE DES
      *    DEUX).
       01  WS-SEQ-CPT             PIC 9(10) VALUE 0.

       01  WS-SEQ-HAUTE-DEB       PIC 9(3) VALUE 0.
      *
      *    COMPTEUR FIN      -------------------------------------------
      *
                  WHEN MVC-MOUVEMENT
                         PERFORM 2020-MOUVEMENT-DEB
                            THRU 2020-MOUVEMENT-FIN
                  WHEN MVC-VIREMENT
                         PERFORM 2030-VIREMENT-DEB
                            THRU 2030-VIREMENT-FIN
               END-EVALUATE
           END-IF.

      *  COMPTE NUMERIQUE ET PRESENT DANS LE MAITRE, COMPTE NON       *
      *  CLOS, SENS 'D' OU 'C', MONTANT NUMERIQUE. LE REJET ICI       *
      *  EVITE DE DECOUVRIR L'ERREUR EN ANOMALIE DE CONCORDANCE       *
      *  LORS DU PASSAGE DES RELEVES. LA CARTE DE VIREMENT A SES      *
      *  PROPRES CONTROLES (2005).                                    *
      *---------------------------------------------------------------*
      *
       2000-CONTROLE-DEB.
      *
           IF NOT MVC-OUVERTURE AND NOT MVC-MOUVEMENT
              AND NOT MVC-VIREMENT
               MOVE 'TYPE DE MOUVEMENT INVALIDE' TO WS-MOTIF-REJET
               GO TO 2000-CONTROLE-FIN
           END-IF.

           IF MVC-VIREMENT
               PERFORM 2005-CONTROLE-VIREMENT-DEB
                  THRU 2005-CONTROLE-VIREMENT-FIN
               GO TO 2000-CONTROLE-FIN
           END-IF.

           IF WS-MVC-NUM-CPT IS NOT NUMERIC
               MOVE 'NUMERO DE COMPTE INVALIDE' TO WS-MOTIF-REJET
               GO TO 2000-CONTROLE-FIN
      *
       2000-CONTROLE-FIN.
           EXIT.


      *    LES DEUX COMPTES DU VIREMENT SONT CONTROLES AVANT TOUT
      *    CHARGEMENT : LE MOINDRE DEFAUT SUR L'UNE DES JAMBES FAIT
      *    REJETER LA CARTE ENTIERE, JAMAIS UN DEMI-VIREMENT.
       2005-CONTROLE-VIREMENT-DEB.
           IF WS-MVC-NUM-CPT IS NOT NUMERIC
               MOVE 'VIREMENT - COMPTE DEBITE INVALIDE'
                 TO WS-MOTIF-REJET
               GO TO 2005-CONTROLE-VIREMENT-FIN
           END-IF.

           IF WS-MVC-CPT-CTP IS NOT NUMERIC
               MOVE 'VIREMENT - COMPTE CREDITE INVALIDE'
                 TO WS-MOTIF-REJET
               GO TO 2005-CONTROLE-VIREMENT-FIN
           END-IF.

           IF WS-MVC-CPT-CTP = WS-MVC-NUM-CPT
               MOVE 'VIREMENT - COMPTES DEBITE ET CREDITE IDENTIQUES'
                 TO WS-MOTIF-REJET
               GO TO 2005-CONTROLE-VIREMENT-FIN
           END-IF.

           MOVE WS-MVC-NUM-CPT TO FS-NUM-CPT.
           READ FCPTE INTO WS-ENRG-F-CPTE.
           IF NOT (OK-FCPTE OR DOUBLON-CS-FCPTE)
               MOVE 'VIREMENT - COMPTE DEBITE INCONNU'
                 TO WS-MOTIF-REJET
               GO TO 2005-CONTROLE-VIREMENT-FIN
           END-IF.
           IF CPTE-CLOS
               MOVE 'VIREMENT - COMPTE DEBITE CLOS' TO WS-MOTIF-REJET
               GO TO 2005-CONTROLE-VIREMENT-FIN
           END-IF.

           MOVE WS-MVC-CPT-CTP TO FS-NUM-CPT.
           READ FCPTE INTO WS-ENRG-F-CPTE.
           IF NOT (OK-FCPTE OR DOUBLON-CS-FCPTE)
               MOVE 'VIREMENT - COMPTE CREDITE INCONNU'
                 TO WS-MOTIF-REJET
               GO TO 2005-CONTROLE-VIREMENT-FIN
           END-IF.
           IF CPTE-CLOS
               MOVE 'VIREMENT - COMPTE CREDITE CLOS' TO WS-MOTIF-REJET
               GO TO 2005-CONTROLE-VIREMENT-FIN
           END-IF.

           IF WS-MVC-MONTANT IS NOT NUMERIC OR WS-MVC-MONTANT = 0
               MOVE 'VIREMENT - MONTANT INVALIDE' TO WS-MOTIF-REJET
               GO TO 2005-CONTROLE-VIREMENT-FIN
           END-IF.

           IF WS-MVC-DOPER IS NOT NUMERIC OR WS-MVC-DOPER = 0
               MOVE 'VIREMENT - DATE D''OPERATION INVALIDE'
                 TO WS-MOTIF-REJET
           END-IF.
       2005-CONTROLE-VIREMENT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT OUVERTURE              *
      *
       2020-MOUVEMENT-DEB.
      *
           MOVE WS-MVC-NUM-CPT TO WS-SEQ-CPT.
           PERFORM 7000-ATTRIBUER-SEQ-DEB
              THRU 7000-ATTRIBUER-SEQ-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
            EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT VIREMENT               *
      *               =================================               *
      *---------------------------------------------------------------*
      *  LES DEUX JAMBES PRENNENT LA MEME SEQUENCE, QUI SERT DE       *
      *  REFERENCE COMMUNE : ELLE SUIT LA PLUS HAUTE SEQUENCE DEJA    *
      *  CHARGEE A LA DATE SUR L'UN OU L'AUTRE COMPTE. CHAQUE JAMBE   *
      *  PORTE DANS SON LIBELLE 'VIR', LA REFERENCE ET LE COMPTE DE   *
      *  L'AUTRE JAMBE. SI LA JAMBE CREDIT NE PEUT ETRE ECRITE, LA    *
      *  JAMBE DEBIT DEJA ECRITE EST SUPPRIMEE ET LA CARTE REJETEE.   *
      *---------------------------------------------------------------*
      *
       2030-VIREMENT-DEB.
      *
           MOVE WS-MVC-NUM-CPT TO WS-SEQ-CPT.
           PERFORM 7000-ATTRIBUER-SEQ-DEB
              THRU 7000-ATTRIBUER-SEQ-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
               GO TO 2030-VIREMENT-FIN
           END-IF.
           MOVE WS-SEQ-HAUTE TO WS-SEQ-HAUTE-DEB.

           MOVE WS-MVC-CPT-CTP TO WS-SEQ-CPT.
           PERFORM 7000-ATTRIBUER-SEQ-DEB
              THRU 7000-ATTRIBUER-SEQ-FIN.
           IF WS-MOTIF-REJET NOT = SPACES
               GO TO 2030-VIREMENT-FIN
           END-IF.
           IF WS-SEQ-HAUTE-DEB > WS-SEQ-HAUTE
               MOVE WS-SEQ-HAUTE-DEB TO WS-SEQ-HAUTE
           END-IF.

      *    JAMBE DEBIT
           MOVE WS-MVC-NUM-CPT TO FM-MVT-CPT.
           MOVE WS-MVC-DOPER   TO FM-MVT-DOPER.
           COMPUTE FM-MVT-SEQ = WS-SEQ-HAUTE + 1.
           MOVE 'M'            TO FM-MVT-TYPE.
           MOVE 'D'            TO FM-MVT-SENS.
           MOVE WS-MVC-MONTANT TO FM-MVT-MONTANT.
           MOVE SPACES         TO WS-MVT-LIBELLE.
           MOVE 'VIR'          TO WS-MVT-VIR-MARQUE.
           MOVE FM-MVT-SEQ     TO WS-MVT-VIR-REF.
           MOVE WS-MVC-CPT-CTP TO WS-MVT-VIR-CTP.
           MOVE WS-MVC-LIBELLE(1:4) TO WS-MVT-VIR-LIB.
           MOVE WS-MVT-LIBELLE TO FM-MVT-LIBELLE.

           WRITE FS-ENRG-FMOUVT.
           IF DOUBLON-FMOUVT
               MOVE 'VIREMENT DEJA CHARGE' TO WS-MOTIF-REJET
               GO TO 2030-VIREMENT-FIN
           END-IF.
           IF NOT OK-FMOUVT
               DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FMOUVT'
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

      *    JAMBE CREDIT
           MOVE WS-MVC-CPT-CTP TO FM-MVT-CPT.
           MOVE 'C'            TO FM-MVT-SENS.
           MOVE WS-MVC-NUM-CPT TO WS-MVT-VIR-CTP.
           MOVE WS-MVT-LIBELLE TO FM-MVT-LIBELLE.

           WRITE FS-ENRG-FMOUVT.
           IF DOUBLON-FMOUVT
               MOVE 'VIREMENT DEJA CHARGE' TO WS-MOTIF-REJET
               MOVE WS-MVC-NUM-CPT TO FM-MVT-CPT
               DELETE FMOUVT
               IF NOT OK-FMOUVT
                   DISPLAY 'PROBLEME DE SUPPRESSION SUR FMOUVT'
                   DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               GO TO 2030-VIREMENT-FIN
           END-IF.
           IF NOT OK-FMOUVT
               DISPLAY 'PROBLEME D''ECRITURE DU FICHIER FMOUVT'
               DISPLAY 'VALEUR DU FILE STATUS= ' WS-FS-FMOUVT
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.

           ADD 1 TO WS-CPT-NB-VIR.
      *
       2030-VIREMENT-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ATTRIBUER-SEQ-DEB.
      *    ATTRIBUTION DE LA SEQUENCE DANS LA JOURNEE : RELECTURE
      *    DES MOUVEMENTS DEJA CHARGES POUR LE COMPTE WS-SEQ-CPT ET
      *    LA DATE DE LA CARTE, LA NOUVELLE SEQUENCE SUIT LA PLUS
      *    HAUTE VUE.
      *    LES CARTES DES AGENCES N'EN PORTENT JAMAIS.
           MOVE 0 TO WS-SEQ-HAUTE.
           MOVE WS-SEQ-CPT     TO FM-MVT-CPT.
           MOVE WS-MVC-DOPER   TO FM-MVT-DOPER.
           MOVE ZEROS          TO FM-MVT-SEQ.
           START FMOUVT KEY >= FM-CLE-MVT.
               PERFORM 7010-SEQ-SUIVANTE-DEB
                  THRU 7010-SEQ-SUIVANTE-FIN
                  UNTIL FIN-FMOUVT OR ENR-FMOUVT-NOK
                        OR WS-MVT-CPTE NOT = WS-SEQ-CPT
                        OR WS-MVT-DOPER NOT = WS-MVC-DOPER
           END-IF.
           IF WS-SEQ-HAUTE >= 999
            MOVE 'NOMBRE DE MOUVEMENTS CHARGES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-VIR TO WS-LCRE-DET-TOT-ED.
            MOVE 'DONT VIREMENTS (DEUX JAMBES)' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

            MOVE WS-CPT-NB-REJ TO WS-LCRE-DET-TOT-ED.
            MOVE 'NOMBRE DE CARTES REJETEES' TO WS-LCRE-DET-LIB-ED.
            DISPLAY WS-LCRE-DETAIL.

      *               ! LA DATE DU PASSAGE QUI L'A REGENERE (ZONE     *
      *               ! AJOUTEE EN FIN D'ENREGISTREMENT, EXPLOITEE    *
      *               ! PAR LE GARDIEN DE CHAINE ADSOTP2)             *
      * 15/10/2026    ! JAMBES DE VIREMENT : REFERENCE DU VIREMENT    *
      *               ! EN LIBELLE ET COMPTE DE L'AUTRE JAMBE EDITE   *
      *               ! SUR LA LIGNE DE MOUVEMENT                     *
      * 15/10/2026    ! LIBELLE COURT DU VIREMENT EDITE APRES SA      *
      *               ! REFERENCE                                     *
      *===============================================================*
      *
      *************************
               MOVE WS-MVT-DOPER-SS TO WS-LMVT-DOPER-SS-ED
               MOVE WS-MVT-DOPER-AA TO WS-LMVT-DOPER-AA-ED
               MOVE WS-MVT-LIBELLE TO WS-LMVT-LIB-ED
               MOVE SPACES TO WS-LMVT-CTP-LIB-ED
               MOVE SPACES TO WS-LMVT-CTP-ED
               IF MVT-VIR-MARQUE AND WS-MVT-VIR-REF IS NUMERIC
                  AND WS-MVT-VIR-CTP IS NUMERIC
                   PERFORM 8017-MVT-VIREMENT-DEB
                      THRU 8017-MVT-VIREMENT-FIN
               END-IF
               MOVE WS-MVT-SENS TO WS-LMVT-SENS-ED
               MOVE WS-MVT-MONTANT TO WS-LMVT-MNT-ED
               MOVE WS-LMVT-DETAIL TO WS-LIGNE-CLI

       8016-MVT-LIGNE-FIN.
           EXIT.

      *    JAMBE DE VIREMENT : LA REFERENCE COMMUNE EST EDITEE EN
      *    LIBELLE ET LE COMPTE DE L'AUTRE JAMBE EN FIN DE LIGNE,
      *    VERS LE COMPTE CREDITE SUR LE DEBIT, DU COMPTE DEBITE SUR
      *    LE CREDIT.
       8017-MVT-VIREMENT-DEB.

           MOVE WS-MVT-VIR-REF  TO WS-LMVT-VIR-REF-ED.
           MOVE WS-MVT-VIR-LIB  TO WS-LMVT-VIR-LIB-ED.
           MOVE WS-LMVT-VIR-LIB TO WS-LMVT-LIB-ED.
           IF MVT-DEBIT
               MOVE 'VERS'      TO WS-LMVT-CTP-LIB-ED
           ELSE
               MOVE 'DE'        TO WS-LMVT-CTP-LIB-ED
           END-IF.
           MOVE WS-MVT-VIR-CTP  TO WS-LMVT-CTP-ED.

       8017-MVT-VIREMENT-FIN.
           EXIT.
      *
      *
      *            MOUVEMENTS DU COMPTE FIN  ---------------------------

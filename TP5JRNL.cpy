      *--     (JOURNAL AVANT-IMAGE DE LA MISE A JOUR FCPTE)         --*
      *---------------------------------------------------------------*
      *  LE JOURNAL EST ECRIT PAR ADSOTP6 AU FIL DE L'APPLICATION     *
      *  DES CARTES (ET PAR L'IMPUTATION ADSOTP17) ET RELU EN ORDRE   *
      *  INVERSE PAR LE PROGRAMME DE RETOUR ARRIERE ADSOTP13 :        *
      *  - TYPE 'N' : CREATION APPLIQUEE (LE RETOUR ARRIERE           *
      *               SUPPRIME LE COMPTE, L'IMAGE PORTE               *
      *               L'ENREGISTREMENT CREE)                          *
      *               RETOUR ARRIERE LA REPOSE TELLE QUELLE)          *
      *  - TYPE 'K' : MARQUEUR DE CARTE APPLIQUEE (IMAGE = CARTE),    *
      *               POUR PROUVER CE QUI EST PASSE AVANT UN ABEND    *
      *  - TYPE 'P' : MOUVEMENT INSCRIT AU REGISTRE DES IMPUTATIONS   *
      *               FMVTIMP (IMAGE = ENREGISTREMENT DU REGISTRE,    *
      *               LE RETOUR ARRIERE L'EN RETIRE)                  *
      *  - TYPE 'S' : JAMBE DU VIREMENT DE REGLEMENT D'UNE CLOTURE    *
      *               ECRITE DANS FMOUVT (IMAGE = MOUVEMENT, LE       *
      *               RETOUR ARRIERE LE SUPPRIME)                     *
      *  - TYPE 'F' : INSCRIPTION AU REGISTRE DES COMPTES CLOS        *
      *               FCLOTURE (IMAGE = ENREGISTREMENT DU REGISTRE,   *
      *               LE RETOUR ARRIERE L'EN RETIRE)                  *
      *  - TYPE 'H' : DEMANDE SENSIBLE MISE EN ATTENTE DANS FATTENTE  *
      *               (IMAGE = ENTETE DE LA DEMANDE, LE RETOUR        *
      *               ARRIERE LA SUPPRIME)                            *
      *  - TYPE 'W' : AVANT-IMAGE DE L'ENTETE D'UNE DEMANDE VALIDEE,  *
      *               REJETEE OU EXPIREE (LE RETOUR ARRIERE LA        *
      *               REPOSE, LA DEMANDE REDEVIENT EN ATTENTE)        *
      *  LA SEQUENCE EST CROISSANTE DANS L'ORDRE D'APPLICATION.       *
      *---------------------------------------------------------------*
      *
               88  JRN-CREATION            VALUE 'N'.
               88  JRN-AVANT-IMAGE         VALUE 'A'.
               88  JRN-CARTE               VALUE 'K'.
               88  JRN-IMPUTATION          VALUE 'P'.
               88  JRN-REGLEMENT           VALUE 'S'.
               88  JRN-REGISTRE-CLOS       VALUE 'F'.
               88  JRN-ATTENTE             VALUE 'H'.
               88  JRN-ATTENTE-IMAGE       VALUE 'W'.
           05  WS-JRN-NUM-CPT          PIC 9(10).
           05  WS-JRN-IMAGE            PIC X(80).

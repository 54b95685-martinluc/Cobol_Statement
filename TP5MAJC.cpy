      *  CODE 'A' : CREATION D'UN COMPTE (AJOUT)                      *
      *  CODE 'M' : MODIFICATION DU SOLDE (ET DU NOM SI RENSEIGNE)    *
      *  CODE 'G' : GEL D'UN COMPTE ACTIF                             *
      *  CODE 'C' : CLOTURE D'UN COMPTE ACTIF OU GELE ; SI LE SOLDE   *
      *             A REGLER N'EST PAS NUL, WS-MAJ-CPT-REGL DESIGNE   *
      *             LE COMPTE DE REGLEMENT QUI LE RECOIT OU LE COUVRE *
      *  CODE 'R' : REOUVERTURE D'UN COMPTE GELE (JAMAIS D'UN CLOS)   *
      *  CODE 'V' : VALIDATION DE LA DEMANDE EN ATTENTE (REF-ATT)     *
      *             DU COMPTE PAR UN SECOND OPERATEUR                 *
      *  CODE 'P' : CARTE PARAMETRE DU DOUBLE CONTROLE, EN TETE DE    *
      *             PAQUET SEULEMENT (VOIR WS-ENR-MAJ-PRM)            *
      *  '$$$'    : FIN DES CARTES (VOIR WS-MAJ-CODE-EOF)             *
      *---------------------------------------------------------------*
      *  LE SIGNE DU SOLDE EST PORTE A PART ('+' OU '-') POUR QUE     *
      *  LES CARTES RESTENT SAISISSABLES EN CLAIR.                    *
      *  LES CARTES SENSIBLES (CLOTURE, REOUVERTURE, ECART DE SOLDE   *
      *  AU-DELA DU SEUIL) SONT MISES EN ATTENTE ET DOIVENT PORTER    *
      *  L'IDENTIFIANT DE L'OPERATEUR QUI LES SAISIT ; LA CARTE 'V'   *
      *  PORTE CELUI DE L'OPERATEUR QUI VALIDE.                       *
      *---------------------------------------------------------------*
      *
       01  WS-ENR-MAJ.
               88  MAJ-GEL                 VALUE 'G'.
               88  MAJ-CLOTURE             VALUE 'C'.
               88  MAJ-REOUV               VALUE 'R'.
               88  MAJ-VALIDATION          VALUE 'V'.
               88  MAJ-PARAMETRE           VALUE 'P'.
           05  WS-MAJ-NUM-CPT          PIC 9(10).
           05  WS-MAJ-NOM-CLI          PIC X(14).
           05  WS-MAJ-SOLDE-SIGNE      PIC X(01).
               88  MAJ-SOLDE-NEGATIF       VALUE '-'.
           05  WS-MAJ-SOLDE            PIC 9(7)V99.
           05  WS-MAJ-CPT-REGL         PIC 9(10).
           05  WS-MAJ-OPERATEUR        PIC X(08).
           05  WS-MAJ-REF-ATT          PIC 9(06).
           05  FILLER                  PIC X(19).

      *    CARTE PARAMETRE 'P' : SEUIL D'ECART DE SOLDE AU-DELA
      *    DUQUEL UNE MODIFICATION OU UNE CREATION EST MISE EN
      *    ATTENTE, ET DELAI EN JOURS AVANT EXPIRATION D'UNE
      *    DEMANDE NON VALIDEE (ZERO : VALEUR PAR DEFAUT).
       01  WS-ENR-MAJ-PRM  REDEFINES WS-ENR-MAJ.
           05  FILLER                  PIC X(03).
           05  WS-MAJ-PRM-SEUIL        PIC 9(7)V99.
           05  WS-MAJ-PRM-DELAI        PIC 9(03).
           05  FILLER                  PIC X(65).

      *===============================================================*
      *--      LIGNES EDITEES DU RELEVE DE CLOTURE ET DE L'ETAT     --*
      *--      DE SUIVI ETACLO (78 CARACTERES)                      --*
      *---------------------------------------------------------------*
      *  LE RELEVE DE CLOTURE REPREND LES LIGNES DE MOUVEMENTS DU     *
      *  RELEVE ORDINAIRE (TP5LEDIT) ENTRE UNE ENTETE PROPRE ET LE    *
      *  RAPPEL DU REGLEMENT DE LA CLOTURE. L'ETAT ETACLO PORTE UNE   *
      *  LIGNE PAR COMPTE CLOS EN ATTENTE ET LA SUITE QUI LUI A ETE   *
      *  DONNEE.                                                      *
      *---------------------------------------------------------------*
      *
      *    LIGNES DU RELEVE DE CLOTURE   ----------------------------
      *
       01  WS-LCLO-ENTETE.
           05  FILLER                PIC X(18) VALUE
               'RELEVE DE CLOTURE '.
           05  WS-LCLO-NOM-ED        PIC X(14).
           05  FILLER                PIC X(10) VALUE ' - COMPTE '.
           05  WS-LCLO-CPT-ED        PIC 9(10).
           05  FILLER                PIC X(26) VALUE SPACES.

       01  WS-LCLO-DATES.
           05  FILLER                PIC X(13) VALUE '   OUVERT LE '.
           05  WS-LCLO-DCREA-JJ-ED   PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LCLO-DCREA-MM-ED   PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LCLO-DCREA-SS-ED   PIC 99.
           05  WS-LCLO-DCREA-AA-ED   PIC 99.
           05  FILLER                PIC X(11) VALUE ' - CLOS LE '.
           05  WS-LCLO-DCLOT-JJ-ED   PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LCLO-DCLOT-MM-ED   PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LCLO-DCLOT-SS-ED   PIC 99.
           05  WS-LCLO-DCLOT-AA-ED   PIC 99.
           05  FILLER                PIC X(34) VALUE SPACES.

      *    REGLEMENT DE LA CLOTURE : VERS LE COMPTE DE REGLEMENT
      *    POUR UN SOLDE CREDITEUR, DE CE COMPTE POUR UN DEBITEUR.
       01  WS-LCLO-REGL.
           05  FILLER                PIC X(28) VALUE
               '   SOLDE REGLE A LA CLOTURE:'.
           05  WS-LCLO-REGL-MNT-ED   PIC ---.---.--9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LCLO-REGL-LIB-ED   PIC X(05).
           05  WS-LCLO-REGL-CPT-ED   PIC 9(10).
           05  FILLER                PIC X(16) VALUE
               ' VIREMENT REF. '.
           05  WS-LCLO-REGL-REF-ED   PIC 9(03).

       01  WS-LCLO-SANS-REGL.
           05  FILLER                PIC X(45) VALUE
               '   SOLDE NUL A LA CLOTURE : AUCUN REGLEMENT'.
           05  FILLER                PIC X(33) VALUE SPACES.

       01  WS-LCLO-DERNIER.
           05  FILLER                PIC X(45) VALUE
               '   COMPTE CLOS - DERNIER RELEVE DU COMPTE'.
           05  FILLER                PIC X(33) VALUE SPACES.
      *
      *    LIGNES DE L'ETAT DE SUIVI ETACLO   -----------------------
      *
       01  WS-LCLO-ASTER             PIC X(78) VALUE ALL '*'.

       01  WS-LCLO-TITRE.
           05  FILLER                PIC X(78) VALUE
               '*   ETAT DES RELEVES DE CLOTURE DES COMPTES CLOS     *'.

       01  WS-LCLO-INTITULE.
           05  FILLER                PIC X(39) VALUE
               'COMPTE     NOM CLIENT     CLOS LE      '.
           05  FILLER                PIC X(39) VALUE
               ' SOLDE REGLE SUITE DONNEE              '.

       01  WS-LCLO-SUIVI.
           05  WS-LCLO-SUI-CPT-ED    PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCLO-SUI-NOM-ED    PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCLO-SUI-JJ-ED     PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LCLO-SUI-MM-ED     PIC 99.
           05  FILLER                PIC X(01) VALUE '/'.
           05  WS-LCLO-SUI-SS-ED     PIC 99.
           05  WS-LCLO-SUI-AA-ED     PIC 99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCLO-SUI-SOLDE-ED  PIC ---.---.--9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LCLO-SUI-SUITE-ED  PIC X(26).

       01  WS-LCLO-NEANT.
           05  FILLER                PIC X(45) VALUE
               '   AUCUN RELEVE DE CLOTURE EN ATTENTE'.
           05  FILLER                PIC X(33) VALUE SPACES.

       01  WS-LCLO-INTERL            PIC X(78) VALUE SPACES.
      *
      *    TITRE DU COMPTE-RENDU DE FIN DE PROGRAMME  ---------------
      *
       01  WS-LCLO-CRE-TITRE.
           05  FILLER                PIC X(60) VALUE
               '*    RECAPITULATIF DES RELEVES DE CLOTURE           *'.

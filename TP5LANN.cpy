      *===============================================================*
      *--      LIGNES EDITEES DU RECAPITULATIF ANNUEL (ADSOTP22)    --*
      *--      RELEVE CLIENT, ETAT ETAANN ET EXTRAIT FISCAL         --*
      *---------------------------------------------------------------*
      *  LE RECAPITULATIF CLIENT PART DANS UN FICHIER UNITAIRE RELV   *
      *  (78 CARACTERES) : UNE SECTION PAR COMPTE RAPPROCHE, AVEC LE  *
      *  SOLDE AU 1ER JANVIER, LES CREDITS ET DEBITS DE CHAQUE MOIS,  *
      *  LES INTERETS ET FRAIS PRELEVES ET LE SOLDE AU 31 DECEMBRE.   *
      *  L'ETAT ETAANN LISTE LES COMPTES NON RAPPROCHES. L'EXTRAIT    *
      *  FISCAL EST UN FLUX MACHINE A POSITIONS FIXES (118            *
      *  CARACTERES) : UNE LIGNE 'D' PAR COMPTE RAPPROCHE PUIS UNE    *
      *  LIGNE 'T' DE TOTALISATION.                                   *
      *---------------------------------------------------------------*
      *
      *    LIGNES DU RECAPITULATIF CLIENT   -------------------------
      *
       01  WS-LANN-ENTETE.
           05  FILLER                PIC X(21) VALUE
               'RECAPITULATIF ANNUEL '.
           05  WS-LANN-ANNEE-ED      PIC 9(04).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  WS-LANN-NOM-ED        PIC X(14).
           05  FILLER                PIC X(36) VALUE SPACES.

       01  WS-LANN-COMPTE.
           05  FILLER                PIC X(13) VALUE '   COMPTE N. '.
           05  WS-LANN-CPT-ED        PIC 9(10).
           05  FILLER                PIC X(55) VALUE SPACES.

       01  WS-LANN-OUV.
           05  FILLER                PIC X(18) VALUE
               '   SOLDE AU 01/01/'.
           05  WS-LANN-OUV-AN-ED     PIC 9(04).
           05  FILLER                PIC X(06) VALUE '     :'.
           05  WS-LANN-OUV-ED        PIC ---.---.--9,99.
           05  FILLER                PIC X(36) VALUE SPACES.

       01  WS-LANN-INTIT-MOIS.
           05  FILLER                PIC X(47) VALUE
               '   MOIS                CREDITS           DEBITS'.
           05  FILLER                PIC X(31) VALUE SPACES.

      *    LIGNE D'UN MOIS, REPRISE POUR LE TOTAL DE L'ANNEE.
       01  WS-LANN-MOIS.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-LANN-MOIS-ED       PIC X(10).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-LANN-CRE-ED        PIC ---.---.--9,99.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-LANN-DEB-ED        PIC ---.---.--9,99.
           05  FILLER                PIC X(31) VALUE SPACES.

       01  WS-LANN-SEPAR.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(44) VALUE ALL '-'.
           05  FILLER                PIC X(31) VALUE SPACES.

       01  WS-LANN-INT.
           05  FILLER                PIC X(28) VALUE
               '   DONT INTERETS DEBITEURS :'.
           05  WS-LANN-INT-ED        PIC ---.---.--9,99.
           05  FILLER                PIC X(36) VALUE SPACES.

       01  WS-LANN-FRAIS.
           05  FILLER                PIC X(28) VALUE
               '   DONT FRAIS DE TENUE     :'.
           05  WS-LANN-FRAIS-ED      PIC ---.---.--9,99.
           05  FILLER                PIC X(36) VALUE SPACES.

       01  WS-LANN-CLOT.
           05  FILLER                PIC X(18) VALUE
               '   SOLDE AU 31/12/'.
           05  WS-LANN-CLOT-AN-ED    PIC 9(04).
           05  FILLER                PIC X(06) VALUE '     :'.
           05  WS-LANN-CLOT-ED       PIC ---.---.--9,99.
           05  FILLER                PIC X(36) VALUE SPACES.

      *    NOMS DES MOIS EDITES, RANG = NUMERO DU MOIS.
       01  WS-LANN-TAB-NOMS.
           05  FILLER                PIC X(10) VALUE 'JANVIER'.
           05  FILLER                PIC X(10) VALUE 'FEVRIER'.
           05  FILLER                PIC X(10) VALUE 'MARS'.
           05  FILLER                PIC X(10) VALUE 'AVRIL'.
           05  FILLER                PIC X(10) VALUE 'MAI'.
           05  FILLER                PIC X(10) VALUE 'JUIN'.
           05  FILLER                PIC X(10) VALUE 'JUILLET'.
           05  FILLER                PIC X(10) VALUE 'AOUT'.
           05  FILLER                PIC X(10) VALUE 'SEPTEMBRE'.
           05  FILLER                PIC X(10) VALUE 'OCTOBRE'.
           05  FILLER                PIC X(10) VALUE 'NOVEMBRE'.
           05  FILLER                PIC X(10) VALUE 'DECEMBRE'.

       01  WS-LANN-NOMS  REDEFINES WS-LANN-TAB-NOMS.
           05  WS-LANN-NOM-MOIS      PIC X(10) OCCURS 12.
      *
      *    LIGNES DE L'ETAT ETAANN   --------------------------------
      *
       01  WS-LANN-ASTER             PIC X(78) VALUE ALL '*'.

       01  WS-LANN-TITRE.
           05  FILLER                PIC X(78) VALUE
               '*   RECAPITULATIF ANNUEL - COMPTES NON RAPPROCHES   *'.

       01  WS-LANN-ANNEE.
           05  FILLER                PIC X(30) VALUE
               'ANNEE RECAPITULEE            :'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LANN-ANN-ED        PIC 9(04).
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-LANN-INTITULE.
           05  FILLER                PIC X(39) VALUE
               'COMPTE     NOM CLIENT     MOTIF'.
           05  FILLER                PIC X(39) VALUE SPACES.

       01  WS-LANN-EXC.
           05  WS-LANN-EXC-CPT-ED    PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LANN-EXC-NOM-ED    PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LANN-EXC-MOTIF-ED  PIC X(30).
           05  FILLER                PIC X(22) VALUE SPACES.

       01  WS-LANN-EXC-MNT.
           05  FILLER                PIC X(13) VALUE '   OUVERTURE'.
           05  WS-LANN-EXC-OUV-ED    PIC ---.---.--9,99.
           05  FILLER                PIC X(10) VALUE ' CALCULE'.
           05  WS-LANN-EXC-CALC-ED   PIC ---.---.--9,99.
           05  FILLER                PIC X(13) VALUE ' ENREGISTRE'.
           05  WS-LANN-EXC-ENR-ED    PIC ---.---.--9,99.

       01  WS-LANN-NEANT.
           05  FILLER                PIC X(45) VALUE
               '   AUCUN COMPTE NON RAPPROCHE'.
           05  FILLER                PIC X(33) VALUE SPACES.

       01  WS-LANN-REFUS.
           05  FILLER                PIC X(20) VALUE
               'PASSAGE REFUSE    : '.
           05  WS-LANN-REFUS-ED      PIC X(58).

       01  WS-LANN-NB.
           05  WS-LANN-NB-LIB-ED     PIC X(35).
           05  FILLER                PIC X(02) VALUE ': '.
           05  WS-LANN-NB-ED         PIC ZZZ.ZZ9.
           05  FILLER                PIC X(34) VALUE SPACES.

       01  WS-LANN-INTERL            PIC X(78) VALUE SPACES.
      *
      *    LIGNES DE L'EXTRAIT FISCAL FFISCAL (118 CARACTERES)  -----
      *
       01  WS-LFIS-DETAIL.
           05  WS-LFIS-TYPE-ED       PIC X(01) VALUE 'D'.
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-ANNEE-ED      PIC 9(04).
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-CPT-ED        PIC 9(10).
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-NOM-ED        PIC X(14).
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-STATUT-ED     PIC X(01).
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-OUV-ED        PIC -999999999,99.
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-CRE-ED        PIC -999999999,99.
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-DEB-ED        PIC -999999999,99.
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-INT-ED        PIC -999999999,99.
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-FRAIS-ED      PIC -999999999,99.
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-CLOT-ED       PIC -999999999,99.

       01  WS-LFIS-TOTAL.
           05  FILLER                PIC X(01) VALUE 'T'.
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-TOT-ANNEE-ED  PIC 9(04).
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-TOT-NB-ED     PIC 9(07).
           05  FILLER                PIC X(01) VALUE '|'.
           05  WS-LFIS-TOT-CLOT-ED   PIC -99999999999,99.
           05  FILLER                PIC X(88) VALUE SPACES.
      *
      *    TITRE DU COMPTE-RENDU DE FIN DE PROGRAMME  ---------------
      *
       01  WS-LANN-CRE-TITRE.
           05  FILLER                PIC X(60) VALUE
               '*    RECAPITULATIF ANNUEL DES COMPTES               *'.

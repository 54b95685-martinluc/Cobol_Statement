      *===============================================================*
      *--     ZONE DE TRAVAIL ASSOCIEE A L'ENREGISTREMENT FCLOTURE  --*
      *--     (REGISTRE DES COMPTES CLOS)                           --*
      *---------------------------------------------------------------*
      *  RECOPIE DETAILLEE DE FS-ENRG-FCLOTURE (VOIR READ ... INTO)   *
      *---------------------------------------------------------------*
      *  UN ENREGISTREMENT PAR COMPTE CLOS, CLE = NUMERO DE COMPTE,   *
      *  ECRIT PAR LA CLOTURE D'ADSOTP6 ET JAMAIS SUPPRIME (UN COMPTE *
      *  CLOS NE SE ROUVRE PAS). IL PORTE L'IDENTITE DU COMPTE, SON   *
      *  STATUT AVANT LA CLOTURE, LE SOLDE A REGLER (SOLDE DU MAITRE  *
      *  PLUS MOUVEMENTS NON ENCORE IMPUTES) ET, SI CE SOLDE N'ETAIT  *
      *  PAS NUL, LE COMPTE DE REGLEMENT ET LA REFERENCE DU           *
      *  VIREMENT DE REGLEMENT ECRIT DANS FMOUVT. LA DATE DU RELEVE   *
      *  DE CLOTURE EST A ZERO TANT QUE LE RELEVE FINAL N'EST PAS     *
      *  PRODUIT PAR ADSOTP21 ; LA SEQUENCE RELV PERMET DE RETROUVER  *
      *  LE FICHIER UNITAIRE REMIS AU ROUTEUR. SEUL LE RETOUR         *
      *  ARRIERE ADSOTP13 RETIRE L'INSCRIPTION D'UNE CLOTURE DEFAITE. *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-CLO.
           05  WS-CLO-NUM-CPT          PIC 9(10).
           05  WS-CLO-NOM-CLI          PIC X(14).
           05  WS-CLO-DCREA.
               10  WS-CLO-DCREA-SS     PIC 9(02).
               10  WS-CLO-DCREA-AA     PIC 9(02).
               10  WS-CLO-DCREA-MM     PIC 9(02).
               10  WS-CLO-DCREA-JJ     PIC 9(02).
           05  WS-CLO-DATE-CLOT.
               10  WS-CLO-DCLOT-SS     PIC 9(02).
               10  WS-CLO-DCLOT-AA     PIC 9(02).
               10  WS-CLO-DCLOT-MM     PIC 9(02).
               10  WS-CLO-DCLOT-JJ     PIC 9(02).
           05  WS-CLO-STATUT-AVANT     PIC X(01).
           05  WS-CLO-SOLDE-CLOT       PIC S9(7)V99.
           05  WS-CLO-CPT-REGL         PIC 9(10).
           05  WS-CLO-REF-REGL         PIC 9(03).
           05  WS-CLO-DATE-RELEVE      PIC 9(06).
               88  CLO-RELEVE-A-FAIRE      VALUE 0.
           05  WS-CLO-SEQ-RELV         PIC 9(07).
           05  FILLER                  PIC X(14).

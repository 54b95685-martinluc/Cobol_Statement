      *===============================================================*
      *--     ZONE DE TRAVAIL ASSOCIEE A L'ENREGISTREMENT FMVTIMP   --*
      *--     (REGISTRE DES MOUVEMENTS IMPUTES AU SOLDE FCPTE)      --*
      *---------------------------------------------------------------*
      *  RECOPIE DETAILLEE DE FS-ENRG-FMVTIMP (VOIR READ ... INTO)    *
      *---------------------------------------------------------------*
      *  UN ENREGISTREMENT PAR MOUVEMENT 'M' DE FMOUVT DEJA IMPUTE    *
      *  AU SOLDE DU MAITRE PAR ADSOTP17, CLE IDENTIQUE A CELLE DU    *
      *  MOUVEMENT (COMPTE, DATE D'OPERATION, SEQUENCE). UN           *
      *  MOUVEMENT PRESENT DANS LE REGISTRE N'EST JAMAIS IMPUTE UNE   *
      *  SECONDE FOIS, MEME EN CAS DE REPRISE DU PASSAGE. LE          *
      *  REGISTRE SUIT LES MOUVEMENTS : LA BASCULE DE PERIODE         *
      *  ADSOTP10 EN RETIRE LES CLES QU'ELLE VERSE A L'HISTORIQUE.    *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-IMP.
           05  WS-IMP-CLE.
               10  WS-IMP-CPTE         PIC 9(10).
               10  WS-IMP-DOPER        PIC 9(08).
               10  WS-IMP-SEQ          PIC 9(03).
           05  WS-IMP-DATE-RUN         PIC 9(06).
           05  WS-IMP-SENS             PIC X(01).
               88  IMP-DEBIT               VALUE 'D'.
               88  IMP-CREDIT              VALUE 'C'.
           05  WS-IMP-MONTANT          PIC 9(7)V99.

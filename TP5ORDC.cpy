      *===============================================================*
      *--         CARTE DE MISE A JOUR DU FICHIER FORDPERM          --*
      *---------------------------------------------------------------*
      *  CODE 'A' : CREATION D'UN ORDRE PERMANENT                     *
      *  CODE 'M' : MODIFICATION (SEULES LES ZONES RENSEIGNEES        *
      *             REMPLACENT CELLES DU FICHIER)                     *
      *  CODE 'S' : SUSPENSION DE L'ORDRE (ECHEANCES ECARTEES)        *
      *  CODE 'P' : REPRISE D'UN ORDRE SUSPENDU                       *
      *  CODE 'R' : RESILIATION DEFINITIVE DE L'ORDRE                 *
      *  '$$$'    : FIN DES CARTES (VOIR WS-ORC-CODE-EOF)             *
      *---------------------------------------------------------------*
      *  DATES AU FORMAT SSAAMMJJ. DATE DE FIN A ZERO OU A BLANC :    *
      *  ORDRE SANS LIMITE DE DUREE.                                  *
      *---------------------------------------------------------------*
      *
       01  WS-ENR-ORC.
           05  WS-ORC-CODE-EOF         PIC X(03).
           05  WS-ORC-CODE  REDEFINES WS-ORC-CODE-EOF
                                       PIC X(01).
               88  ORC-CREATION            VALUE 'A'.
               88  ORC-MODIF               VALUE 'M'.
               88  ORC-SUSPENSION          VALUE 'S'.
               88  ORC-REPRISE             VALUE 'P'.
               88  ORC-RESILIATION         VALUE 'R'.
           05  WS-ORC-NUM-CPT          PIC 9(10).
           05  WS-ORC-NUM-ORD          PIC 9(03).
           05  WS-ORC-SENS             PIC X(01).
           05  WS-ORC-MONTANT          PIC 9(7)V99.
           05  WS-ORC-LIBELLE          PIC X(20).
           05  WS-ORC-FREQ             PIC X(01).
           05  WS-ORC-PROCH-ECH        PIC 9(08).
           05  WS-ORC-DATE-FIN         PIC 9(08).
           05  FILLER                  PIC X(17).

      *    ET SEQ = 000 POUR QU'IL SE PRESENTE EN TETE DU COMPTE.     *
      *  - LES MOUVEMENTS DE LA PERIODE SONT DE TYPE 'M', CLASSES     *
      *    PAR DATE D'OPERATION PUIS NUMERO DE SEQUENCE.              *
      *  - LES DEUX JAMBES D'UN VIREMENT SONT DEUX 'M' DE MEME DATE   *
      *    ET DE MEME SEQUENCE, L'UNE AU DEBIT DU COMPTE DEBITE,      *
      *    L'AUTRE AU CREDIT DU COMPTE CREDITE. LEUR LIBELLE PORTE    *
      *    'VIR', LA REFERENCE COMMUNE (LA SEQUENCE PARTAGEE), LE     *
      *    NUMERO DU COMPTE DE L'AUTRE JAMBE ET LES QUATRE PREMIERS   *
      *    CARACTERES DU LIBELLE DE LA CARTE (WS-MVT-VIREMENT).       *
      *  - L'HISTORIQUE FMVTHIST RECOIT EN PLUS, A CHAQUE BASCULE ET  *
      *    APRES LES 'M' DU COMPTE, UN ENREGISTREMENT DE TYPE 'S'     *
      *    (SEQ = 999) DATE DU DERNIER 'M' DE LA PERIODE, OU A        *
      *    DEFAUT DE LA FIN DU MOIS PRECEDANT LA BASCULE : SENS ET    *
      *    MONTANT PORTENT LE SOLDE DU MAITRE A LA BASCULE, LE        *
      *    LIBELLE LE SOLDE D'OUVERTURE DE LA PERIODE BASCULEE        *
      *    (WS-MVT-SOLDE-HIST). IL N'APPARAIT JAMAIS DANS FMOUVT.     *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-MOUVT.
           05  WS-MVT-TYPE             PIC X(01).
               88  MVT-OUVERTURE           VALUE 'O'.
               88  MVT-MOUVEMENT           VALUE 'M'.
               88  MVT-SOLDE-HIST          VALUE 'S'.
           05  WS-MVT-SENS             PIC X(01).
               88  MVT-DEBIT               VALUE 'D'.
               88  MVT-CREDIT              VALUE 'C'.
           05  WS-MVT-MONTANT          PIC 9(7)V99.
           05  WS-MVT-LIBELLE          PIC X(20).
           05  WS-MVT-VIREMENT  REDEFINES WS-MVT-LIBELLE.
               10  WS-MVT-VIR-MARQUE   PIC X(03).
                   88  MVT-VIR-MARQUE          VALUE 'VIR'.
               10  WS-MVT-VIR-REF      PIC 9(03).
               10  WS-MVT-VIR-CTP      PIC 9(10).
               10  WS-MVT-VIR-LIB      PIC X(04).
           05  WS-MVT-SOLDE-HIST  REDEFINES WS-MVT-LIBELLE.
               10  WS-MVT-HIST-SENS-OUV    PIC X(01).
                   88  MVT-HIST-OUV-DEBIT      VALUE 'D'.
               10  WS-MVT-HIST-MNT-OUV     PIC 9(7)V99.
               10  FILLER                  PIC X(10).

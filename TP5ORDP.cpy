      *===============================================================*
      *--     ZONE DE TRAVAIL ASSOCIEE A L'ENREGISTREMENT FORDPERM  --*
      *--     (ORDRES PERMANENTS : VIREMENTS ET PRELEVEMENTS)       --*
      *---------------------------------------------------------------*
      *  RECOPIE DETAILLEE DE FS-ENRG-FORDPERM (VOIR READ ... INTO)   *
      *---------------------------------------------------------------*
      *  UN ENREGISTREMENT PAR ORDRE, CLE = COMPTE + NUMERO D'ORDRE   *
      *  DANS LE COMPTE. L'ORDRE EST TENU PAR ADSOTP19 (CARTES) ET    *
      *  EXECUTE PAR LE GENERATEUR QUOTIDIEN ADSOTP20.                *
      *  FREQUENCE : 'H' HEBDOMADAIRE, 'M' MENSUELLE, 'T' TRIMES-     *
      *  TRIELLE, 'S' SEMESTRIELLE, 'A' ANNUELLE. LE JOUR DE          *
      *  REFERENCE EST LE JOUR DE LA PREMIERE ECHEANCE : UNE          *
      *  ECHEANCE RAMENEE AU 28 OU AU 30 EN FIN DE MOIS COURT         *
      *  RETROUVE SON JOUR LE MOIS SUIVANT.                           *
      *  DATE DE FIN A ZERO : ORDRE SANS LIMITE DE DUREE.             *
      *  WS-ORD-DATE-GEN, WS-ORD-ECH-AVANT ET WS-ORD-STATUT-AVANT     *
      *  MEMORISENT LE DERNIER PASSAGE DU GENERATEUR, L'ECHEANCE ET   *
      *  LE STATUT EN VIGUEUR AVANT CE PASSAGE : UNE REPRISE LE MEME  *
      *  JOUR REPART DE CET ETAT ET RECONSTRUIT LE MEME PAQUET DE     *
      *  CARTES.                                                      *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-ORD.
           05  WS-ORD-CLE.
               10  WS-ORD-NUM-CPT      PIC 9(10).
               10  WS-ORD-NUM          PIC 9(03).
           05  WS-ORD-SENS             PIC X(01).
               88  ORD-DEBIT               VALUE 'D'.
               88  ORD-CREDIT              VALUE 'C'.
           05  WS-ORD-MONTANT          PIC 9(7)V99.
           05  WS-ORD-LIBELLE          PIC X(20).
           05  WS-ORD-FREQ             PIC X(01).
               88  ORD-HEBDO               VALUE 'H'.
               88  ORD-MENSUEL             VALUE 'M'.
               88  ORD-TRIMESTRIEL         VALUE 'T'.
               88  ORD-SEMESTRIEL          VALUE 'S'.
               88  ORD-ANNUEL              VALUE 'A'.
               88  ORD-FREQ-VALIDE         VALUE 'H' 'M' 'T' 'S' 'A'.
           05  WS-ORD-JOUR-REF         PIC 9(02).
           05  WS-ORD-PROCH-ECH.
               10  WS-ORD-ECH-SS       PIC 9(02).
               10  WS-ORD-ECH-AA       PIC 9(02).
               10  WS-ORD-ECH-MM       PIC 9(02).
               10  WS-ORD-ECH-JJ       PIC 9(02).
           05  WS-ORD-DATE-FIN         PIC 9(08).
           05  WS-ORD-STATUT           PIC X(01).
               88  ORD-ACTIF               VALUE 'A'.
               88  ORD-SUSPENDU            VALUE 'S'.
               88  ORD-RESILIE             VALUE 'R'.
               88  ORD-ECHU                VALUE 'E'.
           05  WS-ORD-DCREA            PIC 9(06).
           05  WS-ORD-DMAJ             PIC 9(06).
           05  WS-ORD-DATE-GEN         PIC 9(06).
           05  WS-ORD-ECH-AVANT        PIC 9(08).
           05  WS-ORD-STATUT-AVANT     PIC X(01).
           05  FILLER                  PIC X(10).

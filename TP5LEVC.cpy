      *===============================================================*
      *--       CARTE DE LEVEE D'UNE ALERTE DE SURVEILLANCE         --*
      *---------------------------------------------------------------*
      *  CODE 'L' : L'ALERTE DE REFERENCE WS-LEV-CLE A ETE EXAMINEE   *
      *             ET LEVEE PAR LE SERVICE CONFORMITE : ELLE N'EST   *
      *             PLUS REEMISE AUX PASSAGES SUIVANTS.               *
      *  '$$$'    : FIN DES CARTES (VOIR WS-LEV-CODE-EOF)             *
      *---------------------------------------------------------------*
      *  LA REFERENCE EST RECOPIEE TELLE QUELLE DU FICHIER FALERTE    *
      *  (ZONE WS-ALR-CLE DE TP5ALRT). L'OPERATEUR EST OBLIGATOIRE.   *
      *---------------------------------------------------------------*
      *
       01  WS-ENR-LEV.
           05  WS-LEV-CODE-EOF         PIC X(03).
           05  WS-LEV-CODE  REDEFINES WS-LEV-CODE-EOF
                                       PIC X(01).
               88  LEV-LEVEE               VALUE 'L'.
           05  WS-LEV-CLE.
               10  WS-LEV-TYPE         PIC X(01).
               10  WS-LEV-CPT          PIC 9(10).
               10  WS-LEV-DOPER        PIC 9(08).
               10  WS-LEV-SEQ          PIC 9(03).
           05  WS-LEV-OPERATEUR        PIC X(08).
           05  WS-LEV-MOTIF            PIC X(30).
           05  FILLER                  PIC X(17).

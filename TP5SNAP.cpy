      *===============================================================*
      *--     ZONE DE TRAVAIL ASSOCIEE A L'ENREGISTREMENT FSNAP     --*
      *--     (GENERATION DE SAUVEGARDE DES FICHIERS DE LA CHAINE)  --*
      *---------------------------------------------------------------*
      *  RECOPIE DETAILLEE DE FS-ENRG-FSNAP (VOIR READ ... INTO)      *
      *---------------------------------------------------------------*
      *  UNE GENERATION EST UN FICHIER SEQUENTIEL ECRIT PAR ADSOTP25  *
      *  ET RELU PAR ADSOTP26 :                                       *
      *  - UN ENTETE 'E' (NUMERO ET DATE DE LA GENERATION) ;          *
      *  - PAR FICHIER, DANS L'ORDRE FCPTE, FMOUVT, FADRCLI, FARCHIV, *
      *    FMVTIMP : SES ENREGISTREMENTS 'D' EN ORDRE DE CLE, IMAGE   *
      *    TELLE QUELLE, PUIS UN TOTAL 'T' (NOMBRE D'ENREGISTREMENTS  *
      *    ET MONTANT DE CONTROLE) ;                                  *
      *  - UNE FIN 'F' PORTANT LE NOMBRE TOTAL D'ENREGISTREMENTS 'D'. *
      *  UN FICHIER ABSENT AU MOMENT DE LA SAUVEGARDE N'A QUE SON     *
      *  TOTAL, MARQUE ABSENT.                                        *
      *  MONTANT DE CONTROLE : SOMME DES SOLDES POUR FCPTE, SOMME     *
      *  ALGEBRIQUE DES MONTANTS (CREDIT +, DEBIT -) POUR FMOUVT ET   *
      *  FMVTIMP, ZERO POUR FADRCLI ET FARCHIV.                       *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-SNP.
           05  WS-SNP-TYPE             PIC X(01).
               88  SNP-ENTETE              VALUE 'E'.
               88  SNP-DONNEE              VALUE 'D'.
               88  SNP-TOTAL               VALUE 'T'.
               88  SNP-FIN                 VALUE 'F'.
           05  WS-SNP-FIC              PIC X(01).
               88  SNP-FCPTE               VALUE 'C'.
               88  SNP-FMOUVT              VALUE 'M'.
               88  SNP-FADRCLI             VALUE 'A'.
               88  SNP-FARCHIV             VALUE 'H'.
               88  SNP-FMVTIMP             VALUE 'I'.
           05  WS-SNP-IMAGE            PIC X(118).
           05  WS-SNP-ENTETE  REDEFINES WS-SNP-IMAGE.
               10  WS-SNP-ENT-GEN      PIC 9(04).
               10  WS-SNP-ENT-DATE     PIC 9(08).
               10  FILLER              PIC X(106).
           05  WS-SNP-TOTAUX  REDEFINES WS-SNP-IMAGE.
               10  WS-SNP-TOT-PRES     PIC X(01).
                   88  SNP-TOT-PRESENT     VALUE 'P'.
                   88  SNP-TOT-ABSENT      VALUE 'A'.
               10  WS-SNP-TOT-NB       PIC 9(07).
               10  WS-SNP-TOT-MNT      PIC S9(11)V99.
               10  FILLER              PIC X(97).

      *===============================================================*
      *--     ZONE DE TRAVAIL ASSOCIEE A L'ENREGISTREMENT FATTENTE  --*
      *--     (DEMANDES SOUMISES A DOUBLE CONTROLE)                 --*
      *---------------------------------------------------------------*
      *  RECOPIE DETAILLEE DE FS-ENRG-FATTENTE (VOIR READ ... INTO)   *
      *---------------------------------------------------------------*
      *  UN ENREGISTREMENT PAR CARTE SENSIBLE RETENUE PAR ADSOTP6,    *
      *  CLE = REFERENCE DE LA DEMANDE, CROISSANTE. LA CARTE EST      *
      *  CONSERVEE TELLE QUELLE ET N'EST APPLIQUEE QU'A LA            *
      *  VALIDATION, A UN PASSAGE ULTERIEUR, PAR UN OPERATEUR         *
      *  DIFFERENT DU DEMANDEUR. UNE DEMANDE NON VALIDEE DANS LE      *
      *  DELAI EXPIRE. L'ENREGISTREMENT N'EST JAMAIS SUPPRIME : IL    *
      *  GARDE LA TRACE DE LA DECISION.                               *
      *  STATUT 'P' : EN ATTENTE DE VALIDATION                        *
      *         'V' : VALIDEE ET APPLIQUEE                            *
      *         'R' : VALIDEE MAIS REJETEE A L'APPLICATION            *
      *         'E' : EXPIREE SANS VALIDATION                         *
      *---------------------------------------------------------------*
      *  L'ENTETE (39 PREMIERS CARACTERES) EST L'IMAGE JOURNALISEE    *
      *  DANS FJOURNAL ('H' ET 'W') POUR LE RETOUR ARRIERE ADSOTP13.  *
      *  LE SOLDE DU MAITRE AU MOMENT DE LA DEMANDE (ZERO POUR UNE    *
      *  CREATION) EST CONSERVE : UNE MODIFICATION N'EST APPLIQUEE    *
      *  QUE SI CE SOLDE N'A PAS BOUGE ENTRE-TEMPS.                   *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-ATT.
           05  WS-ATT-ENTETE.
               10  WS-ATT-REF          PIC 9(06).
               10  WS-ATT-STATUT       PIC X(01).
                   88  ATT-EN-ATTENTE      VALUE 'P'.
                   88  ATT-VALIDEE         VALUE 'V'.
                   88  ATT-REJETEE         VALUE 'R'.
                   88  ATT-EXPIREE         VALUE 'E'.
               10  WS-ATT-DATE-DEM     PIC 9(08).
               10  WS-ATT-OPE-DEM      PIC X(08).
               10  WS-ATT-DATE-TRT     PIC 9(08).
               10  WS-ATT-OPE-VAL      PIC X(08).
           05  WS-ATT-CARTE.
               10  WS-ATT-CODE         PIC X(03).
               10  WS-ATT-NUM-CPT      PIC 9(10).
               10  FILLER              PIC X(67).
           05  WS-ATT-SOLDE-DEM        PIC S9(7)V99.
           05  FILLER                  PIC X(02).

      *===============================================================*
      *--     ZONE DE TRAVAIL ASSOCIEE A L'ENREGISTREMENT FALERTE   --*
      *--     (ALERTES DE SURVEILLANCE DES MOUVEMENTS, ADSOTP24)    --*
      *---------------------------------------------------------------*
      *  FLUX MACHINE A POSITIONS FIXES (115 CARACTERES, ZONES        *
      *  SEPAREES PAR '|') DESTINE AU SERVICE CONFORMITE. UNE LIGNE   *
      *  PAR ALERTE, SANS ENTETE NI TOTALISATION.                     *
      *  LA REFERENCE DE L'ALERTE (WS-ALR-CLE, 22 CARACTERES) EST     *
      *  STABLE D'UN PASSAGE A L'AUTRE : TYPE, COMPTE, PUIS DATE ET   *
      *  SEQUENCE DU MOUVEMENT EN CAUSE (LE PLUS RECENT DU COMPTE     *
      *  POUR LES ALERTES PORTANT SUR UN ENSEMBLE DE MOUVEMENTS).     *
      *  C'EST CETTE REFERENCE QUE PORTE LA CARTE DE LEVEE (TP5LEVC). *
      *---------------------------------------------------------------*
      *  GRAVITE 1 : CRITIQUE, 2 : ELEVEE, 3 : MODEREE                *
      *  TYPE 'G' : MOUVEMENT SUR UN COMPTE GELE             (1)      *
      *  TYPE 'F' : MONTANTS RONDS REPETES JUSTE SOUS LE SEUIL (1)    *
      *  TYPE 'M' : MONTANT UNITAIRE AU MOINS EGAL AU SEUIL  (2)      *
      *  TYPE 'R' : REPRISE D'ACTIVITE APRES DORMANCE        (2)      *
      *  TYPE 'V' : VOLUME OU CUMUL TRES SUPERIEUR A L'HABITUDE (3)   *
      *---------------------------------------------------------------*
      *  MONTANT   : MOUVEMENT EN CAUSE, OU CUMUL DES MOUVEMENTS EN   *
      *              CAUSE (TYPES 'F' ET 'V')                         *
      *  NOMBRE    : MOUVEMENTS EN CAUSE, OU JOURS SANS MOUVEMENT     *
      *              (TYPE 'R')                                       *
      *  REFERENCE : SEUIL (TYPES 'M' ET 'F'), CUMUL HABITUEL SUR LA  *
      *              FENETRE (TYPE 'V'), SOLDE DU COMPTE (TYPES 'G'   *
      *              ET 'R')                                          *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-ALRT.
           05  WS-ALR-GRAVITE          PIC 9(01).
               88  ALR-CRITIQUE            VALUE 1.
               88  ALR-ELEVEE              VALUE 2.
               88  ALR-MODEREE             VALUE 3.
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-ALR-CLE.
               10  WS-ALR-TYPE         PIC X(01).
                   88  ALR-COMPTE-GELE         VALUE 'G'.
                   88  ALR-FRACTIONNEMENT      VALUE 'F'.
                   88  ALR-MONTANT-ELEVE       VALUE 'M'.
                   88  ALR-REPRISE-ACTIVITE    VALUE 'R'.
                   88  ALR-VOLUME-INHABITUEL   VALUE 'V'.
               10  WS-ALR-CPT          PIC 9(10).
               10  WS-ALR-DOPER        PIC 9(08).
               10  WS-ALR-SEQ          PIC 9(03).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-ALR-DATE-DET         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-ALR-NOM-CLI          PIC X(14).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-ALR-STATUT           PIC X(01).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-ALR-MONTANT          PIC -999999999,99.
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-ALR-NOMBRE           PIC 9(05).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-ALR-REFERENCE        PIC -999999999,99.
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-ALR-LIBELLE          PIC X(30).

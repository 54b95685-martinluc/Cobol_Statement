           05  WS-LMVT-SENS-ED       PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LMVT-MNT-ED        PIC ---.---.--9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LMVT-CTP-LIB-ED    PIC X(05).
           05  WS-LMVT-CTP-ED        PIC X(10).
           05  FILLER                PIC X(07) VALUE SPACES.

      *    LIBELLE EDITE D'UNE JAMBE DE VIREMENT (LE COMPTE DE L'AUTRE
      *    JAMBE EST PORTE EN WS-LMVT-CTP-ED, PRECEDE DE VERS OU DE).
       01  WS-LMVT-VIR-LIB.
           05  FILLER                PIC X(10) VALUE 'VIR. REF. '.
           05  WS-LMVT-VIR-REF-ED    PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-LMVT-VIR-LIB-ED    PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.

       01  WS-LMVT-TOTDEB.
           05  FILLER                PIC X(28) VALUE

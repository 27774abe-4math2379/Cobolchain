      *----------------------------------------------------------------
      * ACKNOWLEDGEMENT OF A BRANCH DECK SECTION, RETURNED TO THE
      * OFFICE THAT SENT IT. WRITTEN BY THE INTAKE (MECCGBT.ACK) FOR
      * EVERY SECTION WHOSE HEADER CARRIES A TRANSMITTAL NUMBER, AND
      * READ BACK BY MECCGXCH WHEN ROTTERDAM ACKNOWLEDGES OUR DECKS:
      *     H AAAAMMJJ BBB NNNNNN  DATE OF THE INTAKE, BRANCH THAT
      *                            SENT THE SECTION, ITS TRANSMITTAL
      *                            NUMBER
      *     R M IIIIIIII RR MOTIF  ONE PER DETAIL OF THE SECTION, IN
      *                            DECK ORDER: MOVEMENT (A/U/D), MEMBER
      *                            ID (THE ONE ASSIGNED FOR AN ADD SENT
      *                            WITHOUT), "OK" APPLIED OR "RJ"
      *                            REJECTED WITH THE REASON
      *     T NNNNNN NNNNNN        COUNTS APPLIED AND REJECTED
      *----------------------------------------------------------------
       01  ACK-RECORD.
           05  AK-CODE           PIC X.
           05  FILLER            PIC X.
           05  AK-DATA           PIC X(58).
           05  AK-ENTETE REDEFINES AK-DATA.
               10  AK-H-DATE     PIC X(8).
               10  FILLER        PIC X.
               10  AK-H-BRANCHE  PIC X(3).
               10  FILLER        PIC X.
               10  AK-H-ENVOI    PIC X(6).
               10  FILLER        PIC X(39).
           05  AK-DETAIL REDEFINES AK-DATA.
               10  AK-R-MVT      PIC X.
               10  FILLER        PIC X.
               10  AK-R-ID       PIC X(8).
               10  FILLER        PIC X.
               10  AK-R-RESULTAT PIC XX.
               10  FILLER        PIC X.
               10  AK-R-MOTIF    PIC X(30).
               10  FILLER        PIC X(14).
           05  AK-PIED REDEFINES AK-DATA.
               10  AK-T-APPLIQUES PIC X(6).
               10  FILLER        PIC X.
               10  AK-T-REJETES  PIC X(6).
               10  FILLER        PIC X(45).

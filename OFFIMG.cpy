      *----------------------------------------------------------------
      * OFF-SITE SHIPMENT IMAGE OF ONE GENERATION BACKUP (<BASE>.OFC,
      * WRITTEN BY GENOFF, ENCRYPTED BY ENRCYPT'S WHOLE-FILE MODE,
      * LANDED BACK BY TRANSRCV AND READ BY GENREST). THE WHOLE-FILE
      * MODE CARRIES 132-BYTE LINES ONLY, SO EACH 250-BYTE BACKUP
      * RECORD TRAVELS AS TWO "D" LINES (OI-SUITE "1" = BYTES 1-125,
      * "2" = BYTES 126-250). THE FIRST LINE IS THE "H" HEADER - THE
      * MASTER, THE GENERATION SLOT IT WAS TAKEN FROM, THAT
      * GENERATION'S DATE, PROVEN COUNT AND TIP HASH (CHAIN ONLY),
      * THE DAY SHIPPED AND BY WHOM; THE LAST IS THE "T" TRAILER WITH
      * THE NUMBER OF LINES OF THE IMAGE, BOTH ENDS INCLUDED.
      *----------------------------------------------------------------
       01  OFFSITE-IMAGE-RECORD.
           05  OI-CODE           PIC X.
           05  OI-SUITE          PIC X.
           05  OI-DONNEES        PIC X(125).
           05  OI-ENTETE REDEFINES OI-DONNEES.
               10  OI-FICHIER    PIC X(12).
               10  OI-GEN        PIC 9.
               10  OI-DATE-GEN   PIC 9(8).
               10  OI-COUNT      PIC 9(8).
               10  OI-HASH       PIC X(18).
               10  OI-DATE-ENVOI PIC 9(8).
               10  OI-OPERATEUR  PIC X(8).
               10  FILLER        PIC X(62).
           05  OI-PIED REDEFINES OI-DONNEES.
               10  OI-NB-LIGNES  PIC 9(8).
               10  FILLER        PIC X(117).
           05  FILLER            PIC X(5).

      *----------------------------------------------------------------
      * EVENT REGISTRATION RECORD (MECCGINS.DAT, INDEXED - PRIMARY KEY
      * IN-CLE, EVENT CODE AND MEMBER; ALTERNATE KEY IN-CODE WITH
      * DUPLICATES FOR EVERY REGISTRATION OF ONE EVENT). ONE PER
      * MEMBER AND EVENT:
      *     "I" REGISTERED - HAS A PLACE; IN-NUMERO IS THE FEE INVOICE
      *         (ZERO WHEN THE EVENT IS FREE)
      *     "A" WAITING    - THE EVENT WAS FULL; IN-HORODATE (DATE AND
      *         TIME OF SIGN-UP) GIVES THE ORDER OF PROMOTION
      *     "X" CANCELLED  - KEPT, NEVER DELETED; A NEW SIGN-UP BY THE
      *         SAME MEMBER REUSES THE RECORD
      * MAINTAINED BY MECCGEVT.
      *----------------------------------------------------------------
       01  REGISTRATION-RECORD.
           05  IN-CLE.
               10  IN-CODE        PIC X(6).
               10  IN-ID          PIC X(8).
           05  IN-STATUT          PIC X.
               88  IN-INSCRIT     VALUE "I".
               88  IN-ATTENTE     VALUE "A".
               88  IN-ANNULE      VALUE "X".
           05  IN-HORODATE        PIC 9(14).
           05  IN-NUMERO          PIC 9(8).
           05  IN-DATE-ANNUL      PIC 9(8).
           05  IN-PAR             PIC X(8).

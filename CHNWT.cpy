      *----------------------------------------------------------------
      * EXTERNAL WITNESS OF THE LEDGER TIP, EXCHANGED WITH THE
      * ROTTERDAM OFFICE. ONE LINE, WRITTEN BY CHNWIT (CHNWIT.OUT)
      * AND SENT THROUGH ENRCYPT'S WHOLE-FILE MODE; ROTTERDAM KEEPS
      * ITS COPY AND RETURNS THE SAME LINE COUNTER-STAMPED, LANDED
      * BY TRANSRCV (DEFAULT CHNWIT.RET) AND RECORDED BY CHNWIT VISA:
      *     W BBB VVVVVVVVVV HHHHHH...  OUR BRANCH CODE AS ROTTERDAM
      *                                 KNOWS US, THE TIP VERSION AND
      *                                 THE FIRST 18 OF ITS CF-HASH,
      *       AAAAMMJJ OOOOOOOO         THE DAY SENT AND BY WHOM,
      *       AAAAMMJJ RRRRRRRRRRRR     THEN ROTTERDAM'S PART, BLANK
      *       SSSSSSSS                  ON THE WAY OUT: THE DATE OF
      *                                 THE COUNTER-STAMP, THEIR
      *                                 REFERENCE AND WHO SIGNED IT.
      * THE RETURNED FIELDS ARE ALPHANUMERIC SO A BADLY KEYED LINE IS
      * REFUSED INSTEAD OF ABENDING THE RUN.
      *----------------------------------------------------------------
       01  WITNESS-RECORD.
           05  TW-CODE           PIC X.
           05  FILLER            PIC X.
           05  TW-BRANCHE        PIC X(3).
           05  FILLER            PIC X.
           05  TW-VERSION        PIC X(10).
           05  FILLER            PIC X.
           05  TW-HASH           PIC X(18).
           05  FILLER            PIC X.
           05  TW-DATE-ENVOI     PIC X(8).
           05  FILLER            PIC X.
           05  TW-OPERATEUR      PIC X(8).
           05  FILLER            PIC X.
           05  TW-DATE-VISA      PIC X(8).
           05  FILLER            PIC X.
           05  TW-REF-VISA       PIC X(12).
           05  FILLER            PIC X.
           05  TW-VISE-PAR       PIC X(8).
           05  FILLER            PIC X(48).

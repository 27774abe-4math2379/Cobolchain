      *----------------------------------------------------------------
      * SUSPENSE RECORD FOR THE DUES SUBSYSTEM (MECCGSUS.DAT). THE
      * RECEIPTS RUN (MECCGPAY) PARKS HERE EVERY RECEIPT IT CANNOT
      * MATCH; THE SUSPENSE RESOLUTION PROGRAM (MECCGSUS) CLOSES EACH
      * ONE BY AN AUDITED ACTION AND STAMPS IT:
      *     SUS-ETAT    "O" (OR SPACE ON A LINE WRITTEN BEFORE THE
      *                 RESOLUTION FIELDS EXISTED) STILL IN SUSPENSE
      *                 "A" APPLIED TO AN INVOICE OF THE REGISTER
      *                 "R" REFUNDED TO THE PAYER
      *                 "B" RETURNED TO THE BANK
      *     SUS-DATE-RESOL / SUS-RESOLU-PAR  WHEN AND BY WHOM
      *     SUS-CIBLE   THE INVOICE NUMBER IT WAS APPLIED TO
      *     SUS-MOTIF-RESOL  THE REASON GIVEN FOR A REFUND/RETURN
      * A RESOLVED LINE IS NEVER REMOVED - THE FILE IS THE PROOF THAT
      * NOTHING LEFT SUSPENSE EXCEPT THROUGH ONE OF THESE ACTIONS.
      *----------------------------------------------------------------
       01  SUSPENSE-RECORD.
           05  SUS-DATE           PIC 9(8).
           05  SUS-ID             PIC X(8).
           05  SUS-NUMERO         PIC X(8).
           05  SUS-MONTANT        PIC 9(5)V99.
           05  SUS-MOTIF          PIC X(30).
           05  SUS-ETAT           PIC X.
               88  SUS-OUVERT     VALUE "O" " ".
               88  SUS-APPLIQUE   VALUE "A".
               88  SUS-REMBOURSE  VALUE "R".
               88  SUS-RENVOYE    VALUE "B".
           05  SUS-DATE-RESOL     PIC 9(8).
           05  SUS-RESOLU-PAR     PIC X(8).
           05  SUS-CIBLE          PIC X(8).
           05  SUS-MOTIF-RESOL    PIC X(30).

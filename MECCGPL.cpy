      *----------------------------------------------------------------
      * DIRECT-DEBIT HISTORY FOR THE DUES SUBSYSTEM (MECCGPRL.DAT,
      * APPEND-ONLY). ONE LINE PER DEBIT:
      *     PL-TYPE "P"  PRESENTED TO THE BANK BY THE COLLECTION RUN
      *                  (MECCGPRL) AND POSTED INTO IV-REGLE
      *             "R"  RETURNED UNPAID BY THE BANK, REVERSED BY
      *                  MECCGRJT - PL-MOTIF IS THE BANK'S REASON
      *                  CODE, PL-FRAIS-NUMERO THE INVOICE RAISED FOR
      *                  THE RETURNED-DEBIT FEE (0 WHEN NONE)
      * PL-RUN-ID TIES A "P" LINE TO THE COLLECTION FILE IT LEFT IN
      * (THE RUN IDENTIFIER ON THE FILE'S HEADER). AN INVOICE WITH AN
      * "R" LINE IS NEVER PRESENTED AGAIN AUTOMATICALLY - THE OFFICE
      * FOLLOWS IT UP WITH THE MEMBER.
      *----------------------------------------------------------------
       01  COLLECTION-RECORD.
           05  PL-TYPE            PIC X.
               88  PL-PRESENTE    VALUE "P".
               88  PL-REJETE      VALUE "R".
           05  PL-DATE            PIC 9(8).
           05  PL-RUN-ID          PIC 9(14).
           05  PL-NUMERO          PIC 9(8).
           05  PL-ID              PIC X(8).
           05  PL-MONTANT         PIC 9(5)V99.
           05  PL-REFERENCE       PIC X(16).
           05  PL-MOTIF           PIC X(4).
           05  PL-FRAIS-NUMERO    PIC 9(8).
           05  PL-PAR             PIC X(8).

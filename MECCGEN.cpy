      *----------------------------------------------------------------
      * RECEIPT HISTORY RECORD FOR THE DUES SUBSYSTEM (MECCGENC.DAT,
      * APPEND-ONLY). ONE LINE PER RECEIPT POSTED INTO IV-REGLE, BY
      * THE RECEIPTS RUN (MECCGPAY) OR BY A SUSPENSE ITEM APPLIED
      * THROUGH MECCGSUS - THE DECK ITSELF IS RE-KEYED EACH RUN, SO
      * THIS IS WHERE THE MEMBER STATEMENT (MECCGREL) FINDS THE
      * PAYMENTS BEHIND AN INVOICE:
      *     EN-DATE-RECU   DATE ON THE RECEIPT (THE RUN DATE WHEN THE
      *                    DECK LINE CARRIED NONE)
      *     EN-DATE-POSTE  PROCESSING DATE IT WAS POSTED
      *     EN-ORIGINE     THE POSTING PROGRAM
      * IV-REGLE PAID BEFORE THE HISTORY EXISTED HAS NO LINE HERE;
      * READERS SHOW THE UNEXPLAINED PART AS AN EARLIER PAYMENT.
      * EN-SENS "R" MARKS A DIRECT DEBIT RETURNED UNPAID BY THE BANK
      * (MECCGRJT): THE AMOUNT WAS TAKEN BACK OUT OF IV-REGLE, SO
      * EVERY READER SUBTRACTS IT. SPACE (EVERY OLDER LINE) IS A
      * RECEIPT.
      *----------------------------------------------------------------
       01  RECEIPT-HISTORY-RECORD.
           05  EN-DATE-RECU       PIC 9(8).
           05  EN-DATE-POSTE      PIC 9(8).
           05  EN-ID              PIC X(8).
           05  EN-NUMERO          PIC 9(8).
           05  EN-MONTANT         PIC 9(5)V99.
           05  EN-ORIGINE         PIC X(8).
           05  EN-PAR             PIC X(8).
           05  EN-SENS            PIC X.
               88  EN-REJET       VALUE "R".

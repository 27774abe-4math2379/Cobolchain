      *----------------------------------------------------------------
      * INVOICE REGISTER RECORD FOR THE DUES SUBSYSTEM (MECCGINV.DAT,
      * INDEXED - PRIMARY KEY IV-NUMERO, ALTERNATE KEY IV-ID WITH
      * DUPLICATES FOR EVERY INVOICE OF ONE MEMBER). THE MONTHLY
      * ASSESSMENT RUN (MECCGDUE) WRITES ONE PER MEMBER BILLED; THE
      * RECEIPTS RUN (MECCGPAY) POSTS PAYMENTS INTO IV-REGLE AND
      * MOVES IV-STATUT FROM "O" (OPEN) TO "R" (SETTLED). IV-REGLE
      * WAS ADDED WITH THE RECEIPTS RUN - ON A REGISTER LINE WRITTEN
      * BEFORE THEN IT READ AS SPACES, WHICH EVERY READER TREATS AS
      * ZERO. SHARED HERE SO THE BILLING RUN AND ANY READER OF THE
      * REGISTER CANNOT DRIFT APART.
      * IV-AVOIR AND IV-REMBOURSE CAME WITH THE ADJUSTMENTS PROGRAM
      * (MECCGADJ): IV-AVOIR IS THE SUM OF CREDIT NOTES AND
      * WRITE-OFFS POSTED AGAINST THE INVOICE, IV-REMBOURSE THE SUM
      * OF OVERPAYMENTS REFUNDED. EACH ONE IS BACKED LINE FOR LINE BY
      * MECCGADJ.DAT. SPACES ON OLDER LINES COUNT AS ZERO, AS FOR
      * IV-REGLE. THE AMOUNT STILL OWED IS ALWAYS
      *     IV-MONTANT - IV-REGLE - IV-AVOIR + IV-REMBOURSE
      * AND EVERY READER THAT AGES, SUSPENDS OR TOTALS USES THAT
      * ADJUSTED BALANCE, NEVER IV-MONTANT ALONE.
      * THE REGISTER WAS LINE SEQUENTIAL UNTIL THE ONE-TIME
      * CONVERSION (MECCGINX), WHICH ALSO ZEROED THE SPACES LEFT IN
      * IV-REGLE / IV-AVOIR / IV-REMBOURSE ON THE OLDEST LINES.
      * EVERY PROGRAM THAT POSTS READS AND REWRITES ONE INVOICE BY
      * KEY; A MEMBER'S INVOICES ARE REACHED THROUGH IV-ID.
      * IV-CATEG IS THE MEMBER'S CATEGORY ON A DUES INVOICE. TWO
      * CODES ARE RESERVED FOR INVOICES THAT ARE NOT DUES: "EV" AN
      * EVENT FEE (MECCGEVT), "RJ" A RETURNED-DEBIT FEE (MECCGRJT).
      * THE BILLING RUN'S RERUN CHECK SKIPS BOTH.
      * A THIRD, "FM", IS A DUES INVOICE AT THE FAMILY RATE: ONE PER
      * HOUSEHOLD (MECCGFOY.DAT), ISSUED TO THE PRIMARY PAYER'S IV-ID
      * AND COVERING EVERY MEMBER OF THE HOUSEHOLD.
      *----------------------------------------------------------------
       01  INVOICE-RECORD.
           05  IV-NUMERO          PIC 9(8).
               88  IV-OUVERTE     VALUE "O".
               88  IV-REGLEE      VALUE "R".
           05  IV-REGLE           PIC 9(5)V99.
           05  IV-AVOIR           PIC 9(5)V99.
           05  IV-REMBOURSE       PIC 9(5)V99.

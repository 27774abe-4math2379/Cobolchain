      *----------------------------------------------------------------
      * MEMBERSHIP CARD RECORD (MECCGCAR.DAT, INDEXED - PRIMARY KEY
      * CA-NUMERO, ALTERNATE KEY CA-ID WITH DUPLICATES FOR EVERY
      * CARD ONE MEMBER HAS HELD). A CARD IS NEVER DELETED: ITS
      * NUMBER STAYS ON FILE SO THE FRONT DESK CAN SAY WHY IT IS
      * REFUSED.
      *     CA-DATE-EXPIRATION  THE MEMBER'S NEXT RENEWAL DATE AT
      *                     ISSUE, BUILT AS MECCGANN BUILDS IT
      *                     (ANNIVERSARY, 29/02 CLAMPED, NEXT WORKING
      *                     DAY BY DATESRV "P"); A MEMBER OF A
      *                     HOUSEHOLD RENEWS WITH ITS PAYER, SO THE
      *                     PAYER'S ANNIVERSARY IS USED
      *     CA-ETAT         "A" ACTIVE, "P" DECLARED LOST, "B"
      *                     BLOCKED (BY A SUPERVISOR, OR REPLACED BY
      *                     A RENEWAL CARD - CA-MOTIF SAYS WHICH)
      *     CA-REMPLACE     THE CARD THIS ONE REPLACES (ZERO FOR A
      *                     FIRST CARD)
      *     CA-DATE-ETAT/CA-PAR  LAST CHANGE OF STATE AND THE
      *                     OPERATOR WHO MADE IT
      * ISSUED BY THE CARD RUN (MECCGCRT) FOR NEW AND RENEWED
      * MEMBERS, REISSUED AND BLOCKED AT THE DESK (MECCGCAR),
      * CHECKED AT EVERY CHECK-IN (MECCGVIS).
      *----------------------------------------------------------------
       01  CARD-RECORD.
           05  CA-NUMERO          PIC 9(8).
           05  CA-ID              PIC X(8).
           05  CA-DATE-EMISSION   PIC 9(8).
           05  CA-DATE-EXPIRATION PIC 9(8).
           05  CA-ETAT            PIC X.
               88  CA-ACTIVE      VALUE "A".
               88  CA-PERDUE      VALUE "P".
               88  CA-BLOQUEE     VALUE "B".
           05  CA-REMPLACE        PIC 9(8).
           05  CA-MOTIF           PIC X(20).
           05  CA-DATE-ETAT       PIC 9(8).
           05  CA-PAR             PIC X(8).

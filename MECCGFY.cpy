      *----------------------------------------------------------------
      * HOUSEHOLD RECORD FOR THE DUES SUBSYSTEM (MECCGFOY.DAT, INDEXED
      * - PRIMARY KEY FY-NUMERO, ALTERNATE KEY FY-PAYEUR, UNIQUE: A
      * MEMBER PAYS FOR ONE HOUSEHOLD AT MOST). GROUPS THE MEMBERS OF
      * ONE FAMILY UNDER THE PRIMARY PAYER, WHO RECEIVES THE ONE
      * INVOICE, THE ONE RENEWAL LETTER AND THE ONE STATEMENT:
      *     FY-PAYEUR       THE PRIMARY PAYER'S MR-ID
      *     FY-MEMBRE       THE OTHER MEMBERS COVERED (FY-NB-MEMBRES
      *                     OF THEM, PACKED FROM THE FIRST) - A MEMBER
      *                     BELONGS TO ONE HOUSEHOLD AT MOST, AS PAYER
      *                     OR AS MEMBER
      *     FY-DATE-MAJ/FY-PAR  LAST CHANGE AND THE OPERATOR WHO MADE
      *                     IT (EVERY CHANGE IS ALSO JOURNALED IN
      *                     MECCGFOY.JRN, BEFORE AND AFTER IMAGES)
      * MAINTAINED ON THE SCREEN BY MECCGFOY. THE DUES RUN (MECCGDUE)
      * BILLS THE HOUSEHOLD ONCE, ON THE PAYER'S RENEWAL DATE, AT THE
      * FAMILY RATE (CATEGORY "FM" OF DUESRATE.DAT); THE RECEIPTS RUN
      * (MECCGPAY) SETTLES THAT INVOICE FROM A RECEIPT NAMING ANY
      * MEMBER OF THE HOUSEHOLD; THE LETTERS (MECCGLTR) AND THE
      * STATEMENTS (MECCGREL) GO TO THE PAYER ONLY, LISTING THE
      * MEMBERS COVERED.
      *----------------------------------------------------------------
       01  HOUSEHOLD-RECORD.
           05  FY-NUMERO          PIC 9(6).
           05  FY-PAYEUR          PIC X(8).
           05  FY-NB-MEMBRES      PIC 99.
           05  FY-MEMBRE          PIC X(8) OCCURS 9.
           05  FY-DATE-CREATION   PIC 9(8).
           05  FY-DATE-MAJ        PIC 9(8).
           05  FY-PAR             PIC X(8).

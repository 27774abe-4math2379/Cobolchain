      *----------------------------------------------------------------
      * DIRECT-DEBIT MANDATE RECORD FOR THE DUES SUBSYSTEM
      * (MECCGMAN.DAT, INDEXED - PRIMARY KEY MD-ID, ONE MANDATE PER
      * MEMBER; ALTERNATE KEY MD-REFERENCE, UNIQUE, SINCE THE BANK
      * KNOWS A MANDATE ONLY BY ITS REFERENCE). MAINTAINED ON THE
      * SCREEN BY MECCGMDT, READ BY THE COLLECTION RUN (MECCGPRL):
      *     MD-IBAN / MD-BIC   THE ACCOUNT DEBITED (IBAN CHECKED
      *                        MOD 97 WHEN KEYED)
      *     MD-TITULAIRE       ACCOUNT HOLDER AS THE BANK HAS IT
      *     MD-DATE-SIGNATURE  DATE THE MEMBER SIGNED THE MANDATE -
      *                        NOTHING IS COLLECTED BEFORE IT
      *     MD-STATUT          "A" ACTIVE, "C" CANCELLED (KEPT ON
      *                        FILE WITH MD-DATE-ANNUL, NEVER DELETED)
      *     MD-DATE-MAJ/MD-PAR LAST CHANGE AND THE OPERATOR WHO MADE
      *                        IT (EVERY CHANGE IS ALSO JOURNALED IN
      *                        MECCGMAN.JRN, BEFORE AND AFTER IMAGES)
      * A NEW MANDATE FOR A MEMBER WHOSE OLD ONE WAS CANCELLED
      * REPLACES THE RECORD; THE OLD ONE SURVIVES IN THE JOURNAL.
      *----------------------------------------------------------------
       01  MANDATE-RECORD.
           05  MD-ID              PIC X(8).
           05  MD-REFERENCE       PIC X(16).
           05  MD-IBAN            PIC X(34).
           05  MD-BIC             PIC X(11).
           05  MD-TITULAIRE       PIC X(20).
           05  MD-DATE-SIGNATURE  PIC 9(8).
           05  MD-STATUT          PIC X.
               88  MD-ACTIF       VALUE "A".
               88  MD-ANNULE      VALUE "C".
           05  MD-DATE-ANNUL      PIC 9(8).
           05  MD-DATE-MAJ        PIC 9(8).
           05  MD-PAR             PIC X(8).

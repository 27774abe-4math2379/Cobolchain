      *----------------------------------------------------------------
      * THE SHOP PASSWORD POLICY (PASSPOL.CTL, ONE LINE, KEPT BY THE
      * SUPERVISORS):
      *     1-3    MAXIMUM AGE OF A PASSWORD IN DAYS   (DEFAULT 090)
      *     5      MINIMUM LENGTH, 1 TO 8              (DEFAULT 6)
      *     7      PREVIOUS PASSWORDS THAT MAY NOT BE
      *            REUSED, 0 TO 5                      (DEFAULT 4)
      *     9-10   DAYS OF NOTICE BEFORE EXPIRY ON THE
      *            MONTHLY REPORT                      (DEFAULT 14)
      *     12-14  DAYS WITHOUT A SIGN-ON BEFORE THE
      *            REPORT LISTS AN OPERATOR            (DEFAULT 090)
      * A FIELD LEFT BLANK OR OUT OF RANGE TAKES ITS DEFAULT, AS DOES
      * THE WHOLE LINE WHEN THE FILE IS ABSENT. READ BY ASL (SIGN-ON
      * AND PASSWORD CHANGE) AND PWDRPT (THE MONTHLY REPORT).
      *----------------------------------------------------------------
       01  POLICY-RECORD.
           05  PP-AGE-MAX         PIC X(3).
           05  FILLER             PIC X.
           05  PP-LONG-MIN        PIC X.
           05  FILLER             PIC X.
           05  PP-HISTORIQUE      PIC X.
           05  FILLER             PIC X.
           05  PP-PREAVIS         PIC XX.
           05  FILLER             PIC X.
           05  PP-INACTIVITE      PIC X(3).

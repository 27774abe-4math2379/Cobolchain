      *     "D" - DSA-NB-JOURS = DSA-DATE-2 - DSA-DATE-1 IN DAYS
      *     "O" - DSA-DATE-2 = DSA-DATE-1 PLUS DSA-NB-JOURS WORKING
      *           DAYS (SATURDAYS, SUNDAYS AND TA2400.FER HOLIDAYS
      *           SKIPPED - OR THE BRANCH'S, SEE DSA-BRANCHE)
      *     "P" - DSA-DATE-2 = FIRST WORKING DAY ON OR AFTER
      *           DSA-DATE-1 (DATE-1 ITSELF WHEN IT IS WORKING)
      *     "L" - DSA-DATE-2 = LAST WORKING DAY OF DSA-DATE-1'S MONTH
      *           STARTING IN MONTH DSA-NB-JOURS (TA2400 FISC MODE):
      *           DSA-PERIODE-FISC = 1..12, DSA-EXERCICE = THE YEAR
      *           THE EXERCISE OPENED
      *     "M" - DSA-DATE-2 = DSA-DATE-1 PLUS DSA-NB-JOURS CALENDAR
      *           MONTHS (NEGATIVE GOES BACK); THE DAY IS KEPT, OR
      *           BROUGHT BACK TO THE LAST OF A SHORTER MONTH
      *           (31/08 MINUS 6 MONTHS = 28 OR 29/02)
      * DSA-RETOUR: "00" OK, "10" BAD DATE-1, "11" BAD DATE-2,
      *             "12" BAD COUNT, "99" UNKNOWN FUNCTION.
      * DSA-BRANCHE NAMES THE OFFICE (BRANCH.DAT CODE) WHOSE HOLIDAY
      * TABLE THE WORKING-DAY FUNCTIONS ("O" "P" "L" "N" "E") WORK
      * TO: FERIES.<CODE>, E.G. FERIES.ROT FOR ROTTERDAM. SPACES, OR
      * A BRANCH WITH NO TABLE OF ITS OWN, MEANS THE SHOP TABLE.
      *----------------------------------------------------------------
       01  DATE-SERVICE-AREA.
           05  DSA-FONCTION       PIC X.
           05  DSA-ANNEE-ISO      PIC 9(4).
           05  DSA-PERIODE-FISC   PIC 99.
           05  DSA-EXERCICE       PIC 9(4).
           05  DSA-BRANCHE        PIC X(3) VALUE SPACES.

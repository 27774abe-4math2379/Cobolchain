      *----------------------------------------------------------------
      * FOLLOW-UP STATE OF ONE EXCEPT.LOG ENTRY (EXCSUIVI.DAT,
      * INDEXED ON ES-CLE). EXCEPT.LOG ITSELF STAYS APPEND-ONLY FOR
      * EVERY PROGRAM THAT WRITES TO IT; THE ENTRY IS NAMED HERE BY
      * ITS FULL IMAGE (EXCLOG.cpy) PLUS ES-RANG, THE OCCURRENCE OF
      * THAT SAME IMAGE IN THE LOG (1 FOR THE FIRST) - TWO IDENTICAL
      * LINES IN ONE SECOND ARE TWO ENTRIES. AN ENTRY WITH NO RECORD
      * HERE IS OPEN. ES-ETAT:
      *     "O" OPEN   "A" ACKNOWLEDGED   "R" RESOLVED
      * WITH THE OPERATOR, DATE AND TIME OF THE LAST CHANGE AND THE
      * FREE-TEXT NOTE. A SEVERE ENTRY ("S") MAY ALSO BE RELEASED BY
      * A SUPERVISOR (ES-LIBERE "O", WHO, WHEN AND WHY): THE NIGHT
      * GATE (NIGHTBAT) AND THE MORNING DAYBOOK THEN COUNT IT AS
      * CLEARED, AND THE DAYBOOK PRINTS THE RELEASE. MAINTAINED BY
      * THE EXCRPT SUIVI COMMAND, EVERY CHANGE JOURNALED IN
      * EXCSUIVI.JRN.
      *----------------------------------------------------------------
       01  EXCEPTION-STATE-RECORD.
           05  ES-CLE.
               10  ES-IMAGE           PIC X(81).
               10  ES-IMAGE-DET REDEFINES ES-IMAGE.
                   15  ES-PROGRAM     PIC X(8).
                   15  ES-EXC-DATE    PIC 9(8).
                   15  ES-EXC-TIME    PIC 9(6).
                   15  ES-VALUE       PIC X(20).
                   15  ES-REASON      PIC X(30).
                   15  ES-SEVERITY    PIC X.
                   15  ES-EXC-OPER    PIC X(8).
               10  ES-RANG            PIC 99.
           05  ES-ETAT                PIC X.
               88  ES-OUVERTE         VALUE "O".
               88  ES-ACQUITTEE       VALUE "A".
               88  ES-RESOLUE         VALUE "R".
           05  ES-OPERATEUR           PIC X(8).
           05  ES-DATE                PIC 9(8).
           05  ES-TIME                PIC 9(6).
           05  ES-NOTE                PIC X(60).
           05  ES-LIBERE              PIC X.
               88  ES-LIBEREE         VALUE "O".
           05  ES-LIB-PAR             PIC X(8).
           05  ES-LIB-DATE            PIC 9(8).
           05  ES-LIB-TIME            PIC 9(6).
           05  ES-LIB-MOTIF           PIC X(60).

      *----------------------------------------------------------------
      * AGM VOTER REGISTER (MECCGAGM.DAT, LINE SEQUENTIAL). BUILT BY
      * MECCGAGM'S REGISTRE AS AT A RECORD DATE AND REWRITTEN WHOLE
      * BY THE SAME PROGRAM AS MEMBERS ARE SIGNED IN ON THE DAY.
      * THE FIRST LINE IS THE HEADER (AG-TYPE "H"):
      *     AG-DATE-REF        THE RECORD DATE THE RIGHTS WERE TAKEN AT
      *     AG-DATE-ETABLI     DAY THE REGISTER WAS BUILT, AND BY WHOM
      *     AG-NB-INSCRITS     NUMBER OF VOTERS THAT FOLLOW
      * THEN ONE LINE PER VOTER (AG-TYPE "V"), IN NAME ORDER:
      *     AG-PRESENCE        " " NOT SIGNED IN, "P" PRESENT,
      *                        "R" REPRESENTED BY PROXY
      *     AG-MANDATAIRE      THE PRESENT VOTER HOLDING THE PROXY
      *     AG-HEURE/AG-OPERATEUR  WHEN, AND WHICH DESK OPERATOR,
      *                        SIGNED THE VOTER IN OR TOOK THE PROXY
      * A VOTER NOT ON THIS FILE HAS NO VOTE AT THE MEETING.
      *----------------------------------------------------------------
       01  AGM-RECORD.
           05  AG-TYPE            PIC X.
               88  AG-ENTETE      VALUE "H".
               88  AG-VOTANT      VALUE "V".
           05  AG-VOTANT-DET.
               10  AG-ID          PIC X(8).
               10  AG-NOM         PIC X(20).
               10  AG-PRESENCE    PIC X.
                   88  AG-ABSENT      VALUE " ".
                   88  AG-PRESENT     VALUE "P".
                   88  AG-REPRESENTE  VALUE "R".
               10  AG-MANDATAIRE  PIC X(8).
               10  AG-HEURE       PIC 9(6).
               10  AG-OPERATEUR   PIC X(8).
           05  AG-ENTETE-DET REDEFINES AG-VOTANT-DET.
               10  AG-DATE-REF    PIC 9(8).
               10  AG-DATE-ETABLI PIC 9(8).
               10  AG-ETABLI-PAR  PIC X(8).
               10  AG-NB-INSCRITS PIC 9(5).
               10  FILLER         PIC X(22).

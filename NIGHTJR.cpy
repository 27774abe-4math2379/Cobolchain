      * (NIGHTBAT.JRN). NIGHTBAT WRITES ONE "S" RECORD AT EACH STEP
      * START, ONE "E" AT ITS END (RETURN CODE AND DURATION IN
      * SECONDS), AND ONE "K" WHEN THE CALENDAR DECISION SKIPS THE
      * STEP (ITS RUN CONDITION IN NIGHTBAT.JOB, OR THAT OF A STEP IT
      * DEPENDS ON); STEPS ARE NUMBERED 01-99 AS THE JOB FILE NUMBERS
      * THEM. THE MORNING REPORT (MORNRPT) READS THEM BACK. SHARED
      * HERE SO WRITER AND READER CANNOT DRIFT APART.
      *----------------------------------------------------------------
       01  NIGHT-JOURNAL-RECORD.

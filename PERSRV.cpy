      *----------------------------------------------------------------
      * SHARED REQUEST AREA FOR THE PERSRV CLOSED-PERIOD SERVICE. A
      * PROGRAM ABOUT TO POST TO THE DUES REGISTER ASKS:
      *     CALL "PERSRV" USING PERIOD-AREA
      * WITH PER-DATE THE DATE THE POSTING WOULD CARRY (THE BUSINESS
      * DATE). THE SERVICE READS THE CLOSED-PERIOD FILE MECCGPER.DAT
      * WRITTEN BY THE PERIOD-CLOSE RUN (MECCGCLO). PER-RETOUR:
      *     "00" THE DATE FALLS IN AN OPEN PERIOD - POST
      *     "30" THE DATE FALLS IN A CLOSED PERIOD - REFUSE
      * PER-MOIS-CLOS (AAAAMM, ZERO WHEN NOTHING IS CLOSED YET),
      * PER-EXERCICE AND PER-PERIODE COME BACK FILLED WITH THE LAST
      * PERIOD CLOSED EITHER WAY. PERIODS ARE CLOSED IN ORDER, SO
      * EVERY DATE UP TO THE END OF THAT MONTH IS FROZEN.
      *----------------------------------------------------------------
       01  PERIOD-AREA.
           05  PER-DATE           PIC 9(8).
           05  PER-RETOUR         PIC XX.
           05  PER-MOIS-CLOS      PIC 9(6).
           05  PER-EXERCICE       PIC 9(4).
           05  PER-PERIODE        PIC 99.

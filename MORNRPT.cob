       01  WS-OP-CONSTATE        PIC X(8).

      *----------------------------------------------------------------
      * PER STEP (01..99): LAST NIGHT'S START/END/RC/DURATION AND THE
      * HISTORY (SUM + COUNT OF DURATIONS ON EARLIER NIGHTS).
      *----------------------------------------------------------------
       01  TABLE-STEPS.
           05  STEP-ENT OCCURS 99.
               10  ST-DEBUT      PIC 9(6).
               10  ST-FIN        PIC 9(6).
               10  ST-RC         PIC 9(4).
           END-PERFORM.
           CLOSE JOURNAL-FILE.
      *    DEUXIEME PASSE : DETAIL DE LA NUIT + HISTORIQUE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 99
               MOVE "N" TO ST-DEBUT-VU (WS-I) ST-FIN-VU (WS-I)
                           ST-SAUTE (WS-I)
               MOVE 0 TO ST-HIST-SOMME (WS-I) ST-HIST-NB (WS-I)
           PERFORM C-100-EDITER.
           STOP RUN.
       B-100-CLASSER.
           IF NJ-STEP < 1 OR NJ-STEP > 99
               GO TO F-100-EXIT.
           IF NJ-DATE = WS-DERNIERE-NUIT
               EVALUATE NJ-EVENT
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 99
               IF ST-DEBUT-VU (WS-I) = "O"
                   PERFORM C-200-EDITER-STEP
               ELSE

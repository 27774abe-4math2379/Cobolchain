           MOVE "MECCGDUP" TO JR-SOURCE.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE WS-AFTER-IMAGE TO JR-AFTER.
           MOVE WS-OPERATEUR TO JR-OPERATEUR.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
      *----------------------------------------------------------------

                           MOVE "D" TO JR-TYPE
                           MOVE "MECCGARC" TO JR-SOURCE
                           MOVE SPACES TO JR-AFTER
                           MOVE AUT-OPERATEUR TO JR-OPERATEUR
                           WRITE JOURNAL-RECORD
                           PERFORM EDITER-LIGNE-RETENTION
                   END-DELETE
                   MOVE "MECCGARC" TO JR-SOURCE
                   MOVE SPACES TO JR-BEFORE
                   MOVE MASTER-RECORD TO JR-AFTER
                   MOVE AUT-OPERATEUR TO JR-OPERATEUR
                   WRITE JOURNAL-RECORD
                   CLOSE JOURNAL-FILE
                   DISPLAY "ID " WS-ID-DEMANDE " RESTAURE"

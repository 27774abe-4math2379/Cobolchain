      *          GENERATION WHOSE VERIFICATION RECORD NO LONGER
      *          MATCHES. A FAILED VERIFICATION RAISES A SEVERE
      *          EXCEPTION AND RETURN-CODE 8 SO THE NIGHT GATE SEES
      *          IT. THE OFF-SITE COPIES GENOFF RECORDS IN THE SAME
      *          CATALOGUE (STATE "X") ARE CARRIED THROUGH UNTOUCHED
      *          AND PLAY NO PART IN THE CHOICE OF SLOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  IDX-RESTE         PIC X(12).
       FD  KEYREG-FILE
                      DATA RECORD KEYREG-RECORD.
       01  KEYREG-RECORD         PIC X(60).
       FD  BACKUP-FILE
                      DATA RECORD BACKUP-RECORD.
       01  BACKUP-RECORD         PIC X(250).
      *----------------------------------------------------------------
      * THE GENERATION CATALOGUE - ONE LINE PER HELD GENERATION.
      * CAT-ETAT "V" = VERIFIED ON WRITE; "X" = AN OFF-SITE COPY
      * RECORDED BY GENOFF (CAT-GEN ITS OFF-SITE SLOT); ANYTHING ELSE
      * IS NOT RESTORABLE.
      *----------------------------------------------------------------
       FD  CATALOG-FILE
                      DATA RECORD CATALOG-RECORD.
                   NOT AT END
                       ADD 1 TO WS-NB-VIF
                       MOVE SPACES TO BACKUP-RECORD
                       MOVE KEYREG-RECORD TO BACKUP-RECORD (1:60)
                       WRITE BACKUP-RECORD
               END-READ
           END-PERFORM.
           END-IF.
      *----------------------------------------------------------------
      * THE NEXT GENERATION SLOT FOR WS-FICHIER: AFTER THE YOUNGEST
      * HELD ONE, CYCLING 1-2-3 SO THE OLDEST IS OVERWRITTEN. OFF-SITE
      * ENTRIES ARE NOT GENERATIONS AND ARE PASSED OVER.
      *----------------------------------------------------------------
       CHOISIR-GENERATION.
           MOVE 0 TO WS-DATE-MAX.
           MOVE 0 TO WS-GEN.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CAT
               IF CTE-FICHIER (WS-I) = WS-FICHIER
                  AND CTE-ETAT (WS-I) NOT = "X"
                  AND CTE-DATE (WS-I) NOT < WS-DATE-MAX
                   MOVE CTE-DATE (WS-I) TO WS-DATE-MAX
                   MOVE CTE-GEN (WS-I) TO WS-GEN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CAT
               IF CTE-FICHIER (WS-I) = WS-FICHIER
                  AND CTE-GEN (WS-I) = WS-GEN
                  AND CTE-ETAT (WS-I) NOT = "X"
                   CONTINUE
               ELSE
                   ADD 1 TO WS-K

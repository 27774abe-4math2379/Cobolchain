      *          MASTER. READS THE CHANGE-HISTORY JOURNAL (MECCG.JRN,
      *          MECCGJR.cpy LAYOUT) AND PRINTS EVERY ADD, UPDATE AND
      *          DELETE STAMPED WITH TODAY'S DATE: TIME, SOURCE
      *          (SCREEN OR BATCH), OPERATOR, ID, AND THE NAME BEFORE
      *          AND AFTER, WITH TOTALS PER TYPE. WHEN A MEMBER DISPUTES
      *          WHAT WE HOLD, THE FULL BEFORE/AFTER IMAGES STAY IN
      *          THE JOURNAL - THIS LISTING IS THE DAILY DIGEST.

           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-SOURCE        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-OPERATEUR     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-ID            PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DET-NOM-AVANT     PIC X(20).
           MOVE JR-TIME   TO DET-TIME.
           MOVE JR-TYPE   TO DET-TYPE.
           MOVE JR-SOURCE TO DET-SOURCE.
           MOVE JR-OPERATEUR TO DET-OPERATEUR.
           IF JR-TYPE = "D"
               MOVE JR-BEFORE (1:8) TO DET-ID
           ELSE

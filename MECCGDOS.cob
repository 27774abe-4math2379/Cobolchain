      *          PROGRAM PRINTS:
      *            1. THE CURRENT MASTER RECORD, FIELD BY FIELD;
      *            2. EVERY MECCG.JRN ENTRY FOR THAT ID IN DATE/TIME
      *               ORDER, WITH THE OPERATOR WHO MADE IT AND THE
      *               FIELDS THAT CHANGED IN EACH UPDATE SPELLED OUT
      *               (BEFORE -> AFTER);
      *            3. ANY ARCHIVED IMAGES OF THE ID FROM MECCG.ARC.

       ENVIRONMENT DIVISION.
               10  MV-CLE        PIC 9(14).
               10  MV-TYPE       PIC X.
               10  MV-SOURCE     PIC X(8).
               10  MV-OPERATEUR  PIC X(8).
               10  MV-BEFORE     PIC X(127).
               10  MV-AFTER      PIC X(127).
       01  WS-MVT-TRAVAIL.
           05  TRV-CLE           PIC 9(14).
           05  TRV-TYPE          PIC X.
           05  TRV-SOURCE        PIC X(8).
           05  TRV-OPERATEUR     PIC X(8).
           05  TRV-BEFORE        PIC X(127).
           05  TRV-AFTER         PIC X(127).

           05  DMV-TYPE          PIC X.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DMV-SOURCE        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  DMV-OPERATEUR     PIC X(8).
       01  WS-LIGNE-CHAMP.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  DCH-LIBELLE       PIC X(8).
           COMPUTE TRV-CLE = JR-DATE * 1000000 + JR-TIME.
           MOVE JR-TYPE TO TRV-TYPE.
           MOVE JR-SOURCE TO TRV-SOURCE.
           MOVE JR-OPERATEUR TO TRV-OPERATEUR.
           MOVE JR-BEFORE TO TRV-BEFORE.
           MOVE JR-AFTER TO TRV-AFTER.
           MOVE WS-NB-MVTS TO WS-J.
           MOVE TRV-CLE    TO MV-CLE (WS-J).
           MOVE TRV-TYPE   TO MV-TYPE (WS-J).
           MOVE TRV-SOURCE TO MV-SOURCE (WS-J).
           MOVE TRV-OPERATEUR TO MV-OPERATEUR (WS-J).
           MOVE TRV-BEFORE TO MV-BEFORE (WS-J).
           MOVE TRV-AFTER  TO MV-AFTER (WS-J).
           ADD 1 TO WS-NB-MVTS.
           COMPUTE DMV-TIME = FUNCTION MOD (MV-CLE (WS-I), 1000000).
           MOVE MV-TYPE (WS-I) TO DMV-TYPE.
           MOVE MV-SOURCE (WS-I) TO DMV-SOURCE.
           MOVE MV-OPERATEUR (WS-I) TO DMV-OPERATEUR.
           MOVE SPACES TO LIGNE-RPT.
           MOVE WS-LIGNE-MVT TO LIGNE-RPT.
           WRITE LIGNE-RPT.

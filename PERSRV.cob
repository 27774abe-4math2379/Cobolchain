       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSRV.
       AUTHOR. SHOP OPERATIONS.
      *          CALLABLE CLOSED-PERIOD CHECK FOR THE DUES REGISTER.
      *          ONCE THE TREASURER HAS CLOSED A FISCAL PERIOD
      *          (MECCGCLO), ITS TOTALS ARE CARRIED FORWARD AND
      *          ANCHORED IN THE LEDGER - A POSTING DATED INTO IT
      *          WOULD MAKE THEM WRONG. EVERY PROGRAM THAT POSTS TO
      *          THE REGISTER (BILLING, RECEIPTS, SUSPENSE, ADJUSTMENTS)
      *          ASKS THIS SERVICE (PERSRV.cpy) FIRST. THE FREEZE
      *          POINT IS THE LATEST MONTH ON MECCGPER.DAT; NO FILE
      *          MEANS NOTHING IS CLOSED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "MECCGPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE
                      DATA RECORD PERIOD-CLOSE-RECORD.
           COPY "MECCGPE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PER-STATUS         PIC XX.
       01  WS-EOF-FLAG           PIC X.

       LINKAGE SECTION.
           COPY "PERSRV.cpy".

       PROCEDURE DIVISION USING PERIOD-AREA.
       A-000-DEBUT.
           MOVE 0 TO PER-MOIS-CLOS PER-EXERCICE PER-PERIODE.
           OPEN INPUT PERIOD-FILE.
           IF WS-PER-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PERIOD-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PE-MOIS NUMERIC
                              AND PE-MOIS > PER-MOIS-CLOS
                               MOVE PE-MOIS TO PER-MOIS-CLOS
                               MOVE PE-EXERCICE TO PER-EXERCICE
                               MOVE PE-PERIODE TO PER-PERIODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.
           IF PER-DATE (1:6) > PER-MOIS-CLOS
               MOVE "00" TO PER-RETOUR
           ELSE
               MOVE "30" TO PER-RETOUR
           END-IF.
           GOBACK.

       END PROGRAM PERSRV.

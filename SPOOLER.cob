      *            CAPTURE - COPIES A REPORT FILE INTO THE NEXT SPOOL
      *                      MEMBER AND CATALOGUES IT;
      *            LIST    - THE CATALOGUE;
      *            REPRINT - REPRODUCES A HELD ENTRY TO SPOOLOUT.RPT
      *                      AND CATALOGUES THE REPRINT ITSELF: A LINE
      *                      IN STATE "R" UNDER THE SAME NUMBER, WITH
      *                      THE REPRINT'S DATE AND TIME, THE ENTRY'S
      *                      TYPE AND PROGRAM, AND THE OPERATOR WHO
      *                      ASKED FOR IT - WHO SAW WHAT, AND WHEN;
      *            SWEEP   - RETENTION: ENTRIES OLDER THAN THEIR
      *                      REPORT TYPE'S LIMIT (SPOOLRET.DAT, ONE
      *                      LINE PER TYPE AND DAY COUNT; 30 DAYS BY
       01  WS-LIMITE             PIC 9(3).
       01  WS-NB-PURGES          PIC 9(4).
       01  WS-TROUVE             PIC X.
       01  WS-TYPE-TROUVE        PIC X(12).
       01  WS-PROG-TROUVE        PIC X(8).
       01  WS-I                  PIC S9(4) COMP.
           COPY "DATESRV.cpy".

      *----------------------------------------------------------------
      * THE CATALOGUE IN MEMORY WHILE THE SWEEP REWRITES IT - REPRINT
      * LINES INCLUDED, HENCE THE ROOM.
      *----------------------------------------------------------------
       01  WS-NB-CAT             PIC S9(4) COMP VALUE 0.
       01  TABLE-CAT.
           05  CATE OCCURS 1000.
               10  CTE-NUMERO    PIC 9(6).
               10  CTE-DATE      PIC 9(8).
               10  CTE-TIME      PIC 9(6).
               CLOSE CATALOG-FILE
           END-IF.
      *----------------------------------------------------------------
      * REPRINT: A HELD ENTRY BACK OUT, LINE FOR LINE. THE ENTRY'S
      * OWN LINE DECIDES - REPRINT LINES UNDER ITS NUMBER ARE ONLY
      * THE TRACE OF EARLIER REPRINTS.
      *----------------------------------------------------------------
       DO-REPRINT.
           DISPLAY "NUMERO D'ENTREE : ".
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF SP-NUMERO = WS-NUMERO-DEMANDE
                              AND SP-ETAT NOT = "R"
                               MOVE SP-ETAT TO WS-TROUVE
                               MOVE SP-TYPE TO WS-TYPE-TROUVE
                               MOVE SP-PROGRAMME TO WS-PROG-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.
           CLOSE MEMBER-FILE.
           CLOSE OUTPUT-FILE.
           OPEN EXTEND CATALOG-FILE.
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
               CLOSE CATALOG-FILE
               OPEN EXTEND CATALOG-FILE
           END-IF.
           MOVE WS-NUMERO-DEMANDE TO SP-NUMERO.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.
           MOVE BDA-DATE TO SP-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO SP-TIME.
           MOVE WS-TYPE-TROUVE TO SP-TYPE.
           MOVE WS-PROG-TROUVE TO SP-PROGRAMME.
           MOVE WS-OPERATEUR TO SP-OPERATEUR.
           MOVE "R" TO SP-ETAT.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.
           DISPLAY "REPRODUIT DANS SPOOLOUT.RPT - " WS-NB-LIGNES
                   " LIGNE(S)".
       FIN-REPRINT.
                   READ CATALOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-NB-CAT < 1000
                               ADD 1 TO WS-NB-CAT
                               MOVE SP-NUMERO
                                   TO CTE-NUMERO (WS-NB-CAT)

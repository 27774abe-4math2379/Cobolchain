      *            - COUNT DISAGREEMENTS BETWEEN AN ANCHOR AND ITS
      *              TRAILER;
      *            - ANCHORS WHOSE OPERATING DAY HAS NO CLEAN "E"
      *              STEP RECORD IN NIGHTBAT.JRN;
      *            - EVERY EXTERNAL WITNESS ("W" BLOCK, RECORDED BY
      *              CHNWIT FROM ROTTERDAM'S COUNTER-STAMP) AGAINST
      *              THE BLOCK IT WITNESSED AS IT STANDS NOW - THE
      *              LIVE CHAIN, OR CHAIN.ARC FOR AN ARCHIVED SPAN.
      *              THE STORED HASH MUST STILL BE THE ONE ROTTERDAM
      *              HOLDS, AND MUST STILL FOLLOW FROM THE BLOCK'S
      *              PAYLOAD AND ITS PREDECESSOR; A WITNESS THAT NO
      *              LONGER MATCHES IS A SEVERE FINDING (EXCEPT.LOG).
      *          THE CLOSING PAGE IS THE STATEMENT THE AUDITOR TAKES
      *          AWAY: THE LEDGER AND THE OPERATIONAL JOURNALS TELL
      *          ONE STORY, OR THEY DO NOT.
               FILE STATUS  IS WS-NJR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CHNAUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10  ARC-RA-RUN-ID  PIC 9(14).
               10  ARC-RA-COUNT   PIC 9(8).
               10  FILLER         PIC X(70).
           05  ARC-WITNESS REDEFINES ARC-NUMBER.
               10  ARC-WI-VERSION PIC 9(10).
               10  ARC-WI-HASH    PIC X(18).
               10  ARC-WI-ENVOI   PIC 9(8).
               10  ARC-WI-VISA    PIC 9(8).
               10  ARC-WI-REFERENCE PIC X(12).
               10  FILLER         PIC X(44).
           05  ARC-HASH           PIC X(100).
       FD  RUN-FILE
                      DATA RECORD RUN-CONTROL-RECORD.
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-CHN-STATUS         PIC XX.
       01  WS-ARC-STATUS         PIC XX.
       01  WS-RUN-STATUS         PIC XX.
       01  WS-NB-NUITS           PIC S9(4) COMP VALUE 0.
       01  TABLE-NUITS.
           05  NUIT OCCURS 400   PIC 9(8).
      *----------------------------------------------------------------
      * THE EXTERNAL WITNESSES, LIVE LEDGER AND ARCHIVE TOGETHER, AND
      * WHAT THE WITNESSED BLOCK LOOKS LIKE NOW.
      *----------------------------------------------------------------
       01  WS-NB-TEMOINS         PIC S9(4) COMP VALUE 0.
       01  TABLE-TEMOINS.
           05  TEMOIN OCCURS 200.
               10  TM-BLOC       PIC 9(10).
               10  TM-VERSION    PIC 9(10).
               10  TM-HASH       PIC X(18).
               10  TM-VISA       PIC 9(8).
               10  TM-REFERENCE  PIC X(12).
       01  WS-NB-TEMOINS-KO      PIC 9(4) VALUE 0.
       01  WS-BLOC-TROUVE        PIC X.
       01  WS-LIEU               PIC X(3).
       01  WS-RECALCUL           PIC X.
       01  WS-PREC-TROUVE        PIC X.
       01  WS-VERSION-PREC       PIC 9(10).
       01  WS-MOTIF              PIC X(30).
       01  WS-STORED-HASH        PIC X(100).
      *    LEDGER HASHING - THE SAME WORK AREAS AND ROLLING CHECKSUM
      *    AS THE LEDGER PROGRAM.
       01  BLOCKS.
               05 BLOCKS-NUMBER PIC X(100).
               05 BLOCKS-VERSION PIC 9(10).
               05 BLOCKS-TYPE   PIC X.
       01  WS-CHAIN-TIP-HASH     PIC X(100).
       01  BLOCKSHASH.
               05 BLOCKHASH-NUM PIC X(100).
       01  WS-HASH-WORK.
               05 WS-HASH-I        PIC 9(3).
               05 WS-HASH-ACCUM    PIC 9(18).
               05 WS-HASH-CHAR-VAL PIC 9(3).

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-OPERATEUR.
           PERFORM B-100-COLLECTER-ANCRES.
           PERFORM B-200-COLLECTER-RUNS.
           PERFORM B-300-COLLECTER-NUITS THRU FIN-COLLECTER-NUITS.
           WRITE LIGNE-RPT.
           PERFORM C-100-ANCRES-CONTRE-RUNS.
           PERFORM C-200-RUNS-CONTRE-ANCRES.
           PERFORM C-250-TEMOINS.
           PERFORM C-300-VERDICT.
           CLOSE REPORT-FILE.
           DISPLAY "AUDIT ECRIT DANS CHNAUDIT.RPT".
           IF WS-NB-ECARTS > 0 OR WS-NB-NON-ANCRES > 0
              OR WS-NB-TEMOINS-KO > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      * EVERY "R" BLOCK OF THE LIVE LEDGER AND OF THE ARCHIVE, AND
      * EVERY "W" BLOCK.
      *----------------------------------------------------------------
       B-100-COLLECTER-ANCRES.
           OPEN INPUT CHAIN-FILE.
                               MOVE "VIF"
                                   TO AN-ORIGINE (WS-NB-ANCRES)
                           END-IF
                           IF CF-TYPE = "W"
                              AND WS-NB-TEMOINS < 200
                               ADD 1 TO WS-NB-TEMOINS
                               MOVE CF-VERSION
                                   TO TM-BLOC (WS-NB-TEMOINS)
                               MOVE CF-WI-VERSION
                                   TO TM-VERSION (WS-NB-TEMOINS)
                               MOVE CF-WI-HASH
                                   TO TM-HASH (WS-NB-TEMOINS)
                               MOVE CF-WI-VISA
                                   TO TM-VISA (WS-NB-TEMOINS)
                               MOVE CF-WI-REFERENCE
                                   TO TM-REFERENCE (WS-NB-TEMOINS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAIN-FILE
                               MOVE "ARC"
                                   TO AN-ORIGINE (WS-NB-ANCRES)
                           END-IF
                           IF ARC-TYPE = "W"
                              AND WS-NB-TEMOINS < 200
                               ADD 1 TO WS-NB-TEMOINS
                               MOVE ARC-VERSION
                                   TO TM-BLOC (WS-NB-TEMOINS)
                               MOVE ARC-WI-VERSION
                                   TO TM-VERSION (WS-NB-TEMOINS)
                               MOVE ARC-WI-HASH
                                   TO TM-HASH (WS-NB-TEMOINS)
                               MOVE ARC-WI-VISA
                                   TO TM-VISA (WS-NB-TEMOINS)
                               MOVE ARC-WI-REFERENCE
                                   TO TM-REFERENCE (WS-NB-TEMOINS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               WRITE LIGNE-RPT
           END-IF.
      *----------------------------------------------------------------
      * SECTION 3: EACH EXTERNAL WITNESS AGAINST THE BLOCK IT
      * WITNESSED.
      *----------------------------------------------------------------
       C-250-TEMOINS.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "TEMOINS EXTERNES (ROTTERDAM)" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-TEMOINS
               PERFORM C-260-UN-TEMOIN THRU FIN-UN-TEMOIN
           END-PERFORM.
           IF WS-NB-TEMOINS = 0
               MOVE "  AUCUN TEMOIN AU GRAND LIVRE" TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
      *    THE WITNESSED BLOCK FROM THE LIVE CHAIN; AN ARCHIVE ANCHOR
      *    (OR NOTHING) THERE SENDS THE LOOKUP TO CHAIN.ARC.
       C-260-UN-TEMOIN.
           MOVE "N" TO WS-BLOC-TROUVE.
           MOVE "N" TO WS-RECALCUL.
           MOVE "O" TO WS-PREC-TROUVE.
           MOVE SPACES TO WS-STORED-HASH.
           MOVE SPACES TO WS-CHAIN-TIP-HASH.
           COMPUTE WS-VERSION-PREC = TM-VERSION (WS-I) - 1.
           OPEN INPUT CHAIN-FILE.
           MOVE TM-VERSION (WS-I) TO CF-VERSION.
           READ CHAIN-FILE KEY IS CF-VERSION
               INVALID KEY MOVE "23" TO WS-CHN-STATUS
           END-READ.
           IF WS-CHN-STATUS = "00"
               MOVE "O" TO WS-BLOC-TROUVE
               MOVE "VIF" TO WS-LIEU
               MOVE CF-HASH TO WS-STORED-HASH
               IF CF-TYPE NOT = "A"
                   MOVE "O" TO WS-RECALCUL
                   MOVE CF-NUMBER  TO BLOCKS-NUMBER
                   MOVE CF-VERSION TO BLOCKS-VERSION
                   MOVE CF-TYPE    TO BLOCKS-TYPE
                   IF WS-VERSION-PREC > 0
                       MOVE WS-VERSION-PREC TO CF-VERSION
                       READ CHAIN-FILE KEY IS CF-VERSION
                           INVALID KEY MOVE "N" TO WS-PREC-TROUVE
                           NOT INVALID KEY
                               MOVE CF-HASH TO WS-CHAIN-TIP-HASH
                       END-READ
                   END-IF
               END-IF
           END-IF.
           CLOSE CHAIN-FILE.
           IF WS-RECALCUL = "N"
               PERFORM C-270-CHERCHER-ARCHIVE
           END-IF.
           IF WS-BLOC-TROUVE = "N"
               MOVE "BLOC TEMOIGNE INTROUVABLE" TO WS-MOTIF
               GO TO C-280-TEMOIN-KO.
           IF WS-STORED-HASH (1:18) NOT = TM-HASH (WS-I)
               MOVE "HASH TEMOIGNE NE CORRESPOND PLUS" TO WS-MOTIF
               GO TO C-280-TEMOIN-KO.
           IF WS-PREC-TROUVE = "N"
               MOVE "MAILLON PRECEDENT ABSENT" TO WS-MOTIF
               GO TO C-280-TEMOIN-KO.
           IF WS-RECALCUL = "O"
               PERFORM CALCULER-HASH
               IF BLOCKHASH-NUM NOT = WS-STORED-HASH
                   MOVE "BLOC TEMOIGNE ALTERE" TO WS-MOTIF
                   GO TO C-280-TEMOIN-KO
               END-IF
           END-IF.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  CONCORDE      VERSION " TM-VERSION (WS-I)
                  " (" WS-LIEU ") VISA " TM-VISA (WS-I)
                  " REF " TM-REFERENCE (WS-I)
                  " BLOC " TM-BLOC (WS-I)
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           GO TO FIN-UN-TEMOIN.
       C-280-TEMOIN-KO.
           ADD 1 TO WS-NB-TEMOINS-KO.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  *** SEVERE    VERSION " TM-VERSION (WS-I)
                  " VISA " TM-VISA (WS-I)
                  " REF " TM-REFERENCE (WS-I) " - " WS-MOTIF
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE TM-VERSION (WS-I) TO EXC-VALUE.
           MOVE WS-MOTIF TO EXC-REASON.
           MOVE "S" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
       FIN-UN-TEMOIN.
           EXIT.
      *    THE ARCHIVED ORIGINAL OF THE WITNESSED VERSION AND ITS
      *    PREDECESSOR'S HASH. A LATER ARCHIVE RUN COPIES THE EARLIER
      *    HAND-OFF ANCHOR AGAIN, SO AN "A" LINE NEVER STANDS FOR THE
      *    ORIGINAL; ITS HASH IS THE ORIGINAL'S ALL THE SAME.
       C-270-CHERCHER-ARCHIVE.
           IF WS-VERSION-PREC > 0
               MOVE "N" TO WS-PREC-TROUVE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ARC-VERSION = TM-VERSION (WS-I)
                              AND ARC-TYPE NOT = "A"
                               MOVE "O" TO WS-BLOC-TROUVE
                               MOVE "O" TO WS-RECALCUL
                               MOVE "ARC" TO WS-LIEU
                               MOVE ARC-HASH    TO WS-STORED-HASH
                               MOVE ARC-NUMBER  TO BLOCKS-NUMBER
                               MOVE ARC-VERSION TO BLOCKS-VERSION
                               MOVE ARC-TYPE    TO BLOCKS-TYPE
                           END-IF
                           IF ARC-VERSION = WS-VERSION-PREC
                              AND WS-VERSION-PREC > 0
                               MOVE "O" TO WS-PREC-TROUVE
                               MOVE ARC-HASH TO WS-CHAIN-TIP-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
      *    NO ARCHIVED ORIGINAL: ONLY THE LIVE ANCHOR'S HASH CAN BE
      *    COMPARED, THE PAYLOAD IS GONE.
           IF WS-RECALCUL = "N"
               MOVE "O" TO WS-PREC-TROUVE
           END-IF.
      *----------------------------------------------------------------
      * THE CLOSING STATEMENT.
      *----------------------------------------------------------------
       C-300-VERDICT.
           STRING "ANCRES SANS NUIT JOURNALEE: " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-TEMOINS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "TEMOINS EXTERNES EXAMINES : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-TEMOINS-KO TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "TEMOINS NON CONCORDANTS   : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-NB-ECARTS = 0 AND WS-NB-NON-ANCRES = 0
              AND WS-NB-TEMOINS-KO = 0
               MOVE "CONCLUSION : LE GRAND LIVRE ET LES JOURNAUX"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
      *----------------------------------------------------------------
      * SAME ROLLING CHECKSUM AS THE LEDGER PROGRAM: PAYLOAD, THEN
      * PREDECESSOR HASH, THEN VERSION, THEN TYPE.
      *----------------------------------------------------------------
       CALCULER-HASH.
           MOVE 0 TO WS-HASH-ACCUM
           MOVE 1 TO WS-HASH-I
           PERFORM UNTIL WS-HASH-I > 100
               MOVE FUNCTION ORD(BLOCKS-NUMBER(WS-HASH-I:1))
                       TO WS-HASH-CHAR-VAL
               COMPUTE WS-HASH-ACCUM =
                   FUNCTION MOD(WS-HASH-ACCUM * 31 + WS-HASH-CHAR-VAL
                                1000000000000000000)
               ADD 1 TO WS-HASH-I
           END-PERFORM
           MOVE 1 TO WS-HASH-I
           PERFORM UNTIL WS-HASH-I > 100
               MOVE FUNCTION ORD(WS-CHAIN-TIP-HASH(WS-HASH-I:1))
                       TO WS-HASH-CHAR-VAL
               COMPUTE WS-HASH-ACCUM =
                   FUNCTION MOD(WS-HASH-ACCUM * 31 + WS-HASH-CHAR-VAL
                                1000000000000000000)
               ADD 1 TO WS-HASH-I
           END-PERFORM
           COMPUTE WS-HASH-ACCUM =
               FUNCTION MOD(WS-HASH-ACCUM + (BLOCKS-VERSION * 97)
                            1000000000000000000)
           COMPUTE WS-HASH-ACCUM =
               FUNCTION MOD(WS-HASH-ACCUM * 31
                            + FUNCTION ORD(BLOCKS-TYPE)
                            1000000000000000000)
           MOVE SPACES TO BLOCKHASH-NUM
           MOVE WS-HASH-ACCUM TO BLOCKHASH-NUM(1:18).
      *----------------------------------------------------------------
      * APPENDS ONE RECORD TO THE SHARED EXCEPTION LOG. CALLERS SET
      * EXC-VALUE/EXC-REASON/EXC-SEVERITY BEFORE PERFORMING THIS.
      *----------------------------------------------------------------
       ECRIRE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN EXTEND EXCEPTION-FILE
           END-IF.
           MOVE "CHNAUDIT" TO EXC-PROGRAM.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE WS-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
           CLOSE EXCEPTION-FILE.
      *----------------------------------------------------------------
      * THE SIGNED-ON OPERATOR (OPERATOR.CUR, WRITTEN BY ASL).
      *----------------------------------------------------------------
       LIRE-OPERATEUR.
           MOVE "INCONNU" TO WS-OPERATEUR.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS = "00"
               READ OPERATOR-FILE
                   AT END CONTINUE
                   NOT AT END MOVE OPERATOR-CUR-RECORD TO WS-OPERATEUR
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.
      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM CHNAUDIT.

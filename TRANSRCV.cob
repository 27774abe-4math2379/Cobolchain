      *          GARBAGE. CIPHER, HEX ARMOUR AND KEY REGISTRY
      *          HANDLING ARE THE SAME AS ENRCYPT'S, SO THE TWO ENDS
      *          CANNOT DRIFT APART.
      *          A BRANCH DECK LANDED AS MECCG.TRN (THE ROTTERDAM
      *          MEMBER CHANGES) IS STAGED FOR THE NIGHTLY INTAKE: IT
      *          MUST BE WHOLE SECTIONS (FIRST RECORD A HEADER "H",
      *          LAST A TRAILER "T"), AND IT IS ADDED AFTER WHATEVER
      *          DECKS ARE ALREADY WAITING IN MECCG.TRN RATHER THAN
      *          REPLACING THEM - THE INTAKE TAKES CONCATENATED
      *          SECTIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-MANIFEST-NAME      PIC X(34).
       01  WS-PROD-NAME          PIC X(30).
       01  WS-MOTIF-REJET        PIC X(30).
       01  WS-PREMIER-CODE       PIC X.
       01  WS-DERNIER-CODE       PIC X.
       01  WS-NB-RECS            PIC 9(8).
       01  WS-DIGEST-CLAIR       PIC 9(18).
       01  WS-DIGEST-I           PIC 9(3).
           MOVE WS-CIPHER-RESULT TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-NB-RECS.
           IF WS-NB-RECS = 1
               MOVE WORK-RECORD (1:1) TO WS-PREMIER-CODE
           END-IF.
           MOVE WORK-RECORD (1:1) TO WS-DERNIER-CODE.
           MOVE WS-CIPHER-RESULT TO WS-CIPHER-INPUT.
           PERFORM DIGERER-CLAIR.
      *----------------------------------------------------------------
           IF WS-DIGEST-CLAIR NOT = MF-DIGEST
               MOVE "DIGEST <> MANIFESTE" TO WS-MOTIF-REJET
               PERFORM E-100-REJETER-LOT.
           IF WS-PROD-NAME = "MECCG.TRN"
              AND (WS-PREMIER-CODE NOT = "H"
                   OR WS-DERNIER-CODE NOT = "T")
               MOVE "DECK INCOMPLET - ENTETE/PIED" TO WS-MOTIF-REJET
               PERFORM E-100-REJETER-LOT.
       FIN-VERIFIER.
           EXIT.
      *----------------------------------------------------------------
      * ONLY A PROVEN LOT LANDS UNDER ITS PRODUCTION NAME; THE
      * WORKING FILE IS EMPTIED AFTERWARDS. A DECK FOR THE INTAKE
      * GOES AFTER THE DECKS ALREADY WAITING.
      *----------------------------------------------------------------
       B-400-POSER.
           OPEN INPUT WORK-FILE.
           IF WS-PROD-NAME = "MECCG.TRN"
               OPEN EXTEND PROD-FILE
               IF WS-PRD-STATUS = "35"
                   OPEN OUTPUT PROD-FILE
                   CLOSE PROD-FILE
                   OPEN EXTEND PROD-FILE
               END-IF
           ELSE
               OPEN OUTPUT PROD-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ WORK-FILE

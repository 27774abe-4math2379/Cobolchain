      *          NEVER WROTE ITS TRAILER IS A CONTRADICTION NONE OF
      *          THE THREE PRINTS CATCHES ALONE) AND PRINTS ONE FRONT
      *          PAGE - GO OR NO-GO, WITH THE REASONS - FOLLOWED BY
      *          THE DETAIL SECTIONS (DAYBOOK.RPT). WHICH NIGHT STEP
      *          LEFT WHICH SIDECAR IS TAKEN FROM THE NIGHT'S JOB
      *          DEFINITION (NIGHTBAT.JOB), WHERE THE DAYBOOK MAY BE
      *          A STEP ITSELF. NO-GO WHEN:
      *            - A STEP ENDED WITH A RETURN CODE ABOVE THE
      *              HIGHEST ITS JOB LINE ACCEPTS (ZERO FOR A STEP
      *              NOT ON NIGHTBAT.JOB OR WITHOUT A JOB FILE);
      *            - A STEP STARTED BUT NEVER ENDED (ABEND);
      *            - A STEP ENDED ACCEPTABLY BUT ITS SIDECAR HAS A
      *              HEADER WITHOUT A TRAILER (THE CONTRADICTION);
      *            - A SEVERE EXCEPTION WAS RAISED ON THE NIGHT'S
      *              OPERATING DATE AND NO SUPERVISOR HAS RELEASED
      *              IT (EXCRPT SUIVI, EXCSUIVI.DAT).
      *          EVERY RELEASE GRANTED SINCE THE NIGHT'S DATE IS
      *          NAMED ON THE FRONT PAGE AND LISTED IN ITS OWN
      *          SECTION - THE EXCEPTION, THE SUPERVISOR AND THE
      *          REASON GIVEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DAYBOOK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-FILE ASSIGN TO "NIGHTBAT.JOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JOB-STATUS.
           SELECT STATE-FILE ASSIGN TO "EXCSUIVI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CLE
               FILE STATUS IS WS-EST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(100).
       FD  JOB-FILE
                      DATA RECORD JOB-LINE.
           COPY "NIGHTJOB.cpy".
       FD  STATE-FILE
                      DATA RECORD EXCEPTION-STATE-RECORD.
           COPY "EXCST.cpy".

       WORKING-STORAGE SECTION.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-VERDICT            PIC X(5) VALUE "GO".
       01  WS-NB-W               PIC 9(6) VALUE 0.
       01  WS-NB-S               PIC 9(6) VALUE 0.
       01  WS-NB-LIB             PIC 9(6) VALUE 0.
       01  WS-EST-STATUS         PIC XX.
       01  WS-JOB-STATUS         PIC XX.
       01  WS-STEP-PROPRE        PIC 99 VALUE 0.
       01  WS-ETATS-OUVERTS      PIC X.
      *    SEVERE LINES OF THE LIVE LOG ALREADY READ - THE OCCURRENCE
      *    RANK OF EACH IS COUNTED AS EXCRPT AND NIGHTBAT COUNT IT.
       01  TABLE-SEVERES.
           05  WS-NB-IMAGES      PIC S9(4) COMP VALUE 0.
           05  WS-IMAGE-S        PIC X(81) OCCURS 1000.
       01  WS-IX-IMG             PIC S9(4) COMP.
       01  WS-RANG-S             PIC 99.
      *    RELEASES GRANTED SINCE THE NIGHT'S DATE, FOR THE PRINT.
       01  TABLE-LIBERATIONS.
           05  WS-NB-LIBERATIONS PIC S9(4) COMP VALUE 0.
           05  LIBERATION OCCURS 50.
               10  LB-PROGRAM    PIC X(8).
               10  LB-EXC-DATE   PIC 9(8).
               10  LB-REASON     PIC X(30).
               10  LB-VALUE      PIC X(20).
               10  LB-PAR        PIC X(8).
               10  LB-DATE       PIC 9(8).
               10  LB-MOTIF      PIC X(60).
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-STEP-EDT           PIC 99.

      *----------------------------------------------------------------
      * PER STEP (01..99): WHAT THE NIGHT JOURNAL RECORDED, AND THE
      * HIGHEST RETURN CODE THE STEP'S JOB LINE ACCEPTS.
      *----------------------------------------------------------------
       01  TABLE-STEPS.
           05  STEP-ENT OCCURS 99.
               10  ST-DEBUT-VU   PIC X.
               10  ST-FIN-VU     PIC X.
               10  ST-SAUTE      PIC X.
               10  ST-RC         PIC 9(4).
               10  ST-RC-MAX     PIC 9(4).
       01  WS-RC-EDT             PIC ZZZ9.
      *----------------------------------------------------------------
      * THE SIDECARS OF THE PRODUCTION RUNS AND THE PROGRAM WRITING
      * EACH ONE. THE NIGHT STEP IT BELONGS TO (SC-STEP, 0 = NOT
      * DRIVEN BY A NIGHT STEP) COMES FROM NIGHTBAT.JOB: THE LAST
      * STEP RUNNING THAT PROGRAM, SINCE ITS SIDECAR IS WHAT THE
      * LAST RUN LEFT.
      *----------------------------------------------------------------
       01  TABLE-SIDECARS.
           05  FILLER PIC X(22) VALUE "TA2400.RUN    TA2400".
           05  FILLER PIC X(22) VALUE "CHAIN.RUN     CHAIN".
           05  FILLER PIC X(22) VALUE "MECCG.RUN     MECCG".
           05  FILLER PIC X(22) VALUE "MECCGBT.RUN   MECCGBT".
           05  FILLER PIC X(22) VALUE "MECCGDUE.RUN  MECCGDUE".
           05  FILLER PIC X(22) VALUE "MECCGPAY.RUN  MECCGPAY".
       01  REDEFSIDE REDEFINES TABLE-SIDECARS.
           05  SIDECAR OCCURS 6.
               10  SC-NOM        PIC X(14).
               10  SC-PROG       PIC X(8).
       01  TABLE-ETAT-SIDECARS.
           05  ETSC OCCURS 6.
               10  SC-STEP       PIC 99.
               10  SC-PRESENT    PIC X.
               10  SC-H-VU       PIC X.
               10  SC-T-VU       PIC X.

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM B-050-LIRE-JOBS THRU FIN-LIRE-JOBS.
           PERFORM B-100-LIRE-NUIT THRU FIN-LIRE-NUIT.
           PERFORM B-200-LIRE-SIDECARS.
           PERFORM B-300-LIRE-EXCEPTIONS THRU FIN-LIRE-EXC.
           PERFORM B-350-LIRE-LIBERATIONS THRU FIN-LIRE-LIB.
           PERFORM B-400-CROISER.
           PERFORM C-100-EDITER.
           IF WS-VERDICT NOT = "GO"
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      * PASS 0: THE JOB DEFINITION - WHICH STEP RUNS WHICH SIDECAR'S
      * PROGRAM, AND WHICH STEP IS THIS DAYBOOK ITSELF: RUN AS A
      * NIGHT STEP, ITS OWN "S" HAS NO "E" YET WHILE IT PRINTS, AND
      * THAT IS NOT AN ABEND. NO JOB FILE, NO STEP FOR ANY SIDECAR.
      * EACH STEP'S HIGHEST ACCEPTABLE RETURN CODE IS KEPT AS NIGHTBAT
      * READS IT (BLANK IS ZERO).
      *----------------------------------------------------------------
       B-050-LIRE-JOBS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               MOVE 0 TO SC-STEP (WS-I)
           END-PERFORM.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 99
               MOVE 0 TO ST-RC-MAX (WS-S)
           END-PERFORM.
           OPEN INPUT JOB-FILE.
           IF WS-JOB-STATUS NOT = "00"
               GO TO FIN-LIRE-JOBS.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ JOB-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF JB-TYPE = "J" AND JB-STEP NUMERIC
                           PERFORM B-060-RETENIR-JOB
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-FILE.
       FIN-LIRE-JOBS.
           EXIT.
       B-060-RETENIR-JOB.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               IF SC-PROG (WS-I) = JB-PROGRAM
                   MOVE JB-STEP TO SC-STEP (WS-I)
               END-IF
           END-PERFORM.
           IF JB-PROGRAM = "DAYBOOK"
               MOVE JB-STEP TO WS-STEP-PROPRE
           END-IF.
           MOVE JB-STEP TO WS-S.
           IF WS-S > 0 AND JB-RC-MAX NUMERIC
               MOVE JB-RC-MAX TO ST-RC-MAX (WS-S)
           END-IF.
      *----------------------------------------------------------------
      * PASS 1: THE NIGHT JOURNAL - LAST NIGHT'S DATE, THEN ITS
      * STEPS.
      *----------------------------------------------------------------
       B-100-LIRE-NUIT.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 99
               MOVE "N" TO ST-DEBUT-VU (WS-S) ST-FIN-VU (WS-S)
                           ST-SAUTE (WS-S)
               MOVE 0 TO ST-RC (WS-S)
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF NJ-DATE = WS-DERNIERE-NUIT
                          AND NJ-STEP >= 1 AND NJ-STEP <= 99
                           EVALUATE NJ-EVENT
                               WHEN "S"
                                   MOVE "O" TO ST-DEBUT-VU (NJ-STEP)
       FIN-UN-SIDECAR.
           EXIT.
      *----------------------------------------------------------------
      * PASS 3: THE OPERATING DAY'S EXCEPTIONS. A SEVERE ONE THAT A
      * SUPERVISOR HAS RELEASED COUNTS AS CLEARED (WS-NB-LIB), NOT
      * AS SEVERE.
      *----------------------------------------------------------------
       B-300-LIRE-EXCEPTIONS.
           MOVE "N" TO WS-ETATS-OUVERTS.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXC-STATUS NOT = "00"
               GO TO FIN-LIRE-EXC.
           OPEN INPUT STATE-FILE.
           IF WS-EST-STATUS = "00"
               MOVE "O" TO WS-ETATS-OUVERTS
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EXCEPTION-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF EXC-SEVERITY = "S"
                           PERFORM B-310-RANG-SEVERE
                       END-IF
                       IF EXC-DATE = WS-DERNIERE-NUIT
                           IF EXC-SEVERITY = "S"
                               PERFORM B-320-SEVERE
                           ELSE
                               ADD 1 TO WS-NB-W
                           END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCEPTION-FILE.
           IF WS-ETATS-OUVERTS = "O"
               CLOSE STATE-FILE
           END-IF.
       FIN-LIRE-EXC.
           EXIT.
       B-310-RANG-SEVERE.
           MOVE 1 TO WS-RANG-S.
           PERFORM VARYING WS-IX-IMG FROM 1 BY 1
                   UNTIL WS-IX-IMG > WS-NB-IMAGES
               IF WS-IMAGE-S (WS-IX-IMG) = EXCEPTION-LOG-RECORD
                   ADD 1 TO WS-RANG-S
               END-IF
           END-PERFORM.
           IF WS-NB-IMAGES < 1000
               ADD 1 TO WS-NB-IMAGES
               MOVE EXCEPTION-LOG-RECORD TO WS-IMAGE-S (WS-NB-IMAGES)
           END-IF.
       B-320-SEVERE.
           MOVE "N" TO ES-LIBERE.
           IF WS-ETATS-OUVERTS = "O"
               MOVE EXCEPTION-LOG-RECORD TO ES-IMAGE
               MOVE WS-RANG-S TO ES-RANG
               READ STATE-FILE
                   INVALID KEY MOVE "N" TO ES-LIBERE
               END-READ
           END-IF.
           IF ES-LIBEREE
               ADD 1 TO WS-NB-LIB
           ELSE
               ADD 1 TO WS-NB-S
           END-IF.
      *----------------------------------------------------------------
      * PASS 4: THE RELEASES GRANTED SINCE THE NIGHT'S DATE, WHATEVER
      * DAY THE EXCEPTION ITSELF WAS RAISED.
      *----------------------------------------------------------------
       B-350-LIRE-LIBERATIONS.
           OPEN INPUT STATE-FILE.
           IF WS-EST-STATUS NOT = "00"
               GO TO FIN-LIRE-LIB.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ STATE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ES-LIBEREE
                          AND ES-LIB-DATE NOT < WS-DERNIERE-NUIT
                          AND WS-NB-LIBERATIONS < 50
                           PERFORM B-360-RETENIR-LIBERATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATE-FILE.
       FIN-LIRE-LIB.
           EXIT.
       B-360-RETENIR-LIBERATION.
           ADD 1 TO WS-NB-LIBERATIONS.
           MOVE ES-PROGRAM   TO LB-PROGRAM (WS-NB-LIBERATIONS).
           MOVE ES-EXC-DATE  TO LB-EXC-DATE (WS-NB-LIBERATIONS).
           MOVE ES-REASON    TO LB-REASON (WS-NB-LIBERATIONS).
           MOVE ES-VALUE     TO LB-VALUE (WS-NB-LIBERATIONS).
           MOVE ES-LIB-PAR   TO LB-PAR (WS-NB-LIBERATIONS).
           MOVE ES-LIB-DATE  TO LB-DATE (WS-NB-LIBERATIONS).
           MOVE ES-LIB-MOTIF TO LB-MOTIF (WS-NB-LIBERATIONS).
      *----------------------------------------------------------------
      * THE CROSS-CHECKS - EACH FAILURE BECOMES A FRONT-PAGE REASON.
      *----------------------------------------------------------------
       B-400-CROISER.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 99
               IF ST-FIN-VU (WS-S) = "O"
                  AND ST-RC (WS-S) > ST-RC-MAX (WS-S)
                   MOVE "NO-GO" TO WS-VERDICT
                   PERFORM AJOUTER-MOTIF-PREP
                   MOVE SPACES TO MOTIF (WS-NB-MOTIFS)
                   MOVE WS-S TO WS-STEP-EDT
                   MOVE ST-RC (WS-S) TO WS-RC-EDT
                   STRING "STEP " WS-STEP-EDT " TERMINE AVEC RC"
                          WS-RC-EDT " AU-DELA DU MAXIMUM ADMIS"
                       DELIMITED BY SIZE INTO MOTIF (WS-NB-MOTIFS)
               END-IF
               IF ST-DEBUT-VU (WS-S) = "O"
                  AND ST-FIN-VU (WS-S) = "N"
                  AND WS-S NOT = WS-STEP-PROPRE
                   MOVE "NO-GO" TO WS-VERDICT
                   PERFORM AJOUTER-MOTIF-PREP
                   MOVE SPACES TO MOTIF (WS-NB-MOTIFS)
                       DELIMITED BY SIZE INTO MOTIF (WS-NB-MOTIFS)
               END-IF
           END-PERFORM.
      *    THE CONTRADICTION: A STEP JOURNALED CLEAN (WITHIN ITS
      *    HIGHEST ACCEPTABLE RETURN CODE) WHOSE PROGRAM
      *    NEVER WROTE ITS TRAILER RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               IF SC-STEP (WS-I) > 0
                   MOVE SC-STEP (WS-I) TO WS-S
                   IF ST-FIN-VU (WS-S) = "O"
                      AND ST-RC (WS-S) NOT > ST-RC-MAX (WS-S)
                      AND SC-PRESENT (WS-I) = "O"
                      AND SC-H-VU (WS-I) = "O"
                      AND SC-T-VU (WS-I) = "N"
                   TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           IF WS-NB-LIBERATIONS > 0
               MOVE WS-NB-LIBERATIONS TO WS-EDT-NB
               MOVE SPACES TO LIGNE-RPT
               STRING "  NOTE: " WS-EDT-NB " EXCEPTION(S) GRAVE(S)"
                      " LIBEREE(S) PAR UN SUPERVISEUR - VOIR PLUS BAS"
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE "DETAIL DES STEPS (NIGHTBAT.JRN)" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 99
               IF ST-DEBUT-VU (WS-S) = "O" OR ST-SAUTE (WS-S) = "O"
                   PERFORM C-200-EDITER-STEP
               END-IF
           STRING "  AVERTISSEMENTS: " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-LIB TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  GRAVES LIBEREES: " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-NB-LIBERATIONS > 0
               MOVE SPACES TO LIGNE-RPT
               WRITE LIGNE-RPT
               MOVE "EXCEPTIONS GRAVES LIBEREES" TO LIGNE-RPT
               WRITE LIGNE-RPT
               PERFORM C-400-EDITER-LIBERATION
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIBERATIONS
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "LIVRE DE BORD ECRIT DANS DAYBOOK.RPT - "
                   WS-VERDICT.
                   MOVE WS-S TO WS-STEP-EDT
                   STRING "  STEP " WS-STEP-EDT "  SAUTE (CALENDRIER)"
                       DELIMITED BY SIZE INTO LIGNE-RPT
               WHEN ST-FIN-VU (WS-S) = "N"
                  AND WS-S = WS-STEP-PROPRE
                   MOVE WS-S TO WS-STEP-EDT
                   STRING "  STEP " WS-STEP-EDT "  EN COURS (CE LIVRE)"
                       DELIMITED BY SIZE INTO LIGNE-RPT
               WHEN ST-FIN-VU (WS-S) = "N"
                   MOVE WS-S TO WS-STEP-EDT
                   STRING "  STEP " WS-STEP-EDT "  ** JAMAIS TERMINE **"
                       DELIMITED BY SIZE INTO LIGNE-RPT
               WHEN ST-RC (WS-S) > ST-RC-MAX (WS-S)
                   MOVE WS-S TO WS-STEP-EDT
                   MOVE ST-RC (WS-S) TO WS-RC-EDT
                   STRING "  STEP " WS-STEP-EDT "  TERMINE RC="
                          WS-RC-EDT " ** AU-DELA DU MAXIMUM **"
                       DELIMITED BY SIZE INTO LIGNE-RPT
               WHEN ST-RC (WS-S) NOT = 0
                   MOVE WS-S TO WS-STEP-EDT
                   MOVE ST-RC (WS-S) TO WS-RC-EDT
                   STRING "  STEP " WS-STEP-EDT "  TERMINE RC="
                          WS-RC-EDT " (ADMIS)"
                       DELIMITED BY SIZE INTO LIGNE-RPT
               WHEN OTHER
                   MOVE WS-S TO WS-STEP-EDT
               END-IF
           END-IF.
           WRITE LIGNE-RPT.
       C-400-EDITER-LIBERATION.
           MOVE SPACES TO LIGNE-RPT.
           STRING "  " LB-EXC-DATE (WS-I) " " LB-PROGRAM (WS-I) " "
                  LB-REASON (WS-I) " " LB-VALUE (WS-I)
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "      LIBEREE LE " LB-DATE (WS-I) " PAR "
                  LB-PAR (WS-I) " : " LB-MOTIF (WS-I)
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.

       END PROGRAM DAYBOOK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGETQ.
       AUTHOR. SHOP OPERATIONS.
      *          ADDRESS LABELS FOR MAILINGS THAT DO NOT NEED A FULL
      *          LETTER. PRINTS MECCGETQ.RPT FOR THE SHEET LABEL STOCK:
      *          THREE LABELS ACROSS, 40 COLUMNS AND 6 LINES EACH,
      *          IN POSTAL-CODE ORDER (THEN NAME) FOR THE FRANKING
      *          MACHINE, LIKE THE RENEWAL LETTERS. THE OPERATOR NAMES
      *          THE LIST THE LABELS ARE TAKEN FROM:
      *              ROSTER   EVERY CURRENT MEMBER ON MECCG.DAT (NOT
      *                       MARKED LEFT)
      *              RENOUV   THE MEMBERS ON NEXT MONTH'S RENEWAL
      *                       LISTING - SAME SELECTION AS MECCGANN
      *              EVENT    THE MEMBERS HOLDING A PLACE AT ONE EVENT
      *                       (MECCGINS.DAT, STATUS "I") - NOT THE
      *                       WAITING LIST
      *          A LABEL CARRIES THE NAME, BOTH ADDRESS LINES (THE
      *          SECOND CLOSED UP WHEN BLANK) AND THE POSTAL CODE AND
      *          TOWN. THE LABEL COUNT IS SHOWN AT THE END.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO "MECCGEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CODE
               FILE STATUS IS WS-EVT-STATUS.
           SELECT REG-FILE ASSIGN TO "MECCGINS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CLE
               ALTERNATE RECORD KEY IS IN-CODE WITH DUPLICATES
               FILE STATUS IS WS-INS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MECCGETQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
       FD  EVENT-FILE
                      DATA RECORD EVENT-RECORD.
           COPY "MECCGEV.cpy".
       FD  REG-FILE
                      DATA RECORD REGISTRATION-RECORD.
           COPY "MECCGIN.cpy".
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
       01  WS-FILE-STATUS        PIC XX.
       01  WS-EVT-STATUS         PIC XX.
       01  WS-INS-STATUS         PIC XX.
       01  WS-EOF-FLAG           PIC X    VALUE "N".
       01  WS-SOURCE             PIC X(10).
       01  WS-CODE-SAISI         PIC X(6).
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-DATE-DET REDEFINES WS-RUN-DATE.
           05  WS-RUN-AN         PIC 9(4).
           05  WS-RUN-MOIS       PIC 99.
           05  WS-RUN-JOUR       PIC 99.
       01  WS-CIBLE-MOIS         PIC 99.
       01  WS-JOIN-MOIS          PIC 99.
       01  WS-I                  PIC S9(4) COMP.
       01  WS-J                  PIC S9(4) COMP.
       01  WS-K                  PIC S9(4) COMP.
       01  WS-L                  PIC S9(4) COMP.
       01  WS-NB-RETENUS         PIC S9(4) COMP VALUE 0.
       01  WS-EDT-NB             PIC ZZZ9.

      *----------------------------------------------------------------
      * THE LABELS IN MEMORY, INSERTED IN POSTAL-CODE / NAME ORDER.
      *----------------------------------------------------------------
       01  TABLE-ETIQUETTES.
           05  ETIQUETTE OCCURS 2000.
               10  ETQ-CLE.
                   15  ETQ-CP    PIC X(8).
                   15  ETQ-NOM   PIC X(20).
               10  ETQ-ADR1      PIC X(30).
               10  ETQ-ADR2      PIC X(30).
               10  ETQ-VILLE     PIC X(20).
       01  WS-ETIQUETTE-TRAVAIL.
           05  TRV-CLE.
               10  TRV-CP        PIC X(8).
               10  TRV-NOM       PIC X(20).
           05  TRV-ADR1          PIC X(30).
           05  TRV-ADR2          PIC X(30).
           05  TRV-VILLE         PIC X(20).

      *----------------------------------------------------------------
      * ONE ROW OF THE SHEET: SIX PRINT LINES, THREE LABELS ACROSS.
      *----------------------------------------------------------------
       01  WS-RANGEE.
           05  RG-LIGNE OCCURS 6.
               10  RG-ETIQUETTE OCCURS 3 PIC X(40).
       01  WS-LIGNE-VILLE.
           05  LV-CP             PIC X(8).
           05  FILLER            PIC X     VALUE SPACE.
           05  LV-VILLE          PIC X(20).

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO WS-RUN-DATE.
           DISPLAY "ETIQUETTES DE (ROSTER/RENOUV/EVENT) : ".
           ACCEPT WS-SOURCE.
           MOVE FUNCTION UPPER-CASE(WS-SOURCE) TO WS-SOURCE.
           IF WS-SOURCE NOT = "ROSTER" AND WS-SOURCE NOT = "RENOUV"
              AND WS-SOURCE NOT = "EVENT"
               DISPLAY "SOURCE INCONNUE : " WS-SOURCE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MECCG.DAT ABSENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE WS-SOURCE
               WHEN "ROSTER"
                   PERFORM B-100-ROSTER
               WHEN "RENOUV"
                   PERFORM B-200-RENOUVELLEMENTS
               WHEN "EVENT"
                   PERFORM B-300-EVENEMENT THRU F-300-EXIT
           END-EVALUATE.
           CLOSE MASTER-FILE.
           PERFORM C-100-IMPRIMER.
           MOVE WS-NB-RETENUS TO WS-EDT-NB.
           DISPLAY "ETIQUETTES ECRITES DANS MECCGETQ.RPT : " WS-EDT-NB.
           STOP RUN.
      *----------------------------------------------------------------
      * ROSTER: EVERY MEMBER NOT MARKED LEFT.
      *----------------------------------------------------------------
       B-100-ROSTER.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT MR-LEFT
                           PERFORM B-400-RETENIR-MEMBRE
                       END-IF
               END-READ
           END-PERFORM.
      *----------------------------------------------------------------
      * RENOUV: THE RENEWAL LISTING'S MEMBERS - NOT MARKED LEFT, A
      * JOIN DATE ON FILE, AND ITS ANNIVERSARY IN THE COMING MONTH.
      *----------------------------------------------------------------
       B-200-RENOUVELLEMENTS.
           COMPUTE WS-CIBLE-MOIS = WS-RUN-MOIS + 1.
           IF WS-CIBLE-MOIS > 12
               MOVE 1 TO WS-CIBLE-MOIS
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       COMPUTE WS-JOIN-MOIS = FUNCTION MOD
                           (FUNCTION INTEGER (MR-JOIN-DATE / 100)
                            100)
                       IF WS-JOIN-MOIS = WS-CIBLE-MOIS
                          AND NOT MR-LEFT
                          AND MR-JOIN-DATE NOT = 0
                           PERFORM B-400-RETENIR-MEMBRE
                       END-IF
               END-READ
           END-PERFORM.
      *----------------------------------------------------------------
      * EVENT: THE MEMBERS REGISTERED WITH A PLACE AT ONE EVENT.
      *----------------------------------------------------------------
       B-300-EVENEMENT.
           DISPLAY "CODE EVENEMENT : ".
           ACCEPT WS-CODE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI.
           OPEN INPUT EVENT-FILE.
           IF WS-EVT-STATUS NOT = "00"
               DISPLAY "AUCUN EVENEMENT DEFINI"
               GO TO F-300-EXIT.
           MOVE WS-CODE-SAISI TO EV-CODE.
           READ EVENT-FILE
               INVALID KEY MOVE SPACES TO EV-CODE
           END-READ.
           CLOSE EVENT-FILE.
           IF EV-CODE = SPACES
               DISPLAY "EVENEMENT INCONNU"
               GO TO F-300-EXIT.
           DISPLAY EV-CODE "  " EV-DATE "  " EV-LIBELLE.
           OPEN INPUT REG-FILE.
           IF WS-INS-STATUS NOT = "00"
               DISPLAY "AUCUNE INSCRIPTION"
               GO TO F-300-EXIT.
           MOVE EV-CODE TO IN-CODE.
           START REG-FILE KEY IS EQUAL TO IN-CODE
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ REG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF IN-CODE NOT = EV-CODE
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF IN-INSCRIT
                               PERFORM B-350-INSCRIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REG-FILE.
       F-300-EXIT.
           EXIT.
       B-350-INSCRIT.
           MOVE IN-ID TO MR-ID.
           READ MASTER-FILE
               INVALID KEY MOVE SPACES TO MR-ID
           END-READ.
           IF MR-ID NOT = SPACES
               PERFORM B-400-RETENIR-MEMBRE
           END-IF.
      *----------------------------------------------------------------
      * ONE LABEL FOR THE MEMBER IN THE RECORD AREA, INSERTED IN
      * ASCENDING POSTAL-CODE / NAME ORDER.
      *----------------------------------------------------------------
       B-400-RETENIR-MEMBRE.
           IF WS-NB-RETENUS NOT < 2000
               DISPLAY "TABLE ETIQUETTES PLEINE - PRODUCTION TRONQUEE"
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               MOVE MR-POSTAL-CODE TO TRV-CP
               MOVE MR-NAME TO TRV-NOM
               MOVE MR-ADDRESS-1 TO TRV-ADR1
               MOVE MR-ADDRESS-2 TO TRV-ADR2
               MOVE MR-CITY TO TRV-VILLE
               PERFORM B-500-INSERER-TRIE
           END-IF.
       B-500-INSERER-TRIE.
           MOVE WS-NB-RETENUS TO WS-I.
           PERFORM UNTIL WS-I < 1
                      OR ETQ-CLE (WS-I) NOT > TRV-CLE
               COMPUTE WS-J = WS-I + 1
               MOVE ETIQUETTE (WS-I) TO ETIQUETTE (WS-J)
               SUBTRACT 1 FROM WS-I
           END-PERFORM.
           COMPUTE WS-J = WS-I + 1.
           MOVE WS-ETIQUETTE-TRAVAIL TO ETIQUETTE (WS-J).
           ADD 1 TO WS-NB-RETENUS.
      *----------------------------------------------------------------
      * THE SHEET, ONE ROW OF THREE LABELS AT A TIME.
      *----------------------------------------------------------------
       C-100-IMPRIMER.
           OPEN OUTPUT REPORT-FILE.
           PERFORM C-200-UNE-RANGEE
               VARYING WS-I FROM 1 BY 3 UNTIL WS-I > WS-NB-RETENUS.
           CLOSE REPORT-FILE.
       C-200-UNE-RANGEE.
           MOVE SPACES TO WS-RANGEE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               COMPUTE WS-J = WS-I + WS-K - 1
               IF WS-J NOT > WS-NB-RETENUS
                   PERFORM C-300-UNE-ETIQUETTE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 6
               MOVE RG-LIGNE (WS-L) TO LIGNE-RPT
               WRITE LIGNE-RPT
           END-PERFORM.
      *    LABEL WS-J INTO COLUMN WS-K: NAME, ADDRESS, THEN CODE AND
      *    TOWN - CLOSED UP ONE LINE WHEN THE SECOND ADDRESS LINE IS
      *    BLANK.
       C-300-UNE-ETIQUETTE.
           MOVE ETQ-CP (WS-J) TO LV-CP.
           MOVE ETQ-VILLE (WS-J) TO LV-VILLE.
           MOVE ETQ-NOM (WS-J) TO RG-ETIQUETTE (1, WS-K).
           MOVE ETQ-ADR1 (WS-J) TO RG-ETIQUETTE (2, WS-K).
           IF ETQ-ADR2 (WS-J) = SPACES
               MOVE WS-LIGNE-VILLE TO RG-ETIQUETTE (3, WS-K)
           ELSE
               MOVE ETQ-ADR2 (WS-J) TO RG-ETIQUETTE (3, WS-K)
               MOVE WS-LIGNE-VILLE TO RG-ETIQUETTE (4, WS-K)
           END-IF.

      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE - ONE
      * OPERATING DAY IS ONE DATE, WHATEVER THE WALL CLOCK SAYS PAST
      * MIDNIGHT.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM MECCGETQ.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMCNV.
       AUTHOR. SHOP OPERATIONS.
      *          ONE-TIME CONVERSION OF THE ROOM BOOKING FILE FROM THE
      *          SINGLE-ROOM LINE SEQUENTIAL LAYOUT (DATE, SLOT,
      *          MEMBER, LABEL) TO THE INDEXED ROOMBK.cpy LAYOUT KEYED
      *          ON ROOM, DATE AND SLOT. THE OPERATOR GIVES THE CODE OF
      *          THE ROOM THE OLD BOOKINGS WERE FOR (IT MUST BE IN THE
      *          ROOM TABLE, ROOMSAL.DAT). READS THE EXISTING
      *          ROOMBOOK.DAT AND WRITES EVERY LINE INTO ROOMBOOK.NEW:
      *          NUMBER OF PEOPLE NOT GIVEN (ZERO), NOT PART OF A
      *          SERIES, KEYED BY ROOMCNV ON THE RUN DATE. THE NEW FILE
      *          IS THEN READ BACK IN KEY ORDER AND THE REPORT
      *          (ROOMCNV.RPT) PROVES THE RECORD COUNT, OLD AGAINST
      *          NEW. A NON-NUMERIC DATE OR SLOT, OR A SLOT BOOKED
      *          TWICE, CANNOT BE KEYED - IT IS LISTED AND THE RUN
      *          ENDS RETURN-CODE 8. THE OPERATOR SWAPS THE FILES IN
      *          ONCE THE REPORT BALANCES, AS FOR MECCGINX:
      *              ROOMBOOK.DAT -> ROOMBOOK.OLD ;
      *              ROOMBOOK.NEW -> ROOMBOOK.DAT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BOOKINGS ASSIGN TO "ROOMBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OLD-STATUS.
           SELECT NEW-BOOKINGS ASSIGN TO "ROOMBOOK.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-CLE
               FILE STATUS IS WS-NEW-STATUS.
           SELECT ROOM-FILE ASSIGN TO "ROOMSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ROOMCNV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-BOOKINGS
                      DATA RECORD OLD-BOOKING-RECORD.
       01  OLD-BOOKING-RECORD.
           05  OBK-DATE          PIC 9(8).
           05  OBK-CRENEAU       PIC 99.
           05  OBK-ID            PIC X(8).
           05  OBK-LIBELLE       PIC X(20).
       FD  NEW-BOOKINGS
                      DATA RECORD BOOKING-RECORD.
           COPY "ROOMBK.cpy".
       FD  ROOM-FILE
                      DATA RECORD ROOM-RECORD.
       01  ROOM-RECORD.
           05  SA-CODE           PIC X(4).
           05  FILLER            PIC X(27).
       FD  REPORT-FILE
                      DATA RECORD LIGNE-RPT.
       01  LIGNE-RPT             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
       01  WS-OLD-STATUS         PIC XX.
       01  WS-NEW-STATUS         PIC XX.
       01  WS-SAL-STATUS         PIC XX.
       01  WS-EOF-FLAG           PIC X    VALUE "N".
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-SALLE              PIC X(4).
       01  WS-SALLE-TROUVEE      PIC X    VALUE "N".
       01  WS-NB-LUS             PIC 9(6) VALUE 0.
       01  WS-NB-ECRITS          PIC 9(6) VALUE 0.
       01  WS-NB-REJETS          PIC 9(6) VALUE 0.
       01  WS-NB-RELUS           PIC 9(6) VALUE 0.
       01  WS-EDT-NB             PIC ZZZZZ9.
       01  WS-ECART              PIC X    VALUE "N".
       01  WS-DOUBLON            PIC X.

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-DATE-METIER
           MOVE BDA-DATE TO WS-RUN-DATE.
           DISPLAY "CODE DE LA SALLE DES RESERVATIONS EXISTANTES : ".
           ACCEPT WS-SALLE.
           MOVE FUNCTION UPPER-CASE(WS-SALLE) TO WS-SALLE.
           PERFORM A-100-CHERCHER-SALLE.
           IF WS-SALLE-TROUVEE NOT = "O"
               DISPLAY "SALLE " WS-SALLE " ABSENTE DE ROOMSAL.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OLD-BOOKINGS.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "ROOMBOOK.DAT ABSENT - RIEN A CONVERTIR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-BOOKINGS.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO LIGNE-RPT.
           STRING "CONVERSION DES RESERVATIONS DE SALLE EN FICHIER "
                  "INDEXE - " WS-RUN-DATE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RESERVATIONS EXISTANTES AFFECTEES A LA SALLE "
                  WS-SALLE
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE ALL "=" TO LIGNE-RPT.
           WRITE LIGNE-RPT.
       B-100-CONVERTIR.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OLD-BOOKINGS
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM B-200-ECRIRE-NOUVEAU THRU F-200-EXIT
               END-READ
           END-PERFORM.
           CLOSE OLD-BOOKINGS.
           CLOSE NEW-BOOKINGS.
           PERFORM B-300-RELIRE-NOUVEAU.
           PERFORM C-100-TERMINER.
      *----------------------------------------------------------------
      * THE ROOM GIVEN MUST BE ONE OF THE ROOM TABLE.
      *----------------------------------------------------------------
       A-100-CHERCHER-SALLE.
           OPEN INPUT ROOM-FILE.
           IF WS-SAL-STATUS = "00"
               PERFORM UNTIL WS-SAL-STATUS NOT = "00"
                   READ ROOM-FILE
                       AT END MOVE "10" TO WS-SAL-STATUS
                       NOT AT END
                           IF SA-CODE = WS-SALLE
                              AND WS-SALLE NOT = SPACES
                               MOVE "O" TO WS-SALLE-TROUVEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-FILE
           END-IF.
      *----------------------------------------------------------------
      * ONE OLD LINE, KEYED UNDER THE ROOM GIVEN.
      *----------------------------------------------------------------
       B-200-ECRIRE-NOUVEAU.
           IF OBK-DATE NOT NUMERIC OR OBK-CRENEAU NOT NUMERIC
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO LIGNE-RPT
               STRING "REJETE    " OBK-DATE "  " OBK-CRENEAU "  "
                      OBK-ID "  DATE OU CRENEAU NON NUMERIQUE"
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
               GO TO F-200-EXIT.
           MOVE WS-SALLE TO BK-SALLE.
           MOVE OBK-DATE TO BK-DATE.
           MOVE OBK-CRENEAU TO BK-CRENEAU.
           MOVE OBK-ID TO BK-ID.
           MOVE OBK-LIBELLE TO BK-LIBELLE.
           MOVE 0 TO BK-NB-PERS.
           MOVE 0 TO BK-SERIE.
           MOVE "ROOMCNV" TO BK-PAR.
           MOVE WS-RUN-DATE TO BK-DATE-SAISIE.
           MOVE "N" TO WS-DOUBLON.
           WRITE BOOKING-RECORD
               INVALID KEY
                   MOVE "O" TO WS-DOUBLON
               NOT INVALID KEY
                   ADD 1 TO WS-NB-ECRITS
           END-WRITE.
           IF WS-DOUBLON = "O"
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO LIGNE-RPT
               STRING "REJETE    " OBK-DATE "  " OBK-CRENEAU "  "
                      OBK-ID "  CRENEAU RESERVE DEUX FOIS"
                   DELIMITED BY SIZE INTO LIGNE-RPT
               WRITE LIGNE-RPT
           END-IF.
       F-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * THE NEW FILE READ BACK IN KEY ORDER - THE NEW-SIDE COUNT
      * COMES FROM WHAT IS ACTUALLY ON THE FILE.
      *----------------------------------------------------------------
       B-300-RELIRE-NOUVEAU.
           OPEN INPUT NEW-BOOKINGS.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ROOMBOOK.NEW ILLISIBLE - STATUT " WS-NEW-STATUS
               MOVE "O" TO WS-ECART
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ NEW-BOOKINGS NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-NB-RELUS
                   END-READ
               END-PERFORM
               CLOSE NEW-BOOKINGS
           END-IF.
       C-100-TERMINER.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-LUS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RECORDS LUS    : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-ECRITS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RECORDS ECRITS : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-REJETS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RECORDS REJETES: " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           MOVE WS-NB-RELUS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-RPT.
           STRING "RECORDS RELUS  : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-NB-LUS NOT = WS-NB-ECRITS
              OR WS-NB-ECRITS NOT = WS-NB-RELUS
               MOVE "O" TO WS-ECART
           END-IF.
           MOVE SPACES TO LIGNE-RPT.
           WRITE LIGNE-RPT.
           IF WS-ECART = "O"
               MOVE "*** ECART - NE PAS REMPLACER ROOMBOOK.DAT ***"
                   TO LIGNE-RPT
           ELSE
               MOVE "CONVERSION EQUILIBREE" TO LIGNE-RPT
           END-IF.
           WRITE LIGNE-RPT.
           CLOSE REPORT-FILE.
           IF WS-ECART = "O"
               DISPLAY "CONVERSION EN ECART - VOIR ROOMCNV.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERSION TERMINEE - " WS-NB-ECRITS
                       " RESERVATION(S). RENOMMER ROOMBOOK.NEW EN "
                       "ROOMBOOK.DAT"
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM ROOMCNV.

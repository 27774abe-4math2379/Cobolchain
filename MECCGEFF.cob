       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECCGEFF.
       AUTHOR. SHOP OPERATIONS.
      *          ERASURE OF A FORMER MEMBER'S PERSONAL DATA, ON THE
      *          MEMBER'S REQUEST. SUPERVISOR LEVEL ONLY (AUTHSRV).
      *          FOR ONE MR-ID - A MEMBER MARKED LEFT ON MECCG.DAT, OR
      *          ONE ALREADY MOVED TO MECCG.ARC - THE NAME, BOTH
      *          ADDRESS LINES, POSTAL CODE AND CITY ARE REPLACED BY
      *          THE FIXED VALUE "*EFFACE*" WHEREVER THEY ARE HELD:
      *            MECCG.DAT      THE MASTER RECORD (REWRITTEN AND
      *                           JOURNALED AS AN UPDATE, SOURCE
      *                           MECCGEFF, SO THE ROTTERDAM EXTRACT
      *                           CARRIES THE ERASURE OVER THERE TOO)
      *            MECCG.ARC      EVERY ARCHIVED IMAGE
      *            MECCG.JRN      EVERY BEFORE/AFTER IMAGE
      *            MECCG.TRN      ADDS/UPDATES IN THE WAITING BRANCH
      *            ROTOUT.TRN     DECKS AND IN THE ROTTERDAM EXTRACT
      *            MECCGXRF.DAT   THE NAME ON THE OLD-TO-NEW CROSS-REF
      *            ROOMBOOK.DAT   THE LABEL OF THE MEMBER'S BOOKINGS
      *            ROOMBOOK.JRN   (FREE TEXT, OFTEN A NAME)
      *            MECCGRET.DAT   THE ADDRESS A RETURNED LETTER WENT TO
      *            MECCGAGM.DAT   THE NAME ON THE AGM VOTER REGISTER
      *          THE ID, THE DATES, THE STATUS AND CATEGORY AND EVERY
      *          FINANCIAL RECORD (INVOICES, RECEIPTS, ADJUSTMENTS,
      *          COLLECTIONS, MANDATES) ARE KEPT AS THE LAW REQUIRES;
      *          VISITES.DAT HOLDS ONLY THE ID AND IS COUNTED, NOT
      *          CHANGED. LINE SEQUENTIAL FILES ARE COPIED THROUGH
      *          MECCGEFF.TMP (THEY CANNOT BE REWRITTEN IN PLACE) AND
      *          ONLY WHEN SOMETHING IN THEM CHANGES.
      *          THE CERTIFICATE (EFF<ID>.CRT) LISTS, FILE BY FILE,
      *          WHAT WAS FOUND AND WHAT WAS CHANGED; AN "E" BLOCK IN
      *          THE LEDGER (CHAIN.DAT) CARRIES THE ID, THE DATE, THE
      *          RECORD COUNT AND A DIGEST OF THE CERTIFICATE LINES SO
      *          THE ERASURE ITSELF CAN BE PROVED. THE CERTIFICATE
      *          ALSO LISTS THE GENBKUP GENERATIONS OF MECCG.DAT
      *          (GENBKUP.CAT) THAT STILL HOLD THE OLD DATA UNTIL
      *          THEY CYCLE OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MECCG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               ALTERNATE RECORD KEY IS MR-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO "ROOMBOOK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-CLE
               FILE STATUS IS WS-BKG-STATUS.
           SELECT CIBLE-FILE ASSIGN TO DYNAMIC WS-CIBLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CIB-STATUS.
           SELECT TEMP-FILE ASSIGN TO "MECCGEFF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TMP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT CHAIN-FILE ASSIGN TO "CHAIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-VERSION
               FILE STATUS IS WS-CHN-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "GENBKUP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAT-STATUS.
           SELECT CERTIFICAT-FILE ASSIGN TO DYNAMIC WS-CERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY "MECCGMR.cpy".
       FD  BOOKING-FILE
                      DATA RECORD BOOKING-RECORD.
           COPY "ROOMBK.cpy".
      *----------------------------------------------------------------
      * THE LINE SEQUENTIAL FILE BEING ANONYMISED - ONE VIEW PER KIND
      * OF FILE (WS-GENRE SAYS WHICH APPLIES).
      *----------------------------------------------------------------
       FD  CIBLE-FILE
                      DATA RECORD CIBLE-LIGNE.
       01  CIBLE-LIGNE           PIC X(285).
           COPY "MECCGJR.cpy" REPLACING
               ==JOURNAL-RECORD== BY ==CIBLE-JOURNAL==
               LEADING ==JR== BY ==CJ==.
       01  CIBLE-ARCHIVE.
           05  CA-DATE-ARCHIVAGE PIC 9(8).
           05  CA-IMAGE          PIC X(127).
       01  CIBLE-DECK.
           05  CD-CODE           PIC X.
           05  FILLER            PIC X.
           05  CD-DATA           PIC X(127).
       01  CIBLE-XREF.
           05  CX-ANCIEN         PIC X(4).
           05  FILLER            PIC X(2).
           05  CX-NOUVEAU        PIC X(8).
           05  FILLER            PIC X(2).
           05  CX-NOM            PIC X(20).
       01  CIBLE-RESA-JRN.
           05  CR-DATE           PIC 9(8).
           05  CR-TIME           PIC 9(6).
           05  CR-OPERATEUR      PIC X(8).
           05  CR-ACTION         PIC X.
           05  CR-RESERVATION    PIC X(75).
       01  CIBLE-VISITE.
           05  CV-DATE           PIC 9(8).
           05  CV-TIME           PIC 9(6).
           05  CV-ID             PIC X(8).
           05  CV-OPERATEUR      PIC X(8).
           COPY "MECCGRT.cpy" REPLACING
               ==RETURN-RECORD== BY ==CIBLE-RETOUR==
               LEADING ==RT== BY ==CT==.
           COPY "MECCGAG.cpy" REPLACING
               ==AGM-RECORD== BY ==CIBLE-AGM==
               LEADING ==AG== BY ==CG==.
       FD  TEMP-FILE
                      DATA RECORD TEMP-LIGNE.
       01  TEMP-LIGNE            PIC X(285).
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".
       FD  CHAIN-FILE.
           COPY "CHAINBLK.cpy".
       FD  CATALOG-FILE
                      DATA RECORD CATALOG-RECORD.
       01  CATALOG-RECORD.
           05  CAT-FICHIER       PIC X(12).
           05  CAT-GEN           PIC 9.
           05  CAT-DATE          PIC 9(8).
           05  CAT-COUNT         PIC 9(8).
           05  CAT-HASH          PIC X(18).
           05  CAT-ETAT          PIC X.
       FD  CERTIFICAT-FILE
                      DATA RECORD LIGNE-CRT.
       01  LIGNE-CRT             PIC X(80).
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".
       FD  OPERATOR-FILE
                      DATA RECORD OPERATOR-CUR-RECORD.
       01  OPERATOR-CUR-RECORD   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "ENQSRV.cpy".
           COPY "AUTHSRV.cpy".
      *    A MEMBER IMAGE AS IT IS ANONYMISED, WHATEVER FILE IT CAME
      *    FROM.
           COPY "MECCGMR.cpy" REPLACING ==MASTER-RECORD==
               BY ==IMAGE-MEMBRE== LEADING ==MR== BY ==IM==.
      *    A BOOKING AS HELD IN ROOMBOOK.JRN.
           COPY "ROOMBK.cpy" REPLACING ==BOOKING-RECORD==
               BY ==IMAGE-RESA== LEADING ==BK== BY ==IR==.
       01  WS-FILE-STATUS        PIC XX.
       01  WS-BKG-STATUS         PIC XX.
       01  WS-CIB-STATUS         PIC XX.
       01  WS-TMP-STATUS         PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-CHN-STATUS         PIC XX.
       01  WS-CAT-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-OPR-STATUS         PIC XX.
       01  WS-OPERATEUR          PIC X(8).
       01  WS-EOF-FLAG           PIC X.
       01  WS-REPONSE            PIC X(3).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-ID                 PIC X(8).
       01  WS-ANONYME            PIC X(20) VALUE "*EFFACE*".
       01  WS-CERT-NAME          PIC X(30).
       01  WS-CIBLE-NAME         PIC X(30).
      *    THE KIND OF LINE SEQUENTIAL FILE BEING WORKED.
       01  WS-GENRE              PIC X.
           88  GENRE-JOURNAL     VALUE "J".
           88  GENRE-ARCHIVE     VALUE "A".
           88  GENRE-DECK        VALUE "D".
           88  GENRE-XREF        VALUE "X".
           88  GENRE-RESA-JRN    VALUE "B".
           88  GENRE-VISITE      VALUE "V".
           88  GENRE-RETOUR      VALUE "R".
           88  GENRE-AGM         VALUE "G".
       01  WS-SUR-MASTER         PIC X.
       01  WS-SUR-ARCHIVE        PIC X.
       01  WS-NOM-TROUVE         PIC X(20).
       01  WS-STATUT-TROUVE      PIC X.
       01  WS-IMAGE-MASTER       PIC X(127).
       01  WS-NB-TROUVES         PIC 9(6).
       01  WS-NB-MODIFIES        PIC 9(6).
       01  WS-NB-TOTAL           PIC 9(8) VALUE 0.
       01  WS-NB-GEN             PIC 9(4) VALUE 0.
       01  WS-DETAIL             PIC X(40).
       01  WS-BLOC               PIC 9(10) VALUE 0.
       01  WS-DIGEST             PIC 9(18).
      *    ONE CERTIFICATE LINE PER FILE - THESE LINES ARE DIGESTED.
       01  WS-LIGNE-FICHIER.
           05  LF-FICHIER        PIC X(14).
           05  LF-TROUVES        PIC ZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LF-MODIFIES       PIC ZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LF-DETAIL         PIC X(40).
           05  FILLER            PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------
      * LEDGER CHAINING - THE SAME WORK AREAS AND ROLLING CHECKSUM AS
      * THE LEDGER PROGRAM (SEE MECCGCLO FOR THE SAME ARRANGEMENT).
      *----------------------------------------------------------------
       01  BLOCKS.
               05 BLOCKS-NUMBER PIC X(100).
               05 BLOCKS-VERSION PIC 9(10).
               05 BLOCKS-TYPE   PIC X.
       01  WS-CHAIN-TIP-VERSION  PIC 9(10).
       01  WS-CHAIN-TIP-HASH     PIC X(100).
       01  BLOCKSHASH.
               05 BLOCKHASH-NUM PIC X(100).
       01  WS-HASH-WORK.
               05 WS-HASH-I        PIC 9(3).
               05 WS-HASH-ACCUM    PIC 9(18).
               05 WS-HASH-CHAR-VAL PIC 9(3).
       01  WS-DIGEST-ACCUM       PIC 9(18).
       01  WS-DIGEST-ZONE        PIC X(72).

       PROCEDURE DIVISION.
       A-000-DEBUT.
           PERFORM LIRE-OPERATEUR.
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           PERFORM B-000-EFFACER THRU B-000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------
      * AUTHORITY, LOCK, WHICH MEMBER, CONFIRMATION - THEN EVERY FILE
      * IN TURN, THE LEDGER BLOCK AND THE CERTIFICATE.
      *----------------------------------------------------------------
       B-000-EFFACER.
           MOVE "EFFACEMENT" TO AUT-FONCTION.
           MOVE 3 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "EFFACEMENT REFUSE - NIVEAU SUPERVISEUR REQUIS"
               MOVE 8 TO RETURN-CODE
               GO TO B-000-EXIT.
           DISPLAY "ID DU MEMBRE A EFFACER : ".
           ACCEPT WS-ID.
           MOVE FUNCTION UPPER-CASE(WS-ID) TO WS-ID.
           IF WS-ID = SPACES
               DISPLAY "ID OBLIGATOIRE"
               MOVE 8 TO RETURN-CODE
               GO TO B-000-EXIT.
      *    NOTHING MAY TOUCH THE MASTER WHILE THE MEMBER IS ERASED.
           MOVE "E" TO ENQ-FONCTION.
           MOVE "MECCG.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGEFF" TO ENQ-PROGRAMME.
           MOVE 60 TO ENQ-ATTENTE.
           CALL "ENQSRV" USING ENQUEUE-AREA.
           IF ENQ-RETOUR NOT = "00"
               DISPLAY "MECCG.DAT TENU PAR " ENQ-TENU-PAR
               MOVE 8 TO RETURN-CODE
               GO TO B-000-EXIT.
           PERFORM B-100-LOCALISER THRU B-100-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO B-000-LIBERER.
           DISPLAY "MEMBRE " WS-ID " - " WS-NOM-TROUVE.
           DISPLAY "EFFACER DEFINITIVEMENT SES DONNEES PERSONNELLES "
                   "(O/N) : ".
           ACCEPT WS-REPONSE.
           IF FUNCTION UPPER-CASE(WS-REPONSE (1:1)) NOT = "O"
               DISPLAY "EFFACEMENT ABANDONNE - RIEN N'EST MODIFIE"
               GO TO B-000-LIBERER.
           MOVE SPACES TO WS-CERT-NAME.
           STRING "EFF" WS-ID DELIMITED BY SPACE
                  ".CRT" DELIMITED BY SIZE
               INTO WS-CERT-NAME.
           OPEN OUTPUT CERTIFICAT-FILE.
           MOVE "CERTIFICAT D'EFFACEMENT DES DONNEES PERSONNELLES"
               TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE ALL "=" TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO LIGNE-CRT.
           STRING "MEMBRE " WS-ID "   DATE " WS-AUJOURDHUI
                  "   PAR " WS-OPERATEUR
               DELIMITED BY SIZE INTO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE "NOM, ADRESSE, CODE POSTAL ET VILLE REMPLACES PAR "
               TO LIGNE-CRT.
           MOVE WS-ANONYME TO LIGNE-CRT (50:).
           WRITE LIGNE-CRT.
           MOVE "ID, DATES, STATUT, CATEGORIE ET DONNEES FINANCIERES "
               TO LIGNE-CRT.
           MOVE "CONSERVES" TO LIGNE-CRT (53:).
           WRITE LIGNE-CRT.
           MOVE SPACES TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE "FICHIER        TROUVES  MODIFIES  DETAIL"
               TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE 0 TO WS-DIGEST-ACCUM.
      *    THE JOURNAL IS ANONYMISED BEFORE THE MASTER'S OWN UPDATE IS
      *    APPENDED TO IT.
           MOVE "MECCG.JRN" TO WS-CIBLE-NAME.
           MOVE "J" TO WS-GENRE.
           MOVE "IMAGES AVANT/APRES" TO WS-DETAIL.
           PERFORM E-100-TRAITER-FICHIER THRU E-100-EXIT.
           PERFORM C-100-MASTER THRU C-100-EXIT.
           MOVE "MECCG.ARC" TO WS-CIBLE-NAME.
           MOVE "A" TO WS-GENRE.
           MOVE "IMAGES ARCHIVEES" TO WS-DETAIL.
           PERFORM E-100-TRAITER-FICHIER THRU E-100-EXIT.
           MOVE "MECCG.TRN" TO WS-CIBLE-NAME.
           MOVE "D" TO WS-GENRE.
           MOVE "LOTS DES BRANCHES EN ATTENTE" TO WS-DETAIL.
           PERFORM E-100-TRAITER-FICHIER THRU E-100-EXIT.
           MOVE "ROTOUT.TRN" TO WS-CIBLE-NAME.
           MOVE "D" TO WS-GENRE.
           MOVE "EXTRAIT ROTTERDAM NON CHIFFRE" TO WS-DETAIL.
           PERFORM E-100-TRAITER-FICHIER THRU E-100-EXIT.
           MOVE "MECCGXRF.DAT" TO WS-CIBLE-NAME.
           MOVE "X" TO WS-GENRE.
           MOVE "NOM SUR LA CORRESPONDANCE" TO WS-DETAIL.
           PERFORM E-100-TRAITER-FICHIER THRU E-100-EXIT.
           PERFORM C-200-RESERVATIONS THRU C-200-EXIT.
           MOVE "ROOMBOOK.JRN" TO WS-CIBLE-NAME.
           MOVE "B" TO WS-GENRE.
           MOVE "LIBELLE DES RESERVATIONS" TO WS-DETAIL.
           PERFORM E-100-TRAITER-FICHIER THRU E-100-EXIT.
           MOVE "VISITES.DAT" TO WS-CIBLE-NAME.
           MOVE "V" TO WS-GENRE.
           MOVE "ID SEUL - CONSERVE" TO WS-DETAIL.
           PERFORM E-100-TRAITER-FICHIER THRU E-100-EXIT.
           MOVE "MECCGRET.DAT" TO WS-CIBLE-NAME.
           MOVE "R" TO WS-GENRE.
           MOVE "ADRESSE DES COURRIERS REVENUS" TO WS-DETAIL.
           PERFORM E-100-TRAITER-FICHIER THRU E-100-EXIT.
           MOVE "MECCGAGM.DAT" TO WS-CIBLE-NAME.
           MOVE "G" TO WS-GENRE.
           MOVE "NOM SUR LE REGISTRE DES VOTANTS" TO WS-DETAIL.
           PERFORM E-100-TRAITER-FICHIER THRU E-100-EXIT.
           MOVE WS-DIGEST-ACCUM TO WS-DIGEST.
           PERFORM D-100-ANCRER-EFFACEMENT.
           PERFORM D-200-EDITER-FIN.
           PERFORM D-300-GENERATIONS.
           CLOSE CERTIFICAT-FILE.
           MOVE SPACES TO EXC-VALUE.
           STRING WS-ID " BLOC " WS-BLOC
               DELIMITED BY SIZE INTO EXC-VALUE.
           MOVE "DONNEES PERSONNELLES EFFACEES" TO EXC-REASON.
           MOVE "W" TO EXC-SEVERITY.
           PERFORM ECRIRE-EXCEPTION.
           DISPLAY "MEMBRE " WS-ID " EFFACE - " WS-NB-TOTAL
                   " ENREGISTREMENT(S), CERTIFICAT " WS-CERT-NAME.
           IF WS-NB-GEN > 0
               DISPLAY "ATTENTION - " WS-NB-GEN " GENERATION(S) "
                       "GENBKUP DE MECCG.DAT CONTIENNENT ENCORE LES "
                       "ANCIENNES DONNEES"
           END-IF.
       B-000-LIBERER.
           MOVE "D" TO ENQ-FONCTION.
           MOVE "MECCG.DAT" TO ENQ-RESSOURCE.
           MOVE "MECCGEFF" TO ENQ-PROGRAMME.
           CALL "ENQSRV" USING ENQUEUE-AREA.
       B-000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * THE MEMBER MUST BE A FORMER MEMBER: MARKED LEFT ON THE
      * MASTER, OR NO LONGER ON IT BUT HELD IN THE ARCHIVE. RC 8
      * OTHERWISE.
      *----------------------------------------------------------------
       B-100-LOCALISER.
           MOVE "N" TO WS-SUR-MASTER WS-SUR-ARCHIVE.
           MOVE SPACES TO WS-NOM-TROUVE.
           OPEN INPUT MASTER-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE WS-ID TO MR-ID
               READ MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-SUR-MASTER
                       MOVE MR-NAME TO WS-NOM-TROUVE
                       MOVE MR-STATUS TO WS-STATUT-TROUVE
               END-READ
               CLOSE MASTER-FILE
           END-IF.
           IF WS-SUR-MASTER = "O" AND WS-STATUT-TROUVE NOT = "L"
               DISPLAY "MEMBRE " WS-ID " NON PARTI (STATUT "
                       WS-STATUT-TROUVE ") - EFFACEMENT REFUSE"
               MOVE 8 TO RETURN-CODE
               GO TO B-100-EXIT.
           IF WS-SUR-MASTER = "O"
               GO TO B-100-EXIT.
           MOVE "MECCG.ARC" TO WS-CIBLE-NAME.
           OPEN INPUT CIBLE-FILE.
           IF WS-CIB-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CIBLE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CA-IMAGE (1:8) = WS-ID
                               MOVE "O" TO WS-SUR-ARCHIVE
                               MOVE CA-IMAGE (9:20) TO WS-NOM-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIBLE-FILE
           END-IF.
           IF WS-SUR-ARCHIVE NOT = "O"
               DISPLAY "MEMBRE " WS-ID " INCONNU DE MECCG.DAT ET DE "
                       "MECCG.ARC"
               MOVE 8 TO RETURN-CODE
           END-IF.
       B-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * THE MASTER RECORD, REWRITTEN ANONYMISED AND JOURNALED AS AN
      * UPDATE (BOTH IMAGES ANONYMISED - THE JOURNAL MUST NOT GIVE
      * THE DATA BACK).
      *----------------------------------------------------------------
       C-100-MASTER.
           MOVE 0 TO WS-NB-TROUVES WS-NB-MODIFIES.
           IF WS-SUR-MASTER NOT = "O"
               GO TO C-100-EDITER.
           OPEN I-O MASTER-FILE.
           MOVE WS-ID TO MR-ID.
           READ MASTER-FILE
               INVALID KEY
                   CLOSE MASTER-FILE
                   GO TO C-100-EDITER
           END-READ.
           ADD 1 TO WS-NB-TROUVES.
           MOVE MASTER-RECORD TO IMAGE-MEMBRE.
           PERFORM E-300-ANONYMISER-IMAGE.
           IF IMAGE-MEMBRE NOT = MASTER-RECORD
               MOVE IMAGE-MEMBRE TO MASTER-RECORD
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERREUR REECRITURE MECCG.DAT " WS-ID
                       MOVE WS-ID TO EXC-VALUE
                       MOVE "EFFACEMENT MASTER NON ECRIT"
                           TO EXC-REASON
                       MOVE "S" TO EXC-SEVERITY
                       PERFORM ECRIRE-EXCEPTION
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-NB-MODIFIES
                       MOVE IMAGE-MEMBRE TO WS-IMAGE-MASTER
                       PERFORM E-500-JOURNALISER
               END-REWRITE
           END-IF.
           CLOSE MASTER-FILE.
       C-100-EDITER.
           MOVE "MECCG.DAT" TO WS-CIBLE-NAME.
           MOVE "FICHE MEMBRE" TO WS-DETAIL.
           PERFORM E-400-LIGNE-CERTIFICAT.
       C-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * THE MEMBER'S ROOM BOOKINGS: THE LABEL IS FREE TEXT AND OFTEN
      * A NAME, SO IT GOES; ROOM, DATE, SLOT AND ID STAY.
      *----------------------------------------------------------------
       C-200-RESERVATIONS.
           MOVE 0 TO WS-NB-TROUVES WS-NB-MODIFIES.
           OPEN I-O BOOKING-FILE.
           IF WS-BKG-STATUS NOT = "00"
               GO TO C-200-EDITER.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BOOKING-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF BK-ID = WS-ID
                           ADD 1 TO WS-NB-TROUVES
                           IF BK-LIBELLE NOT = WS-ANONYME
                               MOVE WS-ANONYME TO BK-LIBELLE
                               REWRITE BOOKING-RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-NB-MODIFIES
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOOKING-FILE.
       C-200-EDITER.
           MOVE "ROOMBOOK.DAT" TO WS-CIBLE-NAME.
           MOVE "LIBELLE DES RESERVATIONS" TO WS-DETAIL.
           PERFORM E-400-LIGNE-CERTIFICAT.
       C-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * THE ERASURE ANCHORED IN THE LEDGER: AN "E" BLOCK CHAINED TO
      * THE CURRENT TIP. WS-BLOC STAYS ZERO IF THE WRITE FAILS.
      *----------------------------------------------------------------
       D-100-ANCRER-EFFACEMENT.
           MOVE 0 TO WS-BLOC.
           MOVE SPACES TO BLOCKS-NUMBER.
           MOVE WS-ID TO BLOCKS-NUMBER (1:8).
           MOVE WS-AUJOURDHUI TO BLOCKS-NUMBER (9:8).
           MOVE WS-NB-TOTAL TO BLOCKS-NUMBER (17:8).
           MOVE WS-DIGEST TO BLOCKS-NUMBER (25:18).
           MOVE WS-OPERATEUR TO BLOCKS-NUMBER (43:8).
           MOVE "E" TO BLOCKS-TYPE.
           PERFORM TROUVER-DERNIER-BLOC.
           ADD 1 TO WS-CHAIN-TIP-VERSION GIVING BLOCKS-VERSION.
           PERFORM CALCULER-HASH.
           MOVE BLOCKS-NUMBER  TO CF-NUMBER.
           MOVE BLOCKS-VERSION TO CF-VERSION.
           MOVE BLOCKS-TYPE    TO CF-TYPE.
           MOVE BLOCKHASH-NUM  TO CF-HASH.
           OPEN I-O CHAIN-FILE.
           IF WS-CHN-STATUS = "35"
               OPEN OUTPUT CHAIN-FILE
               CLOSE CHAIN-FILE
               OPEN I-O CHAIN-FILE
           END-IF.
           WRITE CHAIN-FILE-RECORD
               INVALID KEY
                   DISPLAY "ERREUR ECRITURE DU BLOC " BLOCKS-VERSION
                           " - EFFACEMENT NON ANCRE"
                   MOVE BLOCKS-VERSION TO EXC-VALUE
                   MOVE "BLOC D'EFFACEMENT NON ECRIT" TO EXC-REASON
                   MOVE "S" TO EXC-SEVERITY
                   PERFORM ECRIRE-EXCEPTION
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE BLOCKS-VERSION TO WS-BLOC
           END-WRITE.
           CLOSE CHAIN-FILE.
       D-200-EDITER-FIN.
           MOVE SPACES TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE WS-NB-TOTAL TO LF-TROUVES.
           MOVE SPACES TO LIGNE-CRT.
           STRING "ENREGISTREMENTS ANONYMISES : " LF-TROUVES
               DELIMITED BY SIZE INTO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO LIGNE-CRT.
           IF WS-BLOC = 0
               MOVE "*** BLOC DU GRAND LIVRE NON ECRIT - VOIR "
                   TO LIGNE-CRT
               MOVE "EXCEPT.LOG" TO LIGNE-CRT (43:)
           ELSE
               STRING "ANCRE DANS LE GRAND LIVRE : BLOC " WS-BLOC
                      "  EMPREINTE " WS-DIGEST
                   DELIMITED BY SIZE INTO LIGNE-CRT
           END-IF.
           WRITE LIGNE-CRT.
      *----------------------------------------------------------------
      * THE BACKUP GENERATIONS OF THE MASTER STILL HOLDING THE OLD
      * DATA - THEY GO AS GENBKUP CYCLES THEM OUT.
      *----------------------------------------------------------------
       D-300-GENERATIONS.
           MOVE SPACES TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE "ATTENTION - LES GENERATIONS GENBKUP DE MECCG.DAT "
               TO LIGNE-CRT.
           MOVE "CONTIENNENT ENCORE" TO LIGNE-CRT (50:).
           WRITE LIGNE-CRT.
           MOVE "LES ANCIENNES DONNEES JUSQU'A LEUR RECYCLAGE, COPIES"
               TO LIGNE-CRT.
           MOVE " HORS SITE COMPRISES :" TO LIGNE-CRT (52:).
           WRITE LIGNE-CRT.
           MOVE 0 TO WS-NB-GEN.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CATALOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CAT-FICHIER = "MECCG.DAT"
                               ADD 1 TO WS-NB-GEN
                               MOVE SPACES TO LIGNE-CRT
                               IF CAT-ETAT = "X"
                                   STRING "  MECCG.OF" CAT-GEN
                                          "  DU " CAT-DATE
                                          "  (COPIE HORS SITE, "
                                          "ROTTERDAM)"
                                       DELIMITED BY SIZE
                                       INTO LIGNE-CRT
                               ELSE
                                   STRING "  MECCG.DAT.G" CAT-GEN
                                          "  DU " CAT-DATE
                                       DELIMITED BY SIZE
                                       INTO LIGNE-CRT
                               END-IF
                               WRITE LIGNE-CRT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-NB-GEN = 0
               MOVE "  AUCUNE GENERATION CATALOGUEE" TO LIGNE-CRT
               WRITE LIGNE-CRT
           END-IF.
      *----------------------------------------------------------------
      * ONE LINE SEQUENTIAL FILE (WS-CIBLE-NAME, OF KIND WS-GENRE):
      * EVERY LINE GOES THROUGH MECCGEFF.TMP, ANONYMISED WHERE IT
      * BELONGS TO THE MEMBER; THE FILE IS COPIED BACK ONLY WHEN A
      * LINE CHANGED. AN ABSENT FILE IS LISTED WITH ZERO COUNTS.
      *----------------------------------------------------------------
       E-100-TRAITER-FICHIER.
           MOVE 0 TO WS-NB-TROUVES WS-NB-MODIFIES.
           OPEN INPUT CIBLE-FILE.
           IF WS-CIB-STATUS NOT = "00"
               GO TO E-100-EDITER.
           OPEN OUTPUT TEMP-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CIBLE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM E-200-ANONYMISER-LIGNE
                       MOVE CIBLE-LIGNE TO TEMP-LIGNE
                       WRITE TEMP-LIGNE
               END-READ
           END-PERFORM.
           CLOSE CIBLE-FILE.
           CLOSE TEMP-FILE.
           IF WS-NB-MODIFIES = 0
               GO TO E-100-EDITER.
           OPEN INPUT TEMP-FILE.
           OPEN OUTPUT CIBLE-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TEMP-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TEMP-LIGNE TO CIBLE-LIGNE
                       WRITE CIBLE-LIGNE
               END-READ
           END-PERFORM.
           CLOSE TEMP-FILE.
           CLOSE CIBLE-FILE.
       E-100-EDITER.
           PERFORM E-400-LIGNE-CERTIFICAT.
       E-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * ONE LINE JUST READ, ACCORDING TO THE KIND OF FILE. A LINE IS
      * COUNTED FOUND WHEN IT BELONGS TO THE MEMBER AND MODIFIED WHEN
      * IT STILL HELD SOMETHING TO ERASE.
      *----------------------------------------------------------------
       E-200-ANONYMISER-LIGNE.
           EVALUATE TRUE
               WHEN GENRE-JOURNAL
                   IF CJ-BEFORE (1:8) = WS-ID
                      OR CJ-AFTER (1:8) = WS-ID
                       ADD 1 TO WS-NB-TROUVES
                       MOVE CIBLE-JOURNAL TO TEMP-LIGNE
                       IF CJ-BEFORE (1:8) = WS-ID
                           MOVE CJ-BEFORE TO IMAGE-MEMBRE
                           PERFORM E-300-ANONYMISER-IMAGE
                           MOVE IMAGE-MEMBRE TO CJ-BEFORE
                       END-IF
                       IF CJ-AFTER (1:8) = WS-ID
                           MOVE CJ-AFTER TO IMAGE-MEMBRE
                           PERFORM E-300-ANONYMISER-IMAGE
                           MOVE IMAGE-MEMBRE TO CJ-AFTER
                       END-IF
                       IF CIBLE-JOURNAL NOT = TEMP-LIGNE
                           ADD 1 TO WS-NB-MODIFIES
                       END-IF
                   END-IF
               WHEN GENRE-ARCHIVE
                   IF CA-IMAGE (1:8) = WS-ID
                       ADD 1 TO WS-NB-TROUVES
                       MOVE CA-IMAGE TO IMAGE-MEMBRE
                       PERFORM E-300-ANONYMISER-IMAGE
                       IF IMAGE-MEMBRE NOT = CA-IMAGE
                           MOVE IMAGE-MEMBRE TO CA-IMAGE
                           ADD 1 TO WS-NB-MODIFIES
                       END-IF
                   END-IF
      *        ONLY ADDS AND UPDATES CARRY AN IMAGE; A DELETE CARRIES
      *        THE ID ALONE AND HEADERS/TRAILERS NO MEMBER AT ALL.
               WHEN GENRE-DECK
                   IF (CD-CODE = "A" OR CD-CODE = "U"
                       OR CD-CODE = "D")
                      AND CD-DATA (1:8) = WS-ID
                       ADD 1 TO WS-NB-TROUVES
                       IF CD-CODE NOT = "D"
                           MOVE CD-DATA TO IMAGE-MEMBRE
                           PERFORM E-300-ANONYMISER-IMAGE
                           IF IMAGE-MEMBRE NOT = CD-DATA
                               MOVE IMAGE-MEMBRE TO CD-DATA
                               ADD 1 TO WS-NB-MODIFIES
                           END-IF
                       END-IF
                   END-IF
               WHEN GENRE-XREF
                   IF CX-NOUVEAU = WS-ID
                       ADD 1 TO WS-NB-TROUVES
                       IF CX-NOM NOT = WS-ANONYME
                           MOVE WS-ANONYME TO CX-NOM
                           ADD 1 TO WS-NB-MODIFIES
                       END-IF
                   END-IF
               WHEN GENRE-RESA-JRN
                   MOVE CR-RESERVATION TO IMAGE-RESA
                   IF IR-ID = WS-ID
                       ADD 1 TO WS-NB-TROUVES
                       IF IR-LIBELLE NOT = WS-ANONYME
                           MOVE WS-ANONYME TO IR-LIBELLE
                           MOVE IMAGE-RESA TO CR-RESERVATION
                           ADD 1 TO WS-NB-MODIFIES
                       END-IF
                   END-IF
               WHEN GENRE-VISITE
                   IF CV-ID = WS-ID
                       ADD 1 TO WS-NB-TROUVES
                   END-IF
      *        THE REASON, DATE AND DESK STAY; THE ADDRESS GOES.
               WHEN GENRE-RETOUR
                   IF CT-ID = WS-ID
                       ADD 1 TO WS-NB-TROUVES
                       IF CT-ADR1 NOT = WS-ANONYME
                          OR CT-ADR2 NOT = WS-ANONYME
                          OR CT-CP NOT = WS-ANONYME
                          OR CT-VILLE NOT = WS-ANONYME
                           MOVE WS-ANONYME TO CT-ADR1 CT-ADR2
                                              CT-CP CT-VILLE
                           ADD 1 TO WS-NB-MODIFIES
                       END-IF
                   END-IF
      *        THE HEADER LINE CARRIES NO MEMBER; THE PRESENCE AND
      *        PROXY OF A VOTER LINE STAY FOR THE QUORUM COUNT.
               WHEN GENRE-AGM
                   IF CG-VOTANT AND CG-ID = WS-ID
                       ADD 1 TO WS-NB-TROUVES
                       IF CG-NOM NOT = WS-ANONYME
                           MOVE WS-ANONYME TO CG-NOM
                           ADD 1 TO WS-NB-MODIFIES
                       END-IF
                   END-IF
           END-EVALUATE.
      *----------------------------------------------------------------
      * THE PERSONAL FIELDS OF A MEMBER IMAGE; ID, JOIN DATE, STATUS
      * AND CATEGORY ARE LEFT AS THEY ARE.
      *----------------------------------------------------------------
       E-300-ANONYMISER-IMAGE.
           MOVE WS-ANONYME TO IM-NAME.
           MOVE WS-ANONYME TO IM-ADDRESS-1.
           MOVE WS-ANONYME TO IM-ADDRESS-2.
           MOVE WS-ANONYME TO IM-POSTAL-CODE.
           MOVE WS-ANONYME TO IM-CITY.
      *----------------------------------------------------------------
      * ONE CERTIFICATE LINE FOR THE FILE JUST WORKED, ADDED TO THE
      * DIGEST THE LEDGER BLOCK CARRIES.
      *----------------------------------------------------------------
       E-400-LIGNE-CERTIFICAT.
           MOVE WS-CIBLE-NAME TO LF-FICHIER.
           MOVE WS-NB-TROUVES TO LF-TROUVES.
           MOVE WS-NB-MODIFIES TO LF-MODIFIES.
           MOVE WS-DETAIL TO LF-DETAIL.
           MOVE WS-LIGNE-FICHIER TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE WS-LIGNE-FICHIER (1:72) TO WS-DIGEST-ZONE.
           PERFORM CUMULER-DIGEST.
           ADD WS-NB-MODIFIES TO WS-NB-TOTAL.
      *----------------------------------------------------------------
      * APPENDS THE MASTER'S ANONYMISING UPDATE TO THE HISTORY
      * JOURNAL.
      *----------------------------------------------------------------
       E-500-JOURNALISER.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE WS-AUJOURDHUI TO JR-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO JR-TIME.
           MOVE "U" TO JR-TYPE.
           MOVE "MECCGEFF" TO JR-SOURCE.
           MOVE WS-IMAGE-MASTER TO JR-BEFORE.
           MOVE WS-IMAGE-MASTER TO JR-AFTER.
           MOVE WS-OPERATEUR TO JR-OPERATEUR.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
      *----------------------------------------------------------------
      * ADDS WS-DIGEST-ZONE TO THE RUNNING DIGEST (SAME ROLLING
      * CHECKSUM AS THE LEDGER).
      *----------------------------------------------------------------
       CUMULER-DIGEST.
           MOVE 1 TO WS-HASH-I
           PERFORM UNTIL WS-HASH-I > 72
               MOVE FUNCTION ORD(WS-DIGEST-ZONE(WS-HASH-I:1))
                       TO WS-HASH-CHAR-VAL
               COMPUTE WS-DIGEST-ACCUM =
                   FUNCTION MOD(WS-DIGEST-ACCUM * 31 + WS-HASH-CHAR-VAL
                                1000000000000000000)
               ADD 1 TO WS-HASH-I
           END-PERFORM.
      *----------------------------------------------------------------
      * HIGHEST VERSION ON THE CHAIN AND ITS HASH.
      *----------------------------------------------------------------
       TROUVER-DERNIER-BLOC.
           MOVE 0      TO WS-CHAIN-TIP-VERSION
           MOVE SPACES TO WS-CHAIN-TIP-HASH
           OPEN INPUT CHAIN-FILE
           IF WS-CHN-STATUS NOT = "35"
               PERFORM UNTIL WS-CHN-STATUS NOT = "00"
                   READ CHAIN-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF CF-VERSION > WS-CHAIN-TIP-VERSION
                               MOVE CF-VERSION TO WS-CHAIN-TIP-VERSION
                               MOVE CF-HASH    TO WS-CHAIN-TIP-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAIN-FILE
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
           MOVE "MECCGEFF" TO EXC-PROGRAM.
           MOVE WS-AUJOURDHUI TO EXC-DATE.
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

       END PROGRAM MECCGEFF.

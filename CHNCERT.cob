       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNCERT.
       AUTHOR. SHOP OPERATIONS.
      *          LEDGER INCLUSION CERTIFICATE. WHEN A MEMBER OR THE
      *          AUDITOR DISPUTES A RUN OR A DAY'S MEMBER CHANGES,
      *          THIS PRINTS THE EVIDENCE THAT IT IS IN THE LEDGER
      *          AND HAS NOT MOVED SINCE (CHNCERT.RPT):
      *            - THE BLOCK ASKED FOR - A RUN ANCHOR ("R",
      *              PROGRAM + RUN-ID) OR A DAY'S MECCG CHANGE DIGEST
      *              ("D", DATE) - WITH ITS PAYLOAD, AND ITS OWN HASH
      *              RECOMPUTED FROM THE PAYLOAD AND ITS PREDECESSOR;
      *            - EVERY LINK AFTER IT UP TO THE TIP OF CHAIN.DAT,
      *              EACH RECOMPUTED FROM THE ONE BEFORE; FOR A BLOCK
      *              ARCHIVED BY CHNARC THE LINKS ARE WALKED IN
      *              CHAIN.ARC UP TO THE HAND-OFF ANCHOR ("A"), WHOSE
      *              HASH MUST BE THE ONE THE ARCHIVE ENDS ON;
      *            - THE EVIDENCE BEHIND THE BLOCK, RECOMPUTED NOW:
      *              THE RUN'S TRAILER IN <PROGRAM>.RUN (A SIDECAR
      *              REWRITTEN BY A LATER RUN NO LONGER HOLDS IT AND
      *              IS SHOWN AS SUCH, AS IN CHNAUDIT), OR THE DAY'S
      *              ENTRIES IN MECCG.JRN - COUNT AND DIGEST;
      *            - A PLAIN PASS/FAIL STATEMENT. A FAIL IS LOGGED TO
      *              EXCEPT.LOG AS SEVERE AND ENDS RC 8.
      *          SENIOR AUTHORITY (AUTHSRV). THE CERTIFICATE IS BANKED
      *          IN THE REPORT SPOOL AT ONCE, UNDER ITS OWN REPORT TYPE
      *          (CHNCERT.RPT), SO EVERY CERTIFICATE HANDED OVER STAYS
      *          ON RECORD - TWO IN ONE DAY DO NOT OVERWRITE EACH
      *          OTHER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-FILE ASSIGN TO "CHAIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-VERSION
               FILE STATUS IS WS-CHN-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "CHAIN.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ARC-STATUS.
           SELECT RUN-FILE ASSIGN TO DYNAMIC WS-RUN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RUN-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MECCG.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRN-STATUS.
           SELECT CERT-FILE ASSIGN TO "CHNCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CRT-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "SPOOL.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CAT-STATUS.
           SELECT MEMBER-FILE ASSIGN TO DYNAMIC WS-MEMBER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MBR-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-FILE.
           COPY "CHAINBLK.cpy".
       FD  ARCHIVE-FILE
                      DATA RECORD ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARC-VERSION        PIC 9(10).
           05  ARC-TYPE           PIC X.
           05  ARC-NUMBER         PIC X(100).
           05  ARC-RUN-ANCHOR REDEFINES ARC-NUMBER.
               10  ARC-RA-PROGRAM PIC X(8).
               10  ARC-RA-RUN-ID  PIC 9(14).
               10  ARC-RA-COUNT   PIC 9(8).
               10  FILLER         PIC X(70).
           05  ARC-DIGEST REDEFINES ARC-NUMBER.
               10  ARC-DG-DATE    PIC 9(8).
               10  ARC-DG-COUNT   PIC 9(8).
               10  ARC-DG-HASH    PIC X(18).
               10  FILLER         PIC X(66).
           05  ARC-HASH           PIC X(100).
       FD  RUN-FILE
                      DATA RECORD RUN-CONTROL-RECORD.
           COPY "RUNCTL.cpy".
       FD  JOURNAL-FILE
                      DATA RECORD JOURNAL-RECORD.
           COPY "MECCGJR.cpy".
       FD  CERT-FILE
                      DATA RECORD LIGNE-CRT.
       01  LIGNE-CRT             PIC X(100).
      *----------------------------------------------------------------
      * THE REPORT SPOOL, AS SPOOLER KEEPS IT: ONE CATALOGUE LINE PER
      * HELD MEMBER SP<NNNNNN>.RPT.
      *----------------------------------------------------------------
       FD  CATALOG-FILE
                      DATA RECORD CATALOG-RECORD.
       01  CATALOG-RECORD.
           05  SP-NUMERO         PIC 9(6).
           05  SP-DATE           PIC 9(8).
           05  SP-TIME           PIC 9(6).
           05  SP-TYPE           PIC X(12).
           05  SP-PROGRAMME      PIC X(8).
           05  SP-OPERATEUR      PIC X(8).
           05  SP-ETAT           PIC X.
       FD  MEMBER-FILE
                      DATA RECORD MEMBER-RECORD.
       01  MEMBER-RECORD         PIC X(132).
       FD  EXCEPTION-FILE
                      DATA RECORD EXCEPTION-LOG-RECORD.
           COPY "EXCLOG.cpy".

       WORKING-STORAGE SECTION.
           COPY "BUSDATE.cpy".
           COPY "AUTHSRV.cpy".
       01  WS-CHN-STATUS         PIC XX.
       01  WS-ARC-STATUS         PIC XX.
       01  WS-RUN-STATUS         PIC XX.
       01  WS-JRN-STATUS         PIC XX.
       01  WS-CRT-STATUS         PIC XX.
       01  WS-CAT-STATUS         PIC XX.
       01  WS-MBR-STATUS         PIC XX.
       01  WS-EXC-STATUS         PIC XX.
       01  WS-EOF-FLAG           PIC X.
       01  WS-AUJOURDHUI         PIC 9(8).
       01  WS-HEURE-EXACTE.
           05  WS-HHMMSS         PIC 9(6).
           05  FILLER            PIC 99.
       01  WS-RUN-NAME           PIC X(30).
       01  WS-MEMBER-NAME        PIC X(30).
       01  WS-PROCHAIN           PIC 9(6).
      *----------------------------------------------------------------
      * WHAT THE OPERATOR ASKS FOR.
      *----------------------------------------------------------------
       01  WS-TYPE-DEMANDE       PIC X.
       01  WS-PROG-DEMANDE       PIC X(8).
       01  WS-RUNID-SAISI        PIC X(14).
       01  WS-RUNID-DEMANDE      PIC 9(14).
       01  WS-DATE-SAISIE        PIC X(8).
       01  WS-DATE-DEMANDE       PIC 9(8).
      *----------------------------------------------------------------
      * THE BLOCK FOUND, WHERE, AND ITS OWN CHECK.
      *----------------------------------------------------------------
       01  WS-TROUVE             PIC X.
       01  WS-LIEU               PIC X(3).
       01  WS-NB-OCCURRENCES     PIC 9(4).
       01  WS-CERT-VERSION       PIC 9(10).
       01  WS-CERT-TYPE          PIC X.
       01  WS-CERT-NUMBER        PIC X(100).
       01  WS-CERT-RUN REDEFINES WS-CERT-NUMBER.
           05  WS-CR-PROGRAM     PIC X(8).
           05  WS-CR-RUN-ID      PIC 9(14).
           05  WS-CR-COUNT       PIC 9(8).
           05  FILLER            PIC X(70).
       01  WS-CERT-DIG REDEFINES WS-CERT-NUMBER.
           05  WS-CD-DATE        PIC 9(8).
           05  WS-CD-COUNT       PIC 9(8).
           05  WS-CD-HASH        PIC X(18).
           05  FILLER            PIC X(66).
       01  WS-CERT-HASH          PIC X(100).
       01  WS-BLOC-OK            PIC X.
      *----------------------------------------------------------------
      * THE LIVE CHAIN'S ENDS AND THE WALK.
      *----------------------------------------------------------------
       01  WS-TIP-VERSION        PIC 9(10).
       01  WS-MIN-VERSION        PIC 9(10).
       01  WS-MIN-TYPE           PIC X.
       01  WS-MIN-HASH           PIC X(100).
       01  WS-V                  PIC 9(10).
       01  WS-ATTENDU            PIC 9(10).
       01  WS-PREC-TROUVE        PIC X.
       01  WS-NB-MAILLONS        PIC 9(8).
       01  WS-NB-ROMPUS          PIC 9(8).
       01  WS-ANCRE-OK           PIC X.
       01  WS-STORED-HASH        PIC X(100).
       01  WS-RESULTAT           PIC X(6).
       01  WS-EDT-NB             PIC ZZZZZZZ9.
      *----------------------------------------------------------------
      * THE EVIDENCE RECOMPUTED AT PRINT TIME.
      *----------------------------------------------------------------
       01  WS-PREUVE             PIC X(12).
       01  WS-PREUVE-COUNT       PIC 9(8).
       01  WS-JRN-DIGEST         PIC 9(18).
       01  WS-JRN-DIGEST-X REDEFINES WS-JRN-DIGEST PIC X(18).
       01  WS-NB-EFFACES         PIC 9(8).
       01  WS-NB-MARQUES         PIC 9(4).
       01  WS-DIGEST-I           PIC 9(3).
       01  WS-DIGEST-VAL         PIC 9(3).
       01  WS-VERDICT            PIC X.
      *----------------------------------------------------------------
      * LEDGER HASHING - THE SAME WORK AREAS AND ROLLING CHECKSUM AS
      * THE LEDGER PROGRAM.
      *----------------------------------------------------------------
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
           PERFORM LIRE-DATE-METIER.
           MOVE BDA-DATE TO WS-AUJOURDHUI.
           MOVE "CHNCERT" TO AUT-FONCTION.
           MOVE 2 TO AUT-NIVEAU-REQ.
           CALL "AUTHSRV" USING AUTHORITY-AREA.
           IF AUT-RETOUR NOT = "00"
               DISPLAY "CERTIFICAT REFUSE - OPERATEUR SENIOR REQUIS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM A-100-DEMANDE THRU FIN-DEMANDE.
           IF WS-TYPE-DEMANDE = SPACE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       B-100-TROUVER-BLOC.
           PERFORM B-110-BORNES-VIVES.
           IF WS-TIP-VERSION = 0
               DISPLAY "CHAIN.DAT ABSENT OU VIDE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-TROUVE.
           MOVE 0 TO WS-NB-OCCURRENCES.
           PERFORM B-120-CHERCHER-VIF.
           IF WS-TROUVE = "N"
               PERFORM B-130-CHERCHER-ARCHIVE
           END-IF.
           IF WS-TROUVE = "N"
               DISPLAY "AUCUN BLOC NE CORRESPOND - RIEN A CERTIFIER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CERT-FILE.
           PERFORM C-100-ENTETE.
           PERFORM C-200-LE-BLOC.
           IF WS-LIEU = "VIF"
               PERFORM C-300-MAILLONS-VIFS
           ELSE
               PERFORM C-400-MAILLONS-ARCHIVES
           END-IF.
           IF WS-CERT-TYPE = "R"
               PERFORM C-500-PREUVE-RUN THRU FIN-PREUVE-RUN
           ELSE
               PERFORM C-600-PREUVE-JOUR
           END-IF.
           PERFORM C-700-VERDICT.
           CLOSE CERT-FILE.
           PERFORM D-100-SPOOLER.
           IF WS-VERDICT = "O"
               DISPLAY "CERTIFICAT ECRIT (CHNCERT.RPT, SPOOL "
                       WS-PROCHAIN ") - REUSSI"
           ELSE
               DISPLAY "CERTIFICAT ECRIT (CHNCERT.RPT, SPOOL "
                       WS-PROCHAIN ") - ECHEC"
               MOVE WS-CERT-VERSION TO EXC-VALUE
               MOVE "CERTIFICAT D'INCLUSION EN ECHEC" TO EXC-REASON
               MOVE "S" TO EXC-SEVERITY
               PERFORM ECRIRE-EXCEPTION
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------
      * THE BLOCK ASKED FOR. A BAD ANSWER LEAVES WS-TYPE-DEMANDE
      * BLANK.
      *----------------------------------------------------------------
       A-100-DEMANDE.
           DISPLAY "CERTIFIER UN RUN (R) OU UN JOUR DE MODIFICATIONS "
                   "MECCG (D) : ".
           ACCEPT WS-TYPE-DEMANDE.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-DEMANDE)
               TO WS-TYPE-DEMANDE.
           IF WS-TYPE-DEMANDE = "R"
               DISPLAY "PROGRAMME : "
               ACCEPT WS-PROG-DEMANDE
               MOVE FUNCTION UPPER-CASE(WS-PROG-DEMANDE)
                   TO WS-PROG-DEMANDE
               DISPLAY "RUN-ID (AAAAMMJJHHMMSS) : "
               ACCEPT WS-RUNID-SAISI
               IF WS-PROG-DEMANDE = SPACES
                  OR WS-RUNID-SAISI NOT NUMERIC
                   DISPLAY "PROGRAMME OU RUN-ID INVALIDE"
                   MOVE SPACE TO WS-TYPE-DEMANDE
                   GO TO FIN-DEMANDE
               END-IF
               MOVE WS-RUNID-SAISI TO WS-RUNID-DEMANDE
               GO TO FIN-DEMANDE.
           IF WS-TYPE-DEMANDE = "D"
               DISPLAY "JOUR (AAAAMMJJ) : "
               ACCEPT WS-DATE-SAISIE
               IF WS-DATE-SAISIE NOT NUMERIC
                   DISPLAY "DATE INVALIDE"
                   MOVE SPACE TO WS-TYPE-DEMANDE
                   GO TO FIN-DEMANDE
               END-IF
               MOVE WS-DATE-SAISIE TO WS-DATE-DEMANDE
               GO TO FIN-DEMANDE.
           DISPLAY "TYPE INVALIDE - R OU D".
           MOVE SPACE TO WS-TYPE-DEMANDE.
       FIN-DEMANDE.
           EXIT.
      *----------------------------------------------------------------
      * LOWEST AND HIGHEST VERSION ON THE LIVE CHAIN; THE LOWEST IS
      * THE HAND-OFF ANCHOR ONCE CHNARC HAS RUN.
      *----------------------------------------------------------------
       B-110-BORNES-VIVES.
           MOVE 0 TO WS-TIP-VERSION.
           MOVE 9999999999 TO WS-MIN-VERSION.
           MOVE SPACE TO WS-MIN-TYPE.
           OPEN INPUT CHAIN-FILE.
           IF WS-CHN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CHAIN-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CF-VERSION > WS-TIP-VERSION
                               MOVE CF-VERSION TO WS-TIP-VERSION
                           END-IF
                           IF CF-VERSION < WS-MIN-VERSION
                               MOVE CF-VERSION TO WS-MIN-VERSION
                               MOVE CF-TYPE TO WS-MIN-TYPE
                               MOVE CF-HASH TO WS-MIN-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAIN-FILE
           END-IF.
      *----------------------------------------------------------------
      * THE FIRST MATCHING BLOCK ON THE LIVE CHAIN (A DAY ANCHORED
      * TWICE IS COUNTED AND SAID SO).
      *----------------------------------------------------------------
       B-120-CHERCHER-VIF.
           OPEN INPUT CHAIN-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CHAIN-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CF-TYPE = WS-TYPE-DEMANDE
                          AND ((CF-TYPE = "R"
                                AND CF-RA-PROGRAM = WS-PROG-DEMANDE
                                AND CF-RA-RUN-ID = WS-RUNID-DEMANDE)
                           OR (CF-TYPE = "D"
                                AND CF-DG-DATE = WS-DATE-DEMANDE))
                           ADD 1 TO WS-NB-OCCURRENCES
                           IF WS-TROUVE = "N"
                               MOVE "O" TO WS-TROUVE
                               MOVE "VIF" TO WS-LIEU
                               MOVE CF-VERSION TO WS-CERT-VERSION
                               MOVE CF-TYPE    TO WS-CERT-TYPE
                               MOVE CF-NUMBER  TO WS-CERT-NUMBER
                               MOVE CF-HASH    TO WS-CERT-HASH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHAIN-FILE.
      *----------------------------------------------------------------
      * NOT ON THE LIVE CHAIN: THE ARCHIVED ORIGINAL, IF ANY.
      *----------------------------------------------------------------
       B-130-CHERCHER-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ARC-TYPE = WS-TYPE-DEMANDE
                              AND ((ARC-TYPE = "R"
                                AND ARC-RA-PROGRAM = WS-PROG-DEMANDE
                                AND ARC-RA-RUN-ID = WS-RUNID-DEMANDE)
                               OR (ARC-TYPE = "D"
                                AND ARC-DG-DATE = WS-DATE-DEMANDE))
                               ADD 1 TO WS-NB-OCCURRENCES
                               IF WS-TROUVE = "N"
                                   MOVE "O" TO WS-TROUVE
                                   MOVE "ARC" TO WS-LIEU
                                   MOVE ARC-VERSION TO WS-CERT-VERSION
                                   MOVE ARC-TYPE    TO WS-CERT-TYPE
                                   MOVE ARC-NUMBER  TO WS-CERT-NUMBER
                                   MOVE ARC-HASH    TO WS-CERT-HASH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
      *----------------------------------------------------------------
      * HEADING OF THE CERTIFICATE.
      *----------------------------------------------------------------
       C-100-ENTETE.
           MOVE "CERTIFICAT D'INCLUSION AU GRAND LIVRE" TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE ALL "=" TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE SPACES TO LIGNE-CRT.
           STRING "ETABLI LE " WS-AUJOURDHUI " A " WS-HHMMSS
                  " PAR " AUT-OPERATEUR
               DELIMITED BY SIZE INTO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO LIGNE-CRT.
           IF WS-TYPE-DEMANDE = "R"
               STRING "OBJET : RUN " WS-PROG-DEMANDE " "
                      WS-RUNID-DEMANDE
                   DELIMITED BY SIZE INTO LIGNE-CRT
           ELSE
               STRING "OBJET : MODIFICATIONS MECCG DU "
                      WS-DATE-DEMANDE
                   DELIMITED BY SIZE INTO LIGNE-CRT
           END-IF.
           WRITE LIGNE-CRT.
      *----------------------------------------------------------------
      * THE BLOCK, ITS PAYLOAD, AND ITS OWN HASH RECOMPUTED FROM ITS
      * PREDECESSOR.
      *----------------------------------------------------------------
       C-200-LE-BLOC.
           MOVE SPACES TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE "1. LE BLOC" TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO LIGNE-CRT.
           IF WS-LIEU = "VIF"
               STRING "  VERSION " WS-CERT-VERSION " TYPE "
                      WS-CERT-TYPE " - GRAND LIVRE VIF (CHAIN.DAT)"
                   DELIMITED BY SIZE INTO LIGNE-CRT
           ELSE
               STRING "  VERSION " WS-CERT-VERSION " TYPE "
                      WS-CERT-TYPE " - ARCHIVE (CHAIN.ARC)"
                   DELIMITED BY SIZE INTO LIGNE-CRT
           END-IF.
           WRITE LIGNE-CRT.
           MOVE SPACES TO LIGNE-CRT.
           IF WS-CERT-TYPE = "R"
               STRING "  PROGRAMME " WS-CR-PROGRAM
                      " RUN-ID " WS-CR-RUN-ID
                      " ENREGISTREMENTS " WS-CR-COUNT
                   DELIMITED BY SIZE INTO LIGNE-CRT
           ELSE
               STRING "  JOUR " WS-CD-DATE
                      " ENTREES DU JOURNAL " WS-CD-COUNT
                      " EMPREINTE " WS-CD-HASH
                   DELIMITED BY SIZE INTO LIGNE-CRT
           END-IF.
           WRITE LIGNE-CRT.
           MOVE SPACES TO LIGNE-CRT.
           STRING "  HASH ENREGISTRE " WS-CERT-HASH (1:18)
               DELIMITED BY SIZE INTO LIGNE-CRT.
           WRITE LIGNE-CRT.
           IF WS-NB-OCCURRENCES > 1
               MOVE WS-NB-OCCURRENCES TO WS-EDT-NB
               MOVE SPACES TO LIGNE-CRT
               STRING "  (" WS-EDT-NB " BLOCS CORRESPONDENT - LE "
                      "PREMIER EST CERTIFIE)"
                   DELIMITED BY SIZE INTO LIGNE-CRT
               WRITE LIGNE-CRT
           END-IF.
           COMPUTE WS-V = WS-CERT-VERSION - 1.
           MOVE SPACES TO WS-CHAIN-TIP-HASH.
           MOVE "O" TO WS-PREC-TROUVE.
           IF WS-V > 0
               MOVE "N" TO WS-PREC-TROUVE
               IF WS-LIEU = "VIF"
                   OPEN INPUT CHAIN-FILE
                   MOVE WS-V TO CF-VERSION
                   READ CHAIN-FILE KEY IS CF-VERSION
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "O" TO WS-PREC-TROUVE
                           MOVE CF-HASH TO WS-CHAIN-TIP-HASH
                   END-READ
                   CLOSE CHAIN-FILE
               ELSE
                   PERFORM C-210-PREC-ARCHIVE
               END-IF
           END-IF.
           MOVE WS-CERT-NUMBER  TO BLOCKS-NUMBER.
           MOVE WS-CERT-VERSION TO BLOCKS-VERSION.
           MOVE WS-CERT-TYPE    TO BLOCKS-TYPE.
           PERFORM CALCULER-HASH.
           MOVE SPACES TO LIGNE-CRT.
           IF WS-PREC-TROUVE = "N"
               MOVE "N" TO WS-BLOC-OK
               MOVE "  HASH RECALCULE   IMPOSSIBLE - BLOC PRECEDENT "
                   TO LIGNE-CRT
               MOVE "ABSENT" TO LIGNE-CRT (50:)
           ELSE
               IF BLOCKHASH-NUM = WS-CERT-HASH
                   MOVE "O" TO WS-BLOC-OK
                   STRING "  HASH RECALCULE   " BLOCKHASH-NUM (1:18)
                          "  CONFORME"
                       DELIMITED BY SIZE INTO LIGNE-CRT
               ELSE
                   MOVE "N" TO WS-BLOC-OK
                   STRING "  HASH RECALCULE   " BLOCKHASH-NUM (1:18)
                          "  DIFFERENT - BLOC ALTERE"
                       DELIMITED BY SIZE INTO LIGNE-CRT
               END-IF
           END-IF.
           WRITE LIGNE-CRT.
       C-210-PREC-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ARC-VERSION = WS-V
                               MOVE "O" TO WS-PREC-TROUVE
                               MOVE ARC-HASH TO WS-CHAIN-TIP-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
      *----------------------------------------------------------------
      * EVERY LINK FROM THE BLOCK UP TO THE TIP OF THE LIVE CHAIN.
      * THE WALK CARRIES ON PAST A BROKEN LINK FROM ITS STORED HASH,
      * SO EVERY BREAK IS SHOWN, NOT ONLY THE FIRST.
      *----------------------------------------------------------------
       C-300-MAILLONS-VIFS.
           PERFORM C-310-TITRE-MAILLONS.
           MOVE 0 TO WS-NB-MAILLONS WS-NB-ROMPUS.
           MOVE "O" TO WS-ANCRE-OK.
           MOVE WS-CERT-HASH TO WS-CHAIN-TIP-HASH.
           OPEN INPUT CHAIN-FILE.
           COMPUTE WS-V = WS-CERT-VERSION + 1.
           PERFORM UNTIL WS-V > WS-TIP-VERSION
               MOVE WS-V TO CF-VERSION
               READ CHAIN-FILE KEY IS CF-VERSION
                   INVALID KEY
                       ADD 1 TO WS-NB-ROMPUS
                       MOVE SPACES TO LIGNE-CRT
                       STRING "  MAILLON " WS-V
                              "  ABSENT DU GRAND LIVRE"
                           DELIMITED BY SIZE INTO LIGNE-CRT
                       WRITE LIGNE-CRT
                       MOVE SPACES TO WS-CHAIN-TIP-HASH
                   NOT INVALID KEY
                       MOVE CF-NUMBER  TO BLOCKS-NUMBER
                       MOVE CF-VERSION TO BLOCKS-VERSION
                       MOVE CF-TYPE    TO BLOCKS-TYPE
                       MOVE CF-HASH    TO WS-STORED-HASH
                       PERFORM C-320-UN-MAILLON
               END-READ
               ADD 1 TO WS-V
           END-PERFORM.
           CLOSE CHAIN-FILE.
           MOVE SPACES TO LIGNE-CRT.
           STRING "  SOMMET DU GRAND LIVRE : VERSION " WS-TIP-VERSION
               DELIMITED BY SIZE INTO LIGNE-CRT.
           WRITE LIGNE-CRT.
       C-310-TITRE-MAILLONS.
           MOVE SPACES TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE "2. LES MAILLONS JUSQU'AU SOMMET" TO LIGNE-CRT.
           IF WS-LIEU = "ARC"
               MOVE "2. LES MAILLONS JUSQU'A L'ANCRE DE PASSATION"
                   TO LIGNE-CRT
           END-IF.
           WRITE LIGNE-CRT.
           MOVE "  VERSION     TYPE  HASH ENREGISTRE     RESULTAT"
               TO LIGNE-CRT.
           WRITE LIGNE-CRT.
      *    ONE LINK: BLOCKS-* AND WS-STORED-HASH HOLD IT, THE HASH
      *    BEFORE IT IS IN WS-CHAIN-TIP-HASH.
       C-320-UN-MAILLON.
           ADD 1 TO WS-NB-MAILLONS.
           PERFORM CALCULER-HASH.
           IF BLOCKHASH-NUM = WS-STORED-HASH
               MOVE "OK" TO WS-RESULTAT
           ELSE
               MOVE "ROMPU" TO WS-RESULTAT
               ADD 1 TO WS-NB-ROMPUS
           END-IF.
           MOVE SPACES TO LIGNE-CRT.
           STRING "  " BLOCKS-VERSION "  " BLOCKS-TYPE "     "
                  WS-STORED-HASH (1:18) "  " WS-RESULTAT
               DELIMITED BY SIZE INTO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE WS-STORED-HASH TO WS-CHAIN-TIP-HASH.
      *----------------------------------------------------------------
      * AN ARCHIVED BLOCK: THE LINKS AFTER IT IN CHAIN.ARC UP TO THE
      * VERSION THE LIVE CHAIN NOW STARTS AT (THE HAND-OFF ANCHOR),
      * THEN THE ANCHOR'S HASH AGAINST THE ARCHIVED ORIGINAL. AN "A"
      * LINE IN THE ARCHIVE IS AN EARLIER ANCHOR COPIED AGAIN BY A
      * LATER ARCHIVE RUN - ITS ORIGINAL IS THERE TOO.
      *----------------------------------------------------------------
       C-400-MAILLONS-ARCHIVES.
           PERFORM C-310-TITRE-MAILLONS.
           MOVE 0 TO WS-NB-MAILLONS WS-NB-ROMPUS.
           MOVE WS-CERT-HASH TO WS-CHAIN-TIP-HASH.
           COMPUTE WS-ATTENDU = WS-CERT-VERSION + 1.
           OPEN INPUT ARCHIVE-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ARC-TYPE NOT = "A"
                          AND ARC-VERSION > WS-CERT-VERSION
                          AND ARC-VERSION NOT > WS-MIN-VERSION
                           PERFORM C-410-MAILLON-ARCHIVE
                               THRU FIN-MAILLON-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           IF WS-ATTENDU NOT > WS-MIN-VERSION
               ADD 1 TO WS-NB-ROMPUS
               MOVE SPACES TO LIGNE-CRT
               STRING "  MAILLONS " WS-ATTENDU " ET SUIVANTS ABSENTS "
                      "DE CHAIN.ARC"
                   DELIMITED BY SIZE INTO LIGNE-CRT
               WRITE LIGNE-CRT
           END-IF.
           MOVE SPACES TO LIGNE-CRT.
           IF WS-MIN-TYPE = "A"
              AND WS-MIN-HASH = WS-CHAIN-TIP-HASH
               MOVE "O" TO WS-ANCRE-OK
               STRING "  ANCRE DE PASSATION " WS-MIN-VERSION
                      " (CHAIN.DAT) - HASH " WS-MIN-HASH (1:18)
                      " CONFORME A L'ARCHIVE"
                   DELIMITED BY SIZE INTO LIGNE-CRT
           ELSE
               MOVE "N" TO WS-ANCRE-OK
               STRING "  ANCRE DE PASSATION " WS-MIN-VERSION
                      " (CHAIN.DAT) - ABSENTE OU DIFFERENTE "
                      "DE L'ARCHIVE"
                   DELIMITED BY SIZE INTO LIGNE-CRT
           END-IF.
           WRITE LIGNE-CRT.
      *    THE ARCHIVE IS IN VERSION ORDER; A GAP IS A MISSING LINK.
       C-410-MAILLON-ARCHIVE.
           IF ARC-VERSION < WS-ATTENDU
               GO TO FIN-MAILLON-ARCHIVE.
           IF ARC-VERSION > WS-ATTENDU
               ADD 1 TO WS-NB-ROMPUS
               MOVE SPACES TO LIGNE-CRT
               STRING "  MAILLONS " WS-ATTENDU " A " ARC-VERSION
                      " ABSENTS DE CHAIN.ARC"
                   DELIMITED BY SIZE INTO LIGNE-CRT
               WRITE LIGNE-CRT
               MOVE SPACES TO WS-CHAIN-TIP-HASH
           END-IF.
           MOVE ARC-NUMBER  TO BLOCKS-NUMBER.
           MOVE ARC-VERSION TO BLOCKS-VERSION.
           MOVE ARC-TYPE    TO BLOCKS-TYPE.
           MOVE ARC-HASH    TO WS-STORED-HASH.
           PERFORM C-320-UN-MAILLON.
           COMPUTE WS-ATTENDU = ARC-VERSION + 1.
       FIN-MAILLON-ARCHIVE.
           EXIT.
      *----------------------------------------------------------------
      * THE RUN'S TRAILER, READ AGAIN FROM ITS SIDECAR NOW.
      *----------------------------------------------------------------
       C-500-PREUVE-RUN.
           MOVE SPACES TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE "3. LE TRAILER DU RUN, RELU A L'IMPRESSION"
               TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO WS-RUN-NAME.
           STRING WS-CR-PROGRAM DELIMITED BY SPACE
                  ".RUN" DELIMITED BY SIZE
               INTO WS-RUN-NAME.
           MOVE "INDISPONIBLE" TO WS-PREUVE.
           MOVE 0 TO WS-PREUVE-COUNT.
           OPEN INPUT RUN-FILE.
           IF WS-RUN-STATUS NOT = "00"
               MOVE SPACES TO LIGNE-CRT
               STRING "  " WS-RUN-NAME " ABSENT - LE RUN NE PEUT PLUS "
                      "ETRE RELU"
                   DELIMITED BY SIZE INTO LIGNE-CRT
               WRITE LIGNE-CRT
               GO TO FIN-PREUVE-RUN.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RUN-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RC-TYPE = "T"
                          AND RC-RUN-ID = WS-CR-RUN-ID
                           MOVE RC-RECORD-COUNT TO WS-PREUVE-COUNT
                           IF RC-RECORD-COUNT = WS-CR-COUNT
                               MOVE "CONCORDE" TO WS-PREUVE
                           ELSE
                               MOVE "ECART" TO WS-PREUVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-FILE.
           MOVE SPACES TO LIGNE-CRT.
           IF WS-PREUVE = "INDISPONIBLE"
               STRING "  " WS-RUN-NAME " REECRIT PAR UN RUN "
                      "POSTERIEUR - CE RUN N'Y EST PLUS"
                   DELIMITED BY SIZE INTO LIGNE-CRT
           ELSE
               STRING "  TRAILER " WS-RUN-NAME " RUN "
                      WS-CR-RUN-ID " ENREGISTREMENTS "
                      WS-PREUVE-COUNT " - " WS-PREUVE
                   DELIMITED BY SIZE INTO LIGNE-CRT
           END-IF.
           WRITE LIGNE-CRT.
       FIN-PREUVE-RUN.
           EXIT.
      *----------------------------------------------------------------
      * THE DAY'S JOURNAL ENTRIES, COUNTED AND DIGESTED AGAIN THE
      * WAY THE NIGHT ANCHORING DID (BYTES 1-277). ENTRIES SINCE
      * ANONYMISED BY MECCGEFF CAN NO LONGER GIVE THE SAME DIGEST;
      * THEY ARE COUNTED SO THE READER KNOWS WHY.
      *----------------------------------------------------------------
       C-600-PREUVE-JOUR.
           MOVE SPACES TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE "3. LES ENTREES DU JOUR, RECALCULEES A L'IMPRESSION"
               TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE 0 TO WS-PREUVE-COUNT WS-JRN-DIGEST WS-NB-EFFACES.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ JOURNAL-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF JR-DATE = WS-CD-DATE
                               ADD 1 TO WS-PREUVE-COUNT
                               PERFORM C-610-DIGERER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-PREUVE-COUNT = WS-CD-COUNT
              AND WS-JRN-DIGEST-X = WS-CD-HASH
               MOVE "CONCORDE" TO WS-PREUVE
           ELSE
               MOVE "ECART" TO WS-PREUVE
           END-IF.
           MOVE SPACES TO LIGNE-CRT.
           STRING "  MECCG.JRN DU " WS-CD-DATE " : "
                  WS-PREUVE-COUNT " ENTREE(S), EMPREINTE "
                  WS-JRN-DIGEST-X " - " WS-PREUVE
               DELIMITED BY SIZE INTO LIGNE-CRT.
           WRITE LIGNE-CRT.
           IF WS-PREUVE = "ECART" AND WS-NB-EFFACES > 0
               MOVE WS-NB-EFFACES TO WS-EDT-NB
               MOVE SPACES TO LIGNE-CRT
               STRING "  DONT " WS-EDT-NB " ENTREE(S) ANONYMISEE(S) "
                      "DEPUIS PAR MECCGEFF (BLOC E)"
                   DELIMITED BY SIZE INTO LIGNE-CRT
               WRITE LIGNE-CRT
           END-IF.
       C-610-DIGERER.
           MOVE 0 TO WS-NB-MARQUES.
           INSPECT JOURNAL-RECORD (1:277) TALLYING WS-NB-MARQUES
               FOR ALL "*EFFACE*".
           IF WS-NB-MARQUES > 0
               ADD 1 TO WS-NB-EFFACES
           END-IF.
           MOVE 1 TO WS-DIGEST-I.
           PERFORM UNTIL WS-DIGEST-I > 277
               MOVE FUNCTION ORD(JOURNAL-RECORD(WS-DIGEST-I:1))
                       TO WS-DIGEST-VAL
               COMPUTE WS-JRN-DIGEST =
                   FUNCTION MOD(WS-JRN-DIGEST * 31 + WS-DIGEST-VAL
                                1000000000000000000)
               ADD 1 TO WS-DIGEST-I
           END-PERFORM.
      *----------------------------------------------------------------
      * THE PLAIN STATEMENT. A RUN WHOSE SIDECAR HAS BEEN REWRITTEN
      * RESTS ON THE LEDGER ALONE AND IS SAID SO; A DISAGREEING
      * TRAILER OR JOURNAL DAY FAILS.
      *----------------------------------------------------------------
       C-700-VERDICT.
           MOVE "O" TO WS-VERDICT.
           IF WS-BLOC-OK NOT = "O" OR WS-NB-ROMPUS > 0
              OR WS-ANCRE-OK NOT = "O" OR WS-PREUVE = "ECART"
               MOVE "N" TO WS-VERDICT
           END-IF.
           MOVE SPACES TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE ALL "-" TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE WS-NB-MAILLONS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-CRT.
           STRING "MAILLONS VERIFIES : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE WS-NB-ROMPUS TO WS-EDT-NB.
           MOVE SPACES TO LIGNE-CRT.
           STRING "MAILLONS ROMPUS   : " WS-EDT-NB
               DELIMITED BY SIZE INTO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO LIGNE-CRT.
           WRITE LIGNE-CRT.
           MOVE SPACES TO LIGNE-CRT.
           IF WS-VERDICT = "O"
               STRING "RESULTAT : REUSSI. LE BLOC " WS-CERT-VERSION
                      " EST INCLUS DANS LE GRAND LIVRE ET N'A PAS "
                      "ETE MODIFIE."
                   DELIMITED BY SIZE INTO LIGNE-CRT
               WRITE LIGNE-CRT
               IF WS-PREUVE = "INDISPONIBLE"
                   MOVE "LE TRAILER DU RUN N'EXISTE PLUS : LA PREUVE "
                       TO LIGNE-CRT
                   MOVE "REPOSE SUR LE GRAND LIVRE SEUL." TO
                       LIGNE-CRT (45:)
                   WRITE LIGNE-CRT
               END-IF
           ELSE
               STRING "RESULTAT : ECHEC. LE BLOC " WS-CERT-VERSION
                      " NE PEUT PAS ETRE CERTIFIE - VOIR CI-DESSUS."
                   DELIMITED BY SIZE INTO LIGNE-CRT
               WRITE LIGNE-CRT
           END-IF.
      *----------------------------------------------------------------
      * THE CERTIFICATE BANKED IN THE SPOOL: THE NEXT NUMBERED MEMBER
      * AND ITS CATALOGUE LINE, AS SPOOLER'S CAPTURE DOES IT.
      *----------------------------------------------------------------
       D-100-SPOOLER.
           MOVE 1 TO WS-PROCHAIN.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CATALOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF SP-NUMERO NOT < WS-PROCHAIN
                               COMPUTE WS-PROCHAIN = SP-NUMERO + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           MOVE SPACES TO WS-MEMBER-NAME.
           STRING "SP" WS-PROCHAIN ".RPT"
               DELIMITED BY SIZE INTO WS-MEMBER-NAME.
           OPEN INPUT CERT-FILE.
           OPEN OUTPUT MEMBER-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CERT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE LIGNE-CRT TO MEMBER-RECORD
                       WRITE MEMBER-RECORD
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
           CLOSE CERT-FILE.
           OPEN EXTEND CATALOG-FILE.
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
               CLOSE CATALOG-FILE
               OPEN EXTEND CATALOG-FILE
           END-IF.
           MOVE WS-PROCHAIN TO SP-NUMERO.
           MOVE WS-AUJOURDHUI TO SP-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO SP-TIME.
           MOVE "CHNCERT.RPT" TO SP-TYPE.
           MOVE "CHNCERT" TO SP-PROGRAMME.
           MOVE AUT-OPERATEUR TO SP-OPERATEUR.
           MOVE "T" TO SP-ETAT.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.
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
           MOVE "CHNCERT" TO EXC-PROGRAM.
           MOVE WS-AUJOURDHUI TO EXC-DATE.
           ACCEPT WS-HEURE-EXACTE FROM TIME.
           MOVE WS-HHMMSS TO EXC-TIME.
           MOVE AUT-OPERATEUR TO EXC-OPERATOR.
           WRITE EXCEPTION-LOG-RECORD.
           CLOSE EXCEPTION-FILE.
      *----------------------------------------------------------------
      * THE SHOP'S PROCESSING DATE, THROUGH THE BUSDATE SERVICE.
      *----------------------------------------------------------------
       LIRE-DATE-METIER.
           MOVE "L" TO BDA-FONCTION.
           CALL "BUSDATE" USING BUSINESS-DATE-AREA.

       END PROGRAM CHNCERT.

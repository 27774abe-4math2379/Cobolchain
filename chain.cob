       01 WS-JRN-DIGEST     PIC 9(18).
       01 WS-DIGEST-I       PIC 9(3).
       01 WS-DIGEST-VAL     PIC 9(3).
       01 WS-PC-DIGEST      PIC X(18).


       01 BLOCKSHASH.
      * THE DAY'S MECCG CHANGE DIGEST: COUNT OF TODAY'S JOURNAL
      * ENTRIES AND A ROLLING CHECKSUM OVER THEIR IMAGES (SAME FAMILY
      * OF CHECKSUM AS CALCULER-HASH). NOTHING JOURNALED TODAY =
      * NOTHING TO ANCHOR. THE CHECKSUM STOPS AT BYTE 277, THE END OF
      * THE AFTER IMAGE: THE OPERATOR STAMP CAME AFTER DAYS HAD BEEN
      * ANCHORED, AND THEIR DIGESTS MUST STILL RECOMPUTE.
      *----------------------------------------------------------------
       ANCRER-DIGEST-MECCG.
           MOVE 0 TO WS-JRN-NB WS-JRN-DIGEST.
                           " BLOCKS " CF-DG-COUNT
                           " TIP-HASH " CF-DG-HASH
                           " HASH " CF-HASH(1:20)
               WHEN "P"
      *            A BLOCK FROM BEFORE CF-PC-ENCAISSE CARRIED A SIGN
      *            HAS ITS DIGEST ONE BYTE TO THE LEFT
                   IF CF-NUMBER(36:1) NUMERIC
                       MOVE CF-NUMBER(71:18) TO WS-PC-DIGEST
                   ELSE
                       MOVE CF-PC-DIGEST TO WS-PC-DIGEST
                   END-IF
                   DISPLAY "VERSION " CF-VERSION
                           " PERIOD-CLOSE MONTH " CF-PC-MOIS
                           " EXERCISE " CF-PC-EXERCICE
                           " PERIOD " CF-PC-PERIODE
                           " DIGEST " WS-PC-DIGEST
                           " HASH " CF-HASH(1:20)
               WHEN "E"
                   DISPLAY "VERSION " CF-VERSION
                           " ERASURE ID " CF-ER-ID
                           " DATE " CF-ER-DATE
                           " RECORDS " CF-ER-COUNT
                           " DIGEST " CF-ER-DIGEST
                           " BY " CF-ER-OPERATEUR
                           " HASH " CF-HASH(1:20)
               WHEN "W"
                   DISPLAY "VERSION " CF-VERSION
                           " WITNESS OF " CF-WI-VERSION
                           " HASH " CF-WI-HASH
                           " SENT " CF-WI-ENVOI
                           " STAMPED " CF-WI-VISA
                           " REF " CF-WI-REFERENCE
                           " HASH " CF-HASH(1:20)
               WHEN "T"
                   DISPLAY "VERSION " CF-VERSION
                           " TEXT " CF-NUMBER(1:40)

      * BEFORE IMAGE; A DELETE A BLANK AFTER IMAGE. THE IMAGES GREW
      * FROM 123 TO 127 BYTES WITH THE MR-ID WIDENING; THE EXPANSION
      * RUN (MECCGXPD) REWROTE THE OLD ENTRIES TO THE NEW WIDTH.
      * JR-OPERATEUR, THE OPERATOR SIGNED ON (OPERATOR.CUR) WHEN THE
      * CHANGE WAS MADE, CAME LATER STILL; MECCGJOP STAMPED THE OLDER
      * ENTRIES "INCONNU". THE LEDGER'S DAY DIGEST COVERS BYTES 1-277
      * ONLY, SO DAYS ANCHORED BEFORE THE STAMP STILL VERIFY.
      *----------------------------------------------------------------
       01  JOURNAL-RECORD.
           05  JR-DATE            PIC 9(8).
           05  JR-SOURCE          PIC X(8).
           05  JR-BEFORE          PIC X(127).
           05  JR-AFTER           PIC X(127).
           05  JR-OPERATEUR       PIC X(8).

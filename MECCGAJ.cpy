      *----------------------------------------------------------------
      * ADJUSTMENT RECORD FOR THE DUES SUBSYSTEM (MECCGADJ.DAT,
      * APPEND-ONLY). ONE LINE PER CREDIT NOTE, WRITE-OFF OR REFUND
      * POSTED AGAINST AN INVOICE OF THE REGISTER BY MECCGADJ:
      *     AJ-TYPE    "C" CREDIT NOTE  - REDUCES THE AMOUNT OWED
      *                "W" WRITE-OFF    - REDUCES THE AMOUNT OWED
      *                "F" REFUND       - PAYS AN OVERPAYMENT BACK
      *     AJ-MOTIF   THE REASON CODE (MECCGRSN.DAT)
      *     AJ-PAR     THE SIGNED-ON OPERATOR WHO POSTED IT, CLEARED
      *                THROUGH AUTHSRV AT THE LEVEL THE TYPE DEMANDS
      * THE INVOICE'S IV-AVOIR (C + W) AND IV-REMBOURSE (F) ARE THE
      * RUNNING SUMS OF THESE LINES - RUNRECON PROVES THEY AGREE.
      *----------------------------------------------------------------
       01  ADJUSTMENT-RECORD.
           05  AJ-DATE            PIC 9(8).
           05  AJ-TIME            PIC 9(6).
           05  AJ-TYPE            PIC X.
               88  AJ-AVOIR       VALUE "C".
               88  AJ-PERTE       VALUE "W".
               88  AJ-REMBOURSEMENT VALUE "F".
           05  AJ-NUMERO          PIC 9(8).
           05  AJ-ID              PIC X(8).
           05  AJ-MONTANT         PIC 9(5)V99.
           05  AJ-MOTIF           PIC XX.
           05  AJ-LIBELLE         PIC X(30).
           05  AJ-PAR             PIC X(8).

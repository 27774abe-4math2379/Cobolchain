      *----------------------------------------------------------------
      * ONE LINE OF THE NIGHT'S JOB DEFINITION (NIGHTBAT.JOB), KEPT
      * BY THE OPERATIONS DESK WITH ANY TEXT EDITOR. NIGHTBAT RUNS
      * THE STEPS IN FILE ORDER; THE MORNING DAYBOOK READS IT TO
      * KNOW WHICH STEP LEFT WHICH .RUN SIDECAR. COLUMN 1 GIVES THE
      * KIND OF LINE:
      *     "*"   COMMENT (A BLANK LINE IS IGNORED TOO)
      *     "J"   ONE STEP:
      *             3-4   STEP NUMBER 01-99, ASCENDING DOWN THE FILE
      *                   (THE CHECKPOINT KEEPS THE LAST ONE DONE)
      *             6-13  PROGRAM - THE NAME ON THE CONSOLE AND THE
      *                   NAME OF ITS SIDECAR (<PROGRAM>.RUN)
      *             15-21 RUN CONDITION:
      *                     TOUS     EVERY NIGHT
      *                     OUVRE    WORKING DAYS ONLY
      *                     FINMOIS  LAST WORKING DAY OF THE MONTH
      *                     NOUVRE   THE NTH WORKING DAY OF THE MONTH
      *                     FINPER   LAST WORKING DAY OF A FISCAL
      *                              PERIOD THAT IS A MULTIPLE OF N
      *                              (01 EVERY PERIOD, 03 EACH
      *                              QUARTER, 12 THE EXERCISE END -
      *                              THE EXERCISE OPENS IN THE MONTH
      *                              GIVEN IN MECCGCLO.CTL)
      *                     JOURSEM  WEEKDAY N (01 MONDAY ... 07
      *                              SUNDAY) OF THE BUSINESS DATE
      *             23-24 N FOR NOUVRE (01-23), FINPER (01-12) AND
      *                   JOURSEM (01-07)
      *             26-40 UP TO FIVE EARLIER STEPS IT DEPENDS ON,
      *                   "NN " EACH - A STEP WHOSE DEPENDENCY WAS
      *                   SKIPPED TONIGHT IS SKIPPED TOO
      *             41-44 HIGHEST ACCEPTABLE RETURN CODE (BLANK = 0);
      *                   ABOVE IT THE NIGHT STOPS FOR A RESTART
      *             46-75 THE COMMAND RUN. THE "./" PREFIX IS NEEDED
      *                   BECAUSE CALL "SYSTEM" SHELLS OUT VIA
      *                   "sh -c", WHICH WON'T FIND A BARE NAME UNLESS
      *                   THE CURRENT DIRECTORY HAPPENS TO BE ON $PATH
      *     "C"   ONE CONTROL CARD WRITTEN JUST BEFORE A STEP RUNS,
      *           FOR THE CARD-DRIVEN PROGRAMS:
      *             3-4   STEP NUMBER (A "J" LINE OF THE FILE)
      *             6-17  CARD FILE (CHAIN.CMD, SPOOL.CMD ...),
      *                   REWRITTEN WITH THE STEP'S CARDS IN ORDER
      *             19-58 THE CARD
      *----------------------------------------------------------------
       01  JOB-LINE.
           05  JB-TYPE            PIC X.
           05  FILLER             PIC X.
           05  JB-STEP            PIC XX.
           05  FILLER             PIC X.
           05  JB-PROGRAM         PIC X(8).
           05  FILLER             PIC X.
           05  JB-CONDITION       PIC X(7).
           05  FILLER             PIC X.
           05  JB-COND-N          PIC XX.
           05  FILLER             PIC X.
           05  JB-DEPENDANCE OCCURS 5.
               10  JB-DEPEND      PIC XX.
               10  FILLER         PIC X.
           05  JB-RC-MAX          PIC X(4).
           05  FILLER             PIC X.
           05  JB-COMMANDE        PIC X(30).
           05  FILLER             PIC X(5).
       01  JOB-CARD-LINE REDEFINES JOB-LINE.
           05  JC-TYPE            PIC X.
           05  FILLER             PIC X.
           05  JC-STEP            PIC XX.
           05  FILLER             PIC X.
           05  JC-FICHIER         PIC X(12).
           05  FILLER             PIC X.
           05  JC-CARTE           PIC X(40).
           05  FILLER             PIC X(22).

      ******************************************************************
      * JOBDEF.CPY -- THE JOB-STREAM STEP-DEFINITION FILE (JOBSTEPS),
      * READ BY THE REGJOBS CONTROLLER AND THE REGJRPT MORNING STATUS
      * REPORT.  ONE TEXT LINE PER RECORD, FIXED COLUMNS:
      *   "STP" -- ONE STEP: ITS NUMBER (ASCENDING THROUGH THE FILE),
      *            THE PROGRAM TO RUN, THE HIGHEST RETURN CODE IT MAY
      *            END WITH AND STILL LET THE STREAM GO ON, AN
      *            OPTIONAL PARALLEL-GROUP LETTER, AND A DESCRIPTION.
      *            CONSECUTIVE STEPS WITH THE SAME GROUP LETTER START
      *            TOGETHER AND ARE ALL WAITED FOR (THE REGSPLIT
      *            LOADERS); A BLANK GROUP RUNS ALONE.
      *   "ENV" -- ONE ENVIRONMENT OVERRIDE FOR THE STEP OF THE SAME
      *            NUMBER, SET FOR THAT STEP ONLY.  THE VALUE MAY NOT
      *            CONTAIN A SINGLE QUOTE.
      *   "*"   -- IN COLUMN 1, A COMMENT LINE.
      * E.G. THE NIGHTLY STREAM:
      *   STP 010 dbconnect                      00   DB UP
      *   STP 020 regwatch                       04   WATCHDOG
      *   STP 030 regpbatch                      00   WRAP PENDTXN
      *   STP 040 regfile                        04   LOAD
      *   ENV 040 REGFILE_INPUT                  PENDOUT
      *   STP 050 regextr                        04   EXTRACT
      *   STP 060 regmver                        04   MASTER VERIFY
      *   STP 070 regrostr                       00   ROSTER
      * (OR REGSPLIT, THEN ONE STEP PER LOADER ALL IN GROUP "L", EACH
      * WITH ITS OWN REGFILE_INPUT/_CHECKPOINT OVERRIDES, THEN REGCOLL
      * IN PLACE OF STEP 040.)
      ******************************************************************
       01  J01-STEP-RECORD.
           05  J01-REC-ID                     PIC X(03).
               88  J01-STEP-ID                    VALUE "STP".
               88  J01-ENV-ID                     VALUE "ENV".
           05  FILLER                         PIC X(01).
           05  J01-STEP-NO                    PIC 9(03).
           05  FILLER                         PIC X(01).
           05  J01-PROGRAM                    PIC X(30).
           05  FILLER                         PIC X(01).
           05  J01-MAX-RC                     PIC 9(02).
           05  FILLER                         PIC X(01).
           05  J01-PARALLEL-GRP               PIC X(01).
           05  FILLER                         PIC X(01).
           05  J01-DESCRIPTION                PIC X(40).
           05  FILLER                         PIC X(36).
       01  J02-ENV-RECORD.
           05  J02-REC-ID                     PIC X(03).
           05  FILLER                         PIC X(01).
           05  J02-STEP-NO                    PIC 9(03).
           05  FILLER                         PIC X(01).
           05  J02-ENV-NAME                   PIC X(30).
           05  FILLER                         PIC X(01).
           05  J02-ENV-VALUE                  PIC X(81).

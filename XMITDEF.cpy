      ******************************************************************
      * XMITDEF.CPY -- THE EXPECTED-TRANSMISSION CALENDAR (XMITCAL),
      * READ BY THE REGXCHK MISSING/LATE BATCH CHECK.  SAYS WHICH
      * SOURCE SYSTEMS (THE W00-SOURCE-SYSTEM ON THEIR BATCH HEADERS)
      * SEND TO US ON WHICH DAYS, AND BY WHAT TIME THE BATCH FOR A
      * DAY MUST HAVE REACHED REGFILE.  ONE TEXT LINE PER RECORD,
      * FIXED COLUMNS:
      *   "SRC" -- ONE EXPECTED SOURCE: ITS SOURCE-SYSTEM CODE, ITS
      *            SENDING DAYS AS SEVEN POSITIONS MONDAY THROUGH
      *            SUNDAY ("-" OR BLANK = NOT EXPECTED THAT DAY, ANY
      *            OTHER CHARACTER = EXPECTED; BY CONVENTION THE DAY
      *            LETTER), THE CUTOFF TIME (HHMM, 24-HOUR) ON THE
      *            EXPECTED DAY, AND A DESCRIPTION.
      *   "HOL" -- ONE DAY NO TRANSMISSION IS EXPECTED: THE DATE
      *            (YYYYMMDD), THE SOURCE IT APPLIES TO (BLANK = EVERY
      *            SOURCE), AND A DESCRIPTION.
      *   "*"   -- IN COLUMN 1, A COMMENT LINE.
      * E.G.
      *   SRC BUREAU   MTWTF-- 0700 STATE BUREAU NIGHTLY FILE
      *   SRC CNTY0401 -T----- 1200 COUNTY 0401 WEEKLY EXPORT
      *   HOL 20261126          THANKSGIVING
      *   HOL 20261225          CHRISTMAS
      *   HOL 20261110 CNTY0401 COUNTY OFFICE CLOSED
      * A SOURCE WITH NO SRC LINE IS NOT CHECKED AT ALL.
      ******************************************************************
       01  B01-SOURCE-RECORD.
           05  B01-REC-ID                     PIC X(03).
               88  B01-SOURCE-ID                  VALUE "SRC".
               88  B01-HOLIDAY-ID                 VALUE "HOL".
           05  FILLER                         PIC X(01).
           05  B01-SOURCE-SYSTEM              PIC X(08).
           05  FILLER                         PIC X(01).
           05  B01-SEND-DAYS                  PIC X(07).
           05  FILLER                         PIC X(01).
           05  B01-CUTOFF-TM                  PIC X(04).
           05  B01-CUTOFF-PARTS REDEFINES B01-CUTOFF-TM.
               10  B01-CUTOFF-HH              PIC 9(02).
               10  B01-CUTOFF-MI              PIC 9(02).
           05  FILLER                         PIC X(01).
           05  B01-DESCRIPTION                PIC X(40).
           05  FILLER                         PIC X(14).
       01  B02-HOLIDAY-RECORD.
           05  B02-REC-ID                     PIC X(03).
           05  FILLER                         PIC X(01).
           05  B02-HOLIDAY-DT                 PIC X(08).
           05  FILLER                         PIC X(01).
           05  B02-SOURCE-SYSTEM              PIC X(08).
           05  FILLER                         PIC X(01).
           05  B02-DESCRIPTION                PIC X(40).
           05  FILLER                         PIC X(18).

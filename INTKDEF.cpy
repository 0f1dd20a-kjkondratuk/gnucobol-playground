      ******************************************************************
      * INTKDEF.CPY -- THE PARTNER LAYOUT FILE (INTKMAP) READ BY THE
      * REGINTK DELIMITED-FEED CONVERTER.  ONE FILE PER PARTNER SAYS
      * WHERE EACH OF OUR FIELDS SITS IN THE PARTNER'S DELIMITED LINE
      * AND HOW THE PARTNER WRITES ITS DATES, SO A NEW PARTNER NEEDS
      * A NEW LAYOUT FILE, NOT A NEW PROGRAM.  ONE TEXT LINE PER
      * RECORD, FIXED COLUMNS:
      *   "SRC" -- EXACTLY ONE: THE W00-SOURCE-SYSTEM CODE THE BATCH
      *            IS LOADED UNDER, THE TWO-CHARACTER BATCH-ID PREFIX
      *            (THE REST OF THE ID IS THE RUN DATE AND TIME), THE
      *            NUMBER OF COLUMN-HEADING LINES AT THE TOP OF THE
      *            PARTNER FILE, THE DELIMITER (BLANK MEANS COMMA),
      *            AND A DESCRIPTION.
      *   "COL" -- ONE OF OUR FIELDS AND ITS COLUMN NUMBER (FIRST
      *            COLUMN IS 01) IN THE PARTNER LINE.  FIELDS:
      *              RID FIRST LAST SSN REGDATE     REQUIRED
      *              TXN                I, U OR D; UNMAPPED MEANS I
      *              STREET CITY STATE POSTAL ADDRTYPE EFFDATE
      *                                 MAILING OR RESIDENCE ADDRESS;
      *                                 ADDRTYPE UNMAPPED MEANS M,
      *                                 EFFDATE UNMAPPED OR BLANK
      *                                 MEANS THE REGDATE DATE
      *              PHONE EMAIL TEXT CONSENT
      *                                 CONTACTS, ONE CONSENT COLUMN
      *                                 COVERING ALL THREE
      *   "DTF" -- HOW REGDATE OR EFFDATE IS WRITTEN, AS A PICTURE OF
      *            YYYY, MM, DD, HH, MI AND SS WITH THE PARTNER'S OWN
      *            SEPARATORS, E.G. MM/DD/YYYY HH:MI:SS.  YYYY, MM AND
      *            DD ARE REQUIRED; A MISSING TIME PART IS ZERO.
      *            EFFDATE WITH NO DTF LINE USES THE REGDATE PICTURE.
      *   "*"   -- IN COLUMN 1, A COMMENT LINE.
      * E.G. A COUNTY EXPORT:
      *   SRC CNTY0401 CY 01 , COUNTY 0401 REGISTRAR EXPORT
      *   COL RID      01
      *   COL LAST     02
      *   COL FIRST    03
      *   COL SSN      04
      *   COL REGDATE  05
      *   COL STREET   06
      *   COL CITY     07
      *   COL STATE    08
      *   COL POSTAL   09
      *   COL EMAIL    10
      *   COL CONSENT  11
      *   DTF REGDATE  MM/DD/YYYY HH:MI
      ******************************************************************
       01  I01-SOURCE-RECORD.
           05  I01-REC-ID                     PIC X(03).
               88  I01-SOURCE-ID                  VALUE "SRC".
               88  I01-COLUMN-ID                  VALUE "COL".
               88  I01-DATE-FORMAT-ID             VALUE "DTF".
           05  FILLER                         PIC X(01).
           05  I01-SOURCE-SYSTEM              PIC X(08).
           05  FILLER                         PIC X(01).
           05  I01-BATCH-PREFIX               PIC X(02).
           05  FILLER                         PIC X(01).
           05  I01-HEADING-LINES              PIC 9(02).
           05  FILLER                         PIC X(01).
           05  I01-DELIMITER                  PIC X(01).
           05  FILLER                         PIC X(01).
           05  I01-DESCRIPTION                PIC X(40).
           05  FILLER                         PIC X(19).
       01  I02-COLUMN-RECORD.
           05  I02-REC-ID                     PIC X(03).
           05  FILLER                         PIC X(01).
           05  I02-FIELD-NAME                 PIC X(08).
           05  FILLER                         PIC X(01).
           05  I02-COLUMN-NO                  PIC 9(02).
           05  FILLER                         PIC X(65).
       01  I03-DATE-FORMAT-RECORD.
           05  I03-REC-ID                     PIC X(03).
           05  FILLER                         PIC X(01).
           05  I03-DATE-NAME                  PIC X(08).
           05  FILLER                         PIC X(01).
           05  I03-DATE-FORMAT                PIC X(26).
           05  FILLER                         PIC X(41).

      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       DELIMITED-FEED INTAKE CONVERTER.  READS A
      *                PARTNER'S DELIMITED REGISTRATION FILE (INTKIN)
      *                AND, USING THAT PARTNER'S LAYOUT FILE (INTKMAP,
      *                LAYOUT IN INTKDEF), WRITES A READY REGIN FEED ON
      *                INTKOUT: A W00 HEADER WITH A GENERATED BATCH ID
      *                AND THE PARTNER'S OWN SOURCE-SYSTEM CODE, THEN
      *                PER LINE ONE W01 REGISTRANT RECORD FOLLOWED BY
      *                ITS A01 ADDRESS AND C01 CONTACT RECORDS, THEN A
      *                W99 TRAILER WITH THE RECORD COUNT AND RID/SSN
      *                HASH TOTAL REGFILE PROVES THE FILE BY.  PARTNER
      *                DATES ARE CONVERTED FROM THE LAYOUT'S DATE
      *                PICTURES TO W01-REG-TS AND A01-EFF-DT.
      *                A MALFORMED LINE IS NOT CONVERTED: IT IS COPIED
      *                AS RECEIVED TO INTKREJ FOR THE PARTNER TO
      *                CORRECT AND RESEND, AND LISTED WITH ITS LINE
      *                NUMBER AND REASON (SSN MASKED) ON INTKERR.  THE
      *                EDITS HERE ARE STRUCTURAL ONLY -- MATCHING,
      *                STATE/ZIP, CONSENT AND THE REST STAY WITH
      *                REGFILE, WHICH TREATS THIS FEED LIKE ANY OTHER.
      *
      *                FILE NAMES MAY BE OVERRIDDEN:
      *                  REGINTK_MAP      LAYOUT FILE (DEFAULT INTKMAP)
      *                  REGINTK_INPUT    PARTNER FILE (DEFAULT INTKIN)
      *                  REGINTK_OUTPUT   REGIN FEED (DEFAULT INTKOUT)
      *                  REGINTK_REJECTS  REJECTED LINES (DEFAULT
      *                                   INTKREJ)
      *
      *                RETURN CODE 0 WHEN EVERY LINE CONVERTED, 4 WHEN
      *                ANY LINE WAS REJECTED OR NO PARTNER FILE CAME
      *                IN (NO FEED IS WRITTEN THEN), 1 ON A BAD LAYOUT
      *                FILE OR A FILE THAT WILL NOT OPEN.
      * TECTONICS:     COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -X -STD=IBM REGINTK.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL DELIMITED-FEED INTAKE CONVERTER.
      *    20261015 TWK  THE BATCH HEADER WRITE IS CHECKED LIKE THE
      *                  REST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGINTK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTK-MAP ASSIGN TO WS-MAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTK-MAP-STATUS.
           SELECT INTK-IN ASSIGN TO WS-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTK-IN-STATUS.
           SELECT INTK-OUT ASSIGN TO WS-OUT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTK-OUT-STATUS.
           SELECT INTK-REJ ASSIGN TO WS-REJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTK-REJ-STATUS.
           SELECT INTK-ERR ASSIGN TO "INTKERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTK-ERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTK-MAP.
           COPY INTKDEF.

       FD  INTK-IN.
       01  IN-LINE                  PIC X(400).

       FD  INTK-OUT.
           COPY FILEDEF.
           COPY ADDRDEF.
           COPY CONTDEF.

       FD  INTK-REJ.
       01  RJ-LINE                  PIC X(400).

       FD  INTK-ERR.
       01  ER-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INTK-MAP-STATUS       PIC X(02).
       01  WS-INTK-IN-STATUS        PIC X(02).
       01  WS-INTK-OUT-STATUS       PIC X(02).
       01  WS-INTK-REJ-STATUS       PIC X(02).
       01  WS-INTK-ERR-STATUS       PIC X(02).
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.

       01  WS-FILE-NAME-TEXT        PIC X(40).
       01  WS-MAP-FILE-NAME         PIC X(40) VALUE "INTKMAP".
       01  WS-IN-FILE-NAME          PIC X(40) VALUE "INTKIN".
       01  WS-OUT-FILE-NAME         PIC X(40) VALUE "INTKOUT".
       01  WS-REJ-FILE-NAME         PIC X(40) VALUE "INTKREJ".

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-FILE              VALUE "Y".
           88  NOT-END-OF-FILE          VALUE "N".

      *----------------------------------------------------------------
      * THE PARTNER LAYOUT, AS READ FROM INTKMAP
      *----------------------------------------------------------------
       01  WS-MAP-LINE-NO           PIC 9(04) VALUE ZERO.
       01  WS-SOURCE-SYSTEM         PIC X(08) VALUE SPACE.
       01  WS-BATCH-PREFIX          PIC X(02).
       01  WS-HEADING-LINES         PIC 9(02) VALUE ZERO.
       01  WS-DELIMITER             PIC X(01) VALUE ",".
       01  WS-SOURCE-DESC           PIC X(40).

      *----------------------------------------------------------------
      * OUR FIELDS AND THE PARTNER COLUMN EACH ONE COMES FROM (ZERO
      * WHEN THE PARTNER DOES NOT SEND IT).  THE WS-FLD- ITEMS NAME
      * THE SUBSCRIPTS SO THE EDITS READ BY FIELD, NOT BY NUMBER.
      *----------------------------------------------------------------
       01  WS-FIELD-NAMES.
           05  FILLER               PIC X(08) VALUE "RID".
           05  FILLER               PIC X(08) VALUE "FIRST".
           05  FILLER               PIC X(08) VALUE "LAST".
           05  FILLER               PIC X(08) VALUE "SSN".
           05  FILLER               PIC X(08) VALUE "REGDATE".
           05  FILLER               PIC X(08) VALUE "TXN".
           05  FILLER               PIC X(08) VALUE "STREET".
           05  FILLER               PIC X(08) VALUE "CITY".
           05  FILLER               PIC X(08) VALUE "STATE".
           05  FILLER               PIC X(08) VALUE "POSTAL".
           05  FILLER               PIC X(08) VALUE "ADDRTYPE".
           05  FILLER               PIC X(08) VALUE "EFFDATE".
           05  FILLER               PIC X(08) VALUE "PHONE".
           05  FILLER               PIC X(08) VALUE "EMAIL".
           05  FILLER               PIC X(08) VALUE "TEXT".
           05  FILLER               PIC X(08) VALUE "CONSENT".
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-NAMES.
           05  WS-FIELD-NAME        PIC X(08) OCCURS 16 TIMES
                   INDEXED BY WS-FIELD-IDX.
       01  WS-FIELD-COLUMNS.
           05  WS-FIELD-COL         PIC 9(02) OCCURS 16 TIMES.
       01  WS-FIELD-COUNT           PIC 9(02) COMP VALUE 16.
       01  WS-FIELD-SUB             PIC 9(02) COMP.
       01  WS-FLD-RID               PIC 9(02) COMP VALUE 1.
       01  WS-FLD-FIRST             PIC 9(02) COMP VALUE 2.
       01  WS-FLD-LAST              PIC 9(02) COMP VALUE 3.
       01  WS-FLD-SSN               PIC 9(02) COMP VALUE 4.
       01  WS-FLD-REGDATE           PIC 9(02) COMP VALUE 5.
       01  WS-FLD-TXN               PIC 9(02) COMP VALUE 6.
       01  WS-FLD-STREET            PIC 9(02) COMP VALUE 7.
       01  WS-FLD-CITY              PIC 9(02) COMP VALUE 8.
       01  WS-FLD-STATE             PIC 9(02) COMP VALUE 9.
       01  WS-FLD-POSTAL            PIC 9(02) COMP VALUE 10.
       01  WS-FLD-ADDRTYPE          PIC 9(02) COMP VALUE 11.
       01  WS-FLD-EFFDATE           PIC 9(02) COMP VALUE 12.
       01  WS-FLD-PHONE             PIC 9(02) COMP VALUE 13.
       01  WS-FLD-EMAIL             PIC 9(02) COMP VALUE 14.
       01  WS-FLD-TEXT              PIC 9(02) COMP VALUE 15.
       01  WS-FLD-CONSENT           PIC 9(02) COMP VALUE 16.
      *----------------------------------------------------------------
      * A LINE SHORTER THAN THE LAST REQUIRED COLUMN IS MALFORMED; A
      * MISSING OPTIONAL COLUMN PAST THE END OF THE LINE IS BLANK.
      *----------------------------------------------------------------
       01  WS-LAST-REQUIRED-COL     PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * DATE PICTURES -- 1 REGDATE, 2 EFFDATE.  EACH IS BROKEN DOWN
      * ONCE INTO A CHECK MASK ("9" WHERE A DIGIT BELONGS, THE
      * PARTNER'S SEPARATOR ELSEWHERE) AND THE STARTING POSITION OF
      * EACH PART (ZERO WHEN THE PICTURE HAS NO SUCH PART).
      *----------------------------------------------------------------
       01  WS-DATE-FORMATS.
           05  WS-DATE-FORMAT       OCCURS 2 TIMES.
               10  WS-FMT-TEXT      PIC X(30).
               10  WS-FMT-MASK      PIC X(30).
               10  WS-FMT-LEN       PIC 9(02).
               10  WS-FMT-POS-YYYY  PIC 9(02).
               10  WS-FMT-POS-MM    PIC 9(02).
               10  WS-FMT-POS-DD    PIC 9(02).
               10  WS-FMT-POS-HH    PIC 9(02).
               10  WS-FMT-POS-MI    PIC 9(02).
               10  WS-FMT-POS-SS    PIC 9(02).
       01  WS-FMT-SUB               PIC 9(01) COMP.
       01  WS-FMT-POS               PIC 9(02) COMP.

      *----------------------------------------------------------------
      * ONE PARTNER LINE SPLIT INTO ITS COLUMNS.  A COLUMN MAY BE
      * ENCLOSED IN DOUBLE QUOTES TO CARRY THE DELIMITER ("SMITH, JR")
      * AND A DOUBLED QUOTE INSIDE IS ONE QUOTE CHARACTER.
      *----------------------------------------------------------------
       01  WS-MAX-COLUMNS           PIC 9(02) COMP VALUE 40.
       01  WS-COL-COUNT             PIC 9(02) COMP.
       01  WS-COLUMN-TABLE.
           05  WS-COL-VALUE         PIC X(60) OCCURS 40 TIMES.
       01  WS-COL-POS               PIC 9(03) COMP.
       01  WS-LINE-LEN              PIC 9(03) COMP.
       01  WS-CHAR-POS              PIC 9(03) COMP.
       01  WS-CHAR                  PIC X(01).
       01  WS-QUOTE-CHAR            PIC X(01) VALUE X"22".
       01  WS-QUOTE-SW              PIC X(01).
           88  IN-QUOTES                VALUE "Y".
           88  NOT-IN-QUOTES            VALUE "N".

      *----------------------------------------------------------------
      * FIELD FETCH AND EDIT WORK AREAS
      *----------------------------------------------------------------
       01  WS-GET-VALUE             PIC X(60).
       01  WS-GET-LEN               PIC 9(02) COMP.
       01  WS-ERR-REASON            PIC X(34).
       01  WS-LOWER-CASE            PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE            PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-PIECE-1               PIC X(60).
       01  WS-PIECE-2               PIC X(60).
       01  WS-PIECE-3               PIC X(60).
       01  WS-DIGITS-TEXT           PIC X(60).
       01  WS-AT-COUNT              PIC 9(02) COMP.

      *----------------------------------------------------------------
      * DATE UNDER CONVERSION AND THE CALENDAR EDIT -- THE SAME RULES
      * REGFILE APPLIES, SO A DATE THAT PASSES HERE PASSES THERE.
      *----------------------------------------------------------------
       01  WS-DATE-VALUE            PIC X(60).
       01  WS-DATE-LEN              PIC 9(02) COMP.
       01  WS-VAL-YYYY              PIC 9(04).
       01  WS-VAL-MM                PIC 9(02).
       01  WS-VAL-DD                PIC 9(02).
       01  WS-VAL-HH                PIC 9(02).
       01  WS-VAL-MIN               PIC 9(02).
       01  WS-VAL-SS                PIC 9(02).
       01  WS-DAYS-TABLE-X.
           05  FILLER               PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-X.
           05  WS-DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.
       01  WS-MAX-DAY               PIC 9(02).
       01  WS-LEAP-QUOTIENT         PIC 9(04).
       01  WS-LEAP-REMAINDER        PIC 9(02).
       01  WS-CENTURY-QUOTIENT      PIC 9(04).
       01  WS-CENTURY-REMAINDER     PIC 9(02).
       01  WS-400-QUOTIENT          PIC 9(04).
       01  WS-400-REMAINDER         PIC 9(02).
       01  WS-LEAP-YEAR-SW          PIC X(01).
           88  LEAP-YEAR                VALUE "Y".
           88  NOT-LEAP-YEAR            VALUE "N".
       01  WS-DATE-VALID-SW         PIC X(01).
           88  DATE-VALID               VALUE "Y".
           88  DATE-INVALID             VALUE "N".

      *----------------------------------------------------------------
      * THE CONVERTED LINE, HELD UNTIL EVERY EDIT HAS PASSED SO A
      * REJECTED LINE WRITES NOTHING TO THE FEED
      *----------------------------------------------------------------
       01  WS-H-TXN-CD              PIC X(01).
           88  H-TXN-DELETE             VALUE "D".
       01  WS-H-RID                 PIC 9(06).
       01  WS-H-RID-TEXT            PIC X(06).
       01  WS-H-FIRST-NM            PIC X(16).
       01  WS-H-LAST-NM             PIC X(18).
       01  WS-H-SSN                 PIC 9(09).
       01  WS-H-SSN-SW              PIC X(01).
           88  H-SSN-KNOWN              VALUE "Y".
       01  WS-H-REG-TEXT            PIC X(26).
       01  WS-H-REG-DT              PIC 9(08).
       01  WS-H-ADDR-SW             PIC X(01).
           88  H-HAS-ADDRESS            VALUE "Y".
           88  H-NO-ADDRESS             VALUE "N".
       01  WS-H-STREET              PIC X(25).
       01  WS-H-CITY                PIC X(18).
       01  WS-H-STATE               PIC X(02).
       01  WS-H-POSTAL              PIC X(09).
       01  WS-H-ADDR-TYPE           PIC X(01).
       01  WS-H-EFF-DT              PIC 9(08).
       01  WS-H-CONSENT             PIC X(01).
       01  WS-H-CONTACTS.
           05  WS-H-CONTACT         OCCURS 3 TIMES.
               10  WS-H-CONTACT-TYPE  PIC X(01).
               10  WS-H-CONTACT-VALUE PIC X(40).
       01  WS-CONTACT-SUB           PIC 9(01) COMP.

      *----------------------------------------------------------------
      * BATCH CONTROL -- SAME CONVENTION AS REGPBATCH: THE TRAILER
      * COUNT COVERS EVERY RECORD WRITTEN, THE HASH TOTAL IS THE SUM
      * OF RID AND SSN OVER THE W01 RECORDS, LOW-ORDER FIFTEEN
      * DIGITS, AND THE BATCH ID CARRIES THE RUN TIME SO TWO RUNS IN
      * A DAY DO NOT COLLIDE IN RUN CONTROL.
      *----------------------------------------------------------------
       01  WS-BATCH-ID              PIC X(12).
       01  WS-RUN-DT                PIC 9(08).
       01  WS-RUN-TM                PIC 9(08).
       01  WS-RECORD-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-HASH-TOTAL            PIC 9(15) VALUE ZERO.

       01  WS-LINE-NO               PIC 9(06) VALUE ZERO.
       01  WS-HEADINGS-SKIPPED      PIC 9(06) VALUE ZERO.
       01  WS-BLANKS-SKIPPED        PIC 9(06) VALUE ZERO.
       01  WS-LINES-CONVERTED       PIC 9(06) VALUE ZERO.
       01  WS-LINES-REJECTED        PIC 9(06) VALUE ZERO.
       01  WS-W01-WRITTEN           PIC 9(06) VALUE ZERO.
       01  WS-A01-WRITTEN           PIC 9(06) VALUE ZERO.
       01  WS-C01-WRITTEN           PIC 9(06) VALUE ZERO.
       01  WS-MASKED-SSN            PIC X(11).
       01  WS-NAME-TEXT             PIC X(35).

      *----------------------------------------------------------------
      * INTAKE-ERROR REPORT LINES
      *----------------------------------------------------------------
       01  WS-ERR-H1.
           05  FILLER               PIC X(30) VALUE
               "REGINTK INTAKE ERROR REPORT".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  ER-H1-RUN-DT         PIC 9(08).
           05  FILLER               PIC X(08) VALUE "  BATCH ".
           05  ER-H1-BATCH-ID       PIC X(12).
       01  WS-ERR-H2.
           05  FILLER               PIC X(08) VALUE "SOURCE: ".
           05  ER-H2-SOURCE         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  ER-H2-DESC           PIC X(40).
       01  WS-ERR-H3.
           05  FILLER               PIC X(07) VALUE "LINE".
           05  FILLER               PIC X(35) VALUE "REASON".
           05  FILLER               PIC X(07) VALUE "RID".
           05  FILLER               PIC X(12) VALUE "SSN".
           05  FILLER               PIC X(30) VALUE "NAME".
       01  WS-ERR-DETAIL.
           05  ER-DT-LINE-NO        PIC Z(05)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ER-DT-REASON         PIC X(34).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ER-DT-RID            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ER-DT-SSN            PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ER-DT-NAME           PIC X(30).
       01  WS-ERR-TOTAL.
           05  ER-TL-LABEL          PIC X(30).
           05  ER-TL-COUNT          PIC Z(14)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-READ-MAP THRU 1100-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-CONVERT-LINES THRU 4000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- FILE-NAME OVERRIDES AND THE RUN DATE/TIME
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACE TO WS-FILE-NAME-TEXT.
           ACCEPT WS-FILE-NAME-TEXT FROM ENVIRONMENT "REGINTK_MAP".
           IF WS-FILE-NAME-TEXT NOT EQUAL SPACE THEN
               MOVE WS-FILE-NAME-TEXT TO WS-MAP-FILE-NAME
           END-IF.

           MOVE SPACE TO WS-FILE-NAME-TEXT.
           ACCEPT WS-FILE-NAME-TEXT FROM ENVIRONMENT "REGINTK_INPUT".
           IF WS-FILE-NAME-TEXT NOT EQUAL SPACE THEN
               MOVE WS-FILE-NAME-TEXT TO WS-IN-FILE-NAME
           END-IF.

           MOVE SPACE TO WS-FILE-NAME-TEXT.
           ACCEPT WS-FILE-NAME-TEXT FROM ENVIRONMENT "REGINTK_OUTPUT".
           IF WS-FILE-NAME-TEXT NOT EQUAL SPACE THEN
               MOVE WS-FILE-NAME-TEXT TO WS-OUT-FILE-NAME
           END-IF.

           MOVE SPACE TO WS-FILE-NAME-TEXT.
           ACCEPT WS-FILE-NAME-TEXT FROM ENVIRONMENT "REGINTK_REJECTS".
           IF WS-FILE-NAME-TEXT NOT EQUAL SPACE THEN
               MOVE WS-FILE-NAME-TEXT TO WS-REJ-FILE-NAME
           END-IF.

           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TM FROM TIME.
           INITIALIZE WS-FIELD-COLUMNS.
           INITIALIZE WS-DATE-FORMATS.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-MAP -- LOAD THE PARTNER LAYOUT.  ANY FAULT IN IT
      * STOPS THE RUN BEFORE A SINGLE LINE IS CONVERTED: A WRONG
      * LAYOUT WOULD PUT EVERY FIELD OF EVERY LINE IN THE WRONG PLACE.
      ******************************************************************
       1100-READ-MAP.
           OPEN INPUT INTK-MAP.
           IF WS-INTK-MAP-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN LAYOUT FILE "
                   FUNCTION TRIM(WS-MAP-FILE-NAME) ", STATUS="
                   WS-INTK-MAP-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM 1110-READ-MAP-LINE THRU 1110-EXIT
               UNTIL END-OF-FILE.
           CLOSE INTK-MAP.

           PERFORM 1200-CHECK-MAP THRU 1200-EXIT.
       1100-EXIT.
           EXIT.

       1110-READ-MAP-LINE.
           READ INTK-MAP
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           ADD 1 TO WS-MAP-LINE-NO.

           IF I01-SOURCE-RECORD EQUAL SPACE
                   OR I01-REC-ID(1:1) EQUAL "*" THEN
               GO TO 1110-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN I01-SOURCE-ID
                   PERFORM 1120-STORE-SOURCE THRU 1120-EXIT
               WHEN I01-COLUMN-ID
                   PERFORM 1130-STORE-COLUMN THRU 1130-EXIT
               WHEN I01-DATE-FORMAT-ID
                   PERFORM 1140-STORE-DATE-FORMAT THRU 1140-EXIT
               WHEN OTHER
                   DISPLAY "ERROR: LAYOUT LINE " WS-MAP-LINE-NO
                       " IS NOT SRC, COL OR DTF" UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
           END-EVALUATE.
       1110-EXIT.
           EXIT.

       1120-STORE-SOURCE.
           IF WS-SOURCE-SYSTEM NOT EQUAL SPACE THEN
               DISPLAY "ERROR: LAYOUT LINE " WS-MAP-LINE-NO
                   " -- SECOND SRC LINE" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           IF I01-SOURCE-SYSTEM EQUAL SPACE
                   OR I01-BATCH-PREFIX EQUAL SPACE
                   OR I01-HEADING-LINES NOT NUMERIC THEN
               DISPLAY "ERROR: LAYOUT LINE " WS-MAP-LINE-NO
                   " -- SOURCE SYSTEM, BATCH PREFIX OR HEADING"
                   " LINE COUNT MISSING" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE I01-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.
           MOVE I01-BATCH-PREFIX  TO WS-BATCH-PREFIX.
           MOVE I01-HEADING-LINES TO WS-HEADING-LINES.
           MOVE I01-DESCRIPTION   TO WS-SOURCE-DESC.
           IF I01-DELIMITER NOT EQUAL SPACE THEN
               MOVE I01-DELIMITER TO WS-DELIMITER
           END-IF.
           IF WS-DELIMITER EQUAL WS-QUOTE-CHAR THEN
               DISPLAY "ERROR: LAYOUT LINE " WS-MAP-LINE-NO
                   " -- THE QUOTE CANNOT BE THE DELIMITER" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       1120-EXIT.
           EXIT.

       1130-STORE-COLUMN.
           SET WS-FIELD-IDX TO 1.
           SEARCH WS-FIELD-NAME
               AT END
                   DISPLAY "ERROR: LAYOUT LINE " WS-MAP-LINE-NO
                       " -- UNKNOWN FIELD " I02-FIELD-NAME UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               WHEN WS-FIELD-NAME(WS-FIELD-IDX) EQUAL I02-FIELD-NAME
                   SET WS-FIELD-SUB TO WS-FIELD-IDX
           END-SEARCH.

           IF I02-COLUMN-NO NOT NUMERIC
                   OR I02-COLUMN-NO EQUAL ZERO
                   OR I02-COLUMN-NO GREATER WS-MAX-COLUMNS THEN
               DISPLAY "ERROR: LAYOUT LINE " WS-MAP-LINE-NO
                   " -- COLUMN NUMBER MUST BE 01 TO " WS-MAX-COLUMNS
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           IF WS-FIELD-COL(WS-FIELD-SUB) NOT EQUAL ZERO THEN
               DISPLAY "ERROR: LAYOUT LINE " WS-MAP-LINE-NO
                   " -- FIELD " I02-FIELD-NAME " MAPPED TWICE"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE I02-COLUMN-NO TO WS-FIELD-COL(WS-FIELD-SUB).
           IF WS-FIELD-SUB NOT GREATER WS-FLD-REGDATE
                   AND I02-COLUMN-NO GREATER WS-LAST-REQUIRED-COL THEN
               MOVE I02-COLUMN-NO TO WS-LAST-REQUIRED-COL
           END-IF.
       1130-EXIT.
           EXIT.

       1140-STORE-DATE-FORMAT.
           EVALUATE I03-DATE-NAME
               WHEN "REGDATE"
                   MOVE 1 TO WS-FMT-SUB
               WHEN "EFFDATE"
                   MOVE 2 TO WS-FMT-SUB
               WHEN OTHER
                   DISPLAY "ERROR: LAYOUT LINE " WS-MAP-LINE-NO
                       " -- DTF IS FOR REGDATE OR EFFDATE" UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
           END-EVALUATE.

           MOVE I03-DATE-FORMAT TO WS-FMT-TEXT(WS-FMT-SUB).
           PERFORM 1500-PARSE-FORMAT THRU 1500-EXIT.
       1140-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CHECK-MAP -- THE SRC LINE, THE FIVE REQUIRED FIELDS AND
      * THE REGDATE PICTURE MUST ALL BE THERE.  EFFDATE FALLS BACK TO
      * THE REGDATE PICTURE.
      ******************************************************************
       1200-CHECK-MAP.
           IF WS-SOURCE-SYSTEM EQUAL SPACE THEN
               DISPLAY "ERROR: LAYOUT FILE HAS NO SRC LINE" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           PERFORM 1210-CHECK-REQUIRED-FIELD THRU 1210-EXIT
               VARYING WS-FIELD-SUB FROM WS-FLD-RID BY 1
               UNTIL WS-FIELD-SUB GREATER WS-FLD-REGDATE.

           IF WS-FMT-LEN(1) EQUAL ZERO THEN
               DISPLAY "ERROR: LAYOUT FILE HAS NO DTF REGDATE LINE"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           IF WS-FMT-LEN(2) EQUAL ZERO THEN
               MOVE WS-DATE-FORMAT(1) TO WS-DATE-FORMAT(2)
           END-IF.
       1200-EXIT.
           EXIT.

       1210-CHECK-REQUIRED-FIELD.
           IF WS-FIELD-COL(WS-FIELD-SUB) EQUAL ZERO THEN
               DISPLAY "ERROR: LAYOUT FILE DOES NOT MAP REQUIRED FIELD "
                   WS-FIELD-NAME(WS-FIELD-SUB) UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1500-PARSE-FORMAT -- BREAK DATE PICTURE WS-FMT-SUB INTO ITS
      * CHECK MASK AND PART POSITIONS.
      ******************************************************************
       1500-PARSE-FORMAT.
           MOVE WS-FMT-TEXT(WS-FMT-SUB) TO WS-FMT-MASK(WS-FMT-SUB).
           MOVE ZERO TO WS-FMT-LEN(WS-FMT-SUB).
           IF WS-FMT-TEXT(WS-FMT-SUB) NOT EQUAL SPACE THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-FMT-TEXT(WS-FMT-SUB) TRAILING))
                   TO WS-FMT-LEN(WS-FMT-SUB)
           END-IF.

           MOVE 1 TO WS-FMT-POS.
           PERFORM 1510-SCAN-FORMAT-TOKEN THRU 1510-EXIT
               UNTIL WS-FMT-POS GREATER WS-FMT-LEN(WS-FMT-SUB).

           IF WS-FMT-POS-YYYY(WS-FMT-SUB) EQUAL ZERO
                   OR WS-FMT-POS-MM(WS-FMT-SUB) EQUAL ZERO
                   OR WS-FMT-POS-DD(WS-FMT-SUB) EQUAL ZERO THEN
               DISPLAY "ERROR: LAYOUT LINE " WS-MAP-LINE-NO
                   " -- DATE PICTURE NEEDS YYYY, MM AND DD"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       1500-EXIT.
           EXIT.

       1510-SCAN-FORMAT-TOKEN.
           IF WS-FMT-TEXT(WS-FMT-SUB)(WS-FMT-POS:4) EQUAL "YYYY" THEN
               MOVE WS-FMT-POS TO WS-FMT-POS-YYYY(WS-FMT-SUB)
               MOVE "9999" TO WS-FMT-MASK(WS-FMT-SUB)(WS-FMT-POS:4)
               ADD 4 TO WS-FMT-POS
               GO TO 1510-EXIT
           END-IF.

           EVALUATE WS-FMT-TEXT(WS-FMT-SUB)(WS-FMT-POS:2)
               WHEN "MM"
                   MOVE WS-FMT-POS TO WS-FMT-POS-MM(WS-FMT-SUB)
               WHEN "DD"
                   MOVE WS-FMT-POS TO WS-FMT-POS-DD(WS-FMT-SUB)
               WHEN "HH"
                   MOVE WS-FMT-POS TO WS-FMT-POS-HH(WS-FMT-SUB)
               WHEN "MI"
                   MOVE WS-FMT-POS TO WS-FMT-POS-MI(WS-FMT-SUB)
               WHEN "SS"
                   MOVE WS-FMT-POS TO WS-FMT-POS-SS(WS-FMT-SUB)
               WHEN OTHER
                   ADD 1 TO WS-FMT-POS
                   GO TO 1510-EXIT
           END-EVALUATE.
           MOVE "99" TO WS-FMT-MASK(WS-FMT-SUB)(WS-FMT-POS:2).
           ADD 2 TO WS-FMT-POS.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES -- NO PARTNER FILE MEANS NOTHING ARRIVED: SAY
      * SO, RETURN 4, AND WRITE NO FEED (AN EMPTY BATCH WOULD LOOK
      * LIKE A TRANSMISSION IN RUN CONTROL).  OTHERWISE OPEN THE
      * OUTPUTS AND START THE FEED AND THE ERROR REPORT.
      ******************************************************************
       3000-OPEN-FILES.
           OPEN INPUT INTK-IN.
           IF WS-INTK-IN-STATUS NOT EQUAL "00" THEN
               DISPLAY "WARNING: NO PARTNER FILE "
                   FUNCTION TRIM(WS-IN-FILE-NAME) ", STATUS="
                   WS-INTK-IN-STATUS " -- NO FEED WRITTEN" UPON SYSERR
               END-DISPLAY
               GO TO NO-INPUT-EXIT
           END-IF.

           OPEN OUTPUT INTK-OUT.
           IF WS-INTK-OUT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-OUT-FILE-NAME) ", STATUS="
                   WS-INTK-OUT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN OUTPUT INTK-REJ.
           IF WS-INTK-REJ-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-REJ-FILE-NAME) ", STATUS="
                   WS-INTK-REJ-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN OUTPUT INTK-ERR.
           IF WS-INTK-ERR-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN INTKERR, STATUS="
                   WS-INTK-ERR-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE SPACE TO WS-BATCH-ID.
           STRING
               WS-BATCH-PREFIX DELIMITED BY SIZE
               WS-RUN-DT(3:6) DELIMITED BY SIZE
               WS-RUN-TM(1:4) DELIMITED BY SIZE
               INTO WS-BATCH-ID
           END-STRING.

           MOVE SPACE TO W00-HEADER-RECORD.
           MOVE "HDR" TO W00-REC-ID.
           MOVE WS-BATCH-ID TO W00-BATCH-ID.
           MOVE WS-SOURCE-SYSTEM TO W00-SOURCE-SYSTEM.
           MOVE WS-RUN-DT TO W00-CREATE-DT.
           WRITE W00-HEADER-RECORD.
           PERFORM 4690-CHECK-WRITE THRU 4690-EXIT.

           MOVE WS-RUN-DT        TO ER-H1-RUN-DT.
           MOVE WS-BATCH-ID      TO ER-H1-BATCH-ID.
           MOVE WS-ERR-H1        TO ER-LINE.
           WRITE ER-LINE.
           MOVE WS-SOURCE-SYSTEM TO ER-H2-SOURCE.
           MOVE WS-SOURCE-DESC   TO ER-H2-DESC.
           MOVE WS-ERR-H2        TO ER-LINE.
           WRITE ER-LINE.
           MOVE SPACE            TO ER-LINE.
           WRITE ER-LINE.
           MOVE WS-ERR-H3        TO ER-LINE.
           WRITE ER-LINE.
           MOVE ALL "-"          TO ER-LINE.
           WRITE ER-LINE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONVERT-LINES
      ******************************************************************
       4000-CONVERT-LINES.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM 4100-CONVERT-ONE-LINE THRU 4100-EXIT
               UNTIL END-OF-FILE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CONVERT-ONE-LINE -- SKIP THE PARTNER'S COLUMN HEADINGS
      * AND BLANK LINES, SPLIT THE LINE, EDIT IT, AND EITHER WRITE ITS
      * RECORDS OR HAND IT BACK.
      ******************************************************************
       4100-CONVERT-ONE-LINE.
           READ INTK-IN
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-LINE-NO.

           IF WS-LINE-NO NOT GREATER WS-HEADING-LINES THEN
               ADD 1 TO WS-HEADINGS-SKIPPED
               GO TO 4100-EXIT
           END-IF.

           IF IN-LINE EQUAL SPACE THEN
               ADD 1 TO WS-BLANKS-SKIPPED
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACE TO WS-ERR-REASON.
           PERFORM 4200-SPLIT-LINE THRU 4200-EXIT.
           IF WS-ERR-REASON EQUAL SPACE THEN
               PERFORM 4400-EDIT-LINE THRU 4400-EXIT
           END-IF.

           IF WS-ERR-REASON NOT EQUAL SPACE THEN
               PERFORM 4800-REJECT-LINE THRU 4800-EXIT
           ELSE
               PERFORM 4600-WRITE-RECORDS THRU 4600-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-SPLIT-LINE -- ONE CHARACTER AT A TIME INTO WS-COL-VALUE.
      * A CARRIAGE RETURN LEFT BY A PC EXPORT IS DROPPED.
      ******************************************************************
       4200-SPLIT-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(IN-LINE TRAILING))
               TO WS-LINE-LEN.
           IF IN-LINE(WS-LINE-LEN:1) EQUAL X"0D" THEN
               SUBTRACT 1 FROM WS-LINE-LEN
           END-IF.

           MOVE SPACE TO WS-COLUMN-TABLE.
           MOVE 1 TO WS-COL-COUNT.
           MOVE ZERO TO WS-COL-POS.
           SET NOT-IN-QUOTES TO TRUE.
           MOVE 1 TO WS-CHAR-POS.
           PERFORM 4210-SCAN-ONE-CHAR THRU 4210-EXIT
               UNTIL WS-CHAR-POS GREATER WS-LINE-LEN
                   OR WS-ERR-REASON NOT EQUAL SPACE.

           IF WS-ERR-REASON EQUAL SPACE AND IN-QUOTES THEN
               MOVE "UNBALANCED QUOTES" TO WS-ERR-REASON
           END-IF.
           IF WS-ERR-REASON EQUAL SPACE
                   AND WS-COL-COUNT LESS WS-LAST-REQUIRED-COL THEN
               MOVE "TOO FEW COLUMNS" TO WS-ERR-REASON
           END-IF.
       4200-EXIT.
           EXIT.

       4210-SCAN-ONE-CHAR.
           MOVE IN-LINE(WS-CHAR-POS:1) TO WS-CHAR.

           IF IN-QUOTES THEN
               IF WS-CHAR EQUAL WS-QUOTE-CHAR THEN
                   IF WS-CHAR-POS LESS WS-LINE-LEN
                           AND IN-LINE(WS-CHAR-POS + 1:1)
                               EQUAL WS-QUOTE-CHAR THEN
                       PERFORM 4220-APPEND-CHAR THRU 4220-EXIT
                       ADD 1 TO WS-CHAR-POS
                   ELSE
                       SET NOT-IN-QUOTES TO TRUE
                   END-IF
               ELSE
                   PERFORM 4220-APPEND-CHAR THRU 4220-EXIT
               END-IF
               ADD 1 TO WS-CHAR-POS
               GO TO 4210-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-CHAR EQUAL WS-DELIMITER
                   IF WS-COL-COUNT NOT LESS WS-MAX-COLUMNS THEN
                       MOVE "MORE THAN 40 COLUMNS" TO WS-ERR-REASON
                   ELSE
                       ADD 1 TO WS-COL-COUNT
                       MOVE ZERO TO WS-COL-POS
                   END-IF
               WHEN WS-CHAR EQUAL WS-QUOTE-CHAR
                       AND WS-COL-VALUE(WS-COL-COUNT) EQUAL SPACE
                   SET IN-QUOTES TO TRUE
                   MOVE ZERO TO WS-COL-POS
               WHEN OTHER
                   PERFORM 4220-APPEND-CHAR THRU 4220-EXIT
           END-EVALUATE.
           ADD 1 TO WS-CHAR-POS.
       4210-EXIT.
           EXIT.

       4220-APPEND-CHAR.
           ADD 1 TO WS-COL-POS.
           IF WS-COL-POS GREATER 60 THEN
               MOVE "COLUMN LONGER THAN 60" TO WS-ERR-REASON
           ELSE
               MOVE WS-CHAR TO WS-COL-VALUE(WS-COL-COUNT)(WS-COL-POS:1)
           END-IF.
       4220-EXIT.
           EXIT.

      ******************************************************************
      * 4300-GET-FIELD -- FIELD WS-FIELD-SUB OF THE CURRENT LINE,
      * LEFT-JUSTIFIED IN WS-GET-VALUE WITH ITS LENGTH IN WS-GET-LEN.
      * AN UNMAPPED FIELD, OR ONE PAST THE END OF THE LINE, IS BLANK.
      ******************************************************************
       4300-GET-FIELD.
           MOVE SPACE TO WS-GET-VALUE.
           MOVE ZERO TO WS-GET-LEN.
           IF WS-FIELD-COL(WS-FIELD-SUB) EQUAL ZERO
                   OR WS-FIELD-COL(WS-FIELD-SUB) GREATER WS-COL-COUNT
                   THEN
               GO TO 4300-EXIT
           END-IF.
           IF WS-COL-VALUE(WS-FIELD-COL(WS-FIELD-SUB)) EQUAL SPACE THEN
               GO TO 4300-EXIT
           END-IF.

           MOVE FUNCTION TRIM(WS-COL-VALUE(WS-FIELD-COL(WS-FIELD-SUB)))
               TO WS-GET-VALUE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GET-VALUE TRAILING))
               TO WS-GET-LEN.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-EDIT-LINE -- BUILD THE HELD RECORDS FIELD BY FIELD; THE
      * FIRST FAULT SETS WS-ERR-REASON AND ENDS THE EDIT.  NAMES,
      * ADDRESSES AND CODES ARE FOLDED TO UPPER CASE AS THE LOAD
      * STORES THEM; CONTACT VALUES ARE LEFT AS SENT.  A DELETE
      * NEEDS ONLY ITS RID AND CARRIES NO ADDRESS OR CONTACTS.
      ******************************************************************
       4400-EDIT-LINE.
           MOVE WS-FLD-TXN TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           INSPECT WS-GET-VALUE CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           IF WS-GET-LEN EQUAL ZERO THEN
               MOVE "I" TO WS-H-TXN-CD
           ELSE
               IF WS-GET-LEN NOT EQUAL 1
                       OR (WS-GET-VALUE(1:1) NOT EQUAL "I"
                       AND WS-GET-VALUE(1:1) NOT EQUAL "U"
                       AND WS-GET-VALUE(1:1) NOT EQUAL "D") THEN
                   MOVE "TXN CODE NOT I, U OR D" TO WS-ERR-REASON
                   GO TO 4400-EXIT
               END-IF
               MOVE WS-GET-VALUE(1:1) TO WS-H-TXN-CD
           END-IF.

           PERFORM 4410-EDIT-RID THRU 4410-EXIT.
           IF WS-ERR-REASON NOT EQUAL SPACE THEN
               GO TO 4400-EXIT
           END-IF.

           PERFORM 4420-EDIT-NAME-SSN THRU 4420-EXIT.
           IF WS-ERR-REASON NOT EQUAL SPACE THEN
               GO TO 4400-EXIT
           END-IF.

           PERFORM 4425-EDIT-REGDATE THRU 4425-EXIT.
           IF WS-ERR-REASON NOT EQUAL SPACE THEN
               GO TO 4400-EXIT
           END-IF.

           SET H-NO-ADDRESS TO TRUE.
           MOVE SPACE TO WS-H-CONTACTS.
           IF H-TXN-DELETE THEN
               GO TO 4400-EXIT
           END-IF.

           PERFORM 4430-EDIT-ADDRESS THRU 4430-EXIT.
           IF WS-ERR-REASON NOT EQUAL SPACE THEN
               GO TO 4400-EXIT
           END-IF.

           PERFORM 4440-EDIT-CONTACTS THRU 4440-EXIT.
       4400-EXIT.
           EXIT.

       4410-EDIT-RID.
           MOVE WS-FLD-RID TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           MOVE WS-GET-VALUE TO WS-H-RID-TEXT.
           IF WS-GET-LEN EQUAL ZERO THEN
               MOVE "RID MISSING" TO WS-ERR-REASON
               GO TO 4410-EXIT
           END-IF.
           IF WS-GET-LEN GREATER 6 THEN
               MOVE "RID OVER 6 DIGITS" TO WS-ERR-REASON
               GO TO 4410-EXIT
           END-IF.
           IF WS-GET-VALUE(1:WS-GET-LEN) NOT NUMERIC THEN
               MOVE "RID NOT NUMERIC" TO WS-ERR-REASON
               GO TO 4410-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-GET-VALUE(1:WS-GET-LEN))
               TO WS-H-RID.
           IF WS-H-RID EQUAL ZERO THEN
               MOVE "RID IS ZERO" TO WS-ERR-REASON
           END-IF.
       4410-EXIT.
           EXIT.

      ******************************************************************
      * 4420-EDIT-NAME-SSN -- THE SSN MAY COME WITH DASHES OR SPACES
      * BETWEEN ITS GROUPS; WHAT IS LEFT MUST BE NINE DIGITS.  A
      * DELETE MAY LEAVE NAME AND SSN BLANK.
      ******************************************************************
       4420-EDIT-NAME-SSN.
           MOVE WS-FLD-FIRST TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           INSPECT WS-GET-VALUE CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           MOVE WS-GET-VALUE TO WS-H-FIRST-NM.
           IF WS-GET-LEN GREATER 16 THEN
               MOVE "FIRST NAME OVER 16 CHARACTERS" TO WS-ERR-REASON
               GO TO 4420-EXIT
           END-IF.

           MOVE WS-FLD-LAST TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           INSPECT WS-GET-VALUE CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           MOVE WS-GET-VALUE TO WS-H-LAST-NM.
           IF WS-GET-LEN GREATER 18 THEN
               MOVE "LAST NAME OVER 18 CHARACTERS" TO WS-ERR-REASON
               GO TO 4420-EXIT
           END-IF.

           MOVE "N" TO WS-H-SSN-SW.
           MOVE ZERO TO WS-H-SSN.
           MOVE WS-FLD-SSN TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           IF WS-GET-LEN NOT EQUAL ZERO THEN
               PERFORM 4450-SQUEEZE-DIGITS THRU 4450-EXIT
               IF WS-DIGITS-TEXT(1:9) NOT NUMERIC
                       OR WS-DIGITS-TEXT(10:51) NOT EQUAL SPACE THEN
                   MOVE "SSN NOT 9 DIGITS" TO WS-ERR-REASON
                   GO TO 4420-EXIT
               END-IF
               MOVE WS-DIGITS-TEXT(1:9) TO WS-H-SSN
               MOVE "Y" TO WS-H-SSN-SW
           END-IF.

           IF H-TXN-DELETE THEN
               GO TO 4420-EXIT
           END-IF.
           IF WS-H-FIRST-NM EQUAL SPACE THEN
               MOVE "FIRST NAME MISSING" TO WS-ERR-REASON
               GO TO 4420-EXIT
           END-IF.
           IF WS-H-LAST-NM EQUAL SPACE THEN
               MOVE "LAST NAME MISSING" TO WS-ERR-REASON
               GO TO 4420-EXIT
           END-IF.
           IF NOT H-SSN-KNOWN THEN
               MOVE "SSN MISSING" TO WS-ERR-REASON
           END-IF.
       4420-EXIT.
           EXIT.

      ******************************************************************
      * 4425-EDIT-REGDATE -- INTO W01-REG-TS FORM.  A DELETE WITH NO
      * DATE CARRIES A ZERO TIMESTAMP, AS REGMAINT'S DELETES DO.
      ******************************************************************
       4425-EDIT-REGDATE.
           MOVE WS-FLD-REGDATE TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           IF WS-GET-LEN EQUAL ZERO THEN
               IF H-TXN-DELETE THEN
                   MOVE ZERO TO WS-VAL-YYYY WS-VAL-MM WS-VAL-DD
                       WS-VAL-HH WS-VAL-MIN WS-VAL-SS
                   PERFORM 4520-BUILD-REG-TEXT THRU 4520-EXIT
               ELSE
                   MOVE "REGDATE MISSING" TO WS-ERR-REASON
               END-IF
               GO TO 4425-EXIT
           END-IF.

           MOVE WS-GET-VALUE TO WS-DATE-VALUE.
           MOVE WS-GET-LEN TO WS-DATE-LEN.
           MOVE 1 TO WS-FMT-SUB.
           PERFORM 4500-CONVERT-DATE THRU 4500-EXIT.
           IF DATE-INVALID THEN
               MOVE "REGDATE NOT A VALID DATE/TIME" TO WS-ERR-REASON
               GO TO 4425-EXIT
           END-IF.
           PERFORM 4520-BUILD-REG-TEXT THRU 4520-EXIT.
       4425-EXIT.
           EXIT.

      ******************************************************************
      * 4430-EDIT-ADDRESS -- ANY ADDRESS COLUMN FILLED IN MEANS THE
      * LINE CARRIES AN ADDRESS, WHICH THEN NEEDS STREET, CITY, A
      * TWO-LETTER STATE AND A FIVE- OR NINE-DIGIT POSTAL CODE (A
      * DASH IN A ZIP+4 IS DROPPED).  NO EFFECTIVE DATE MEANS THE
      * REGISTRATION DATE.
      ******************************************************************
       4430-EDIT-ADDRESS.
           MOVE WS-FLD-STREET TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           INSPECT WS-GET-VALUE CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           MOVE WS-GET-VALUE TO WS-H-STREET.
           IF WS-GET-LEN GREATER 25 THEN
               MOVE "STREET OVER 25 CHARACTERS" TO WS-ERR-REASON
               GO TO 4430-EXIT
           END-IF.

           MOVE WS-FLD-CITY TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           INSPECT WS-GET-VALUE CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           MOVE WS-GET-VALUE TO WS-H-CITY.
           IF WS-GET-LEN GREATER 18 THEN
               MOVE "CITY OVER 18 CHARACTERS" TO WS-ERR-REASON
               GO TO 4430-EXIT
           END-IF.

           MOVE WS-FLD-STATE TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           INSPECT WS-GET-VALUE CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           MOVE WS-GET-VALUE TO WS-H-STATE.
           IF WS-GET-LEN GREATER 2 THEN
               MOVE "STATE NOT A 2-LETTER CODE" TO WS-ERR-REASON
               GO TO 4430-EXIT
           END-IF.

           MOVE WS-FLD-POSTAL TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           MOVE SPACE TO WS-H-POSTAL.
           IF WS-GET-LEN NOT EQUAL ZERO THEN
               PERFORM 4450-SQUEEZE-DIGITS THRU 4450-EXIT
               MOVE WS-DIGITS-TEXT TO WS-H-POSTAL
               IF WS-DIGITS-TEXT(10:51) NOT EQUAL SPACE
                       OR WS-H-POSTAL(1:5) NOT NUMERIC
                       OR (WS-H-POSTAL(6:4) NOT EQUAL SPACE
                       AND WS-H-POSTAL(6:4) NOT NUMERIC) THEN
                   MOVE "POSTAL CODE NOT 5 OR 9 DIGITS"
                       TO WS-ERR-REASON
                   GO TO 4430-EXIT
               END-IF
           END-IF.

           IF WS-H-STREET EQUAL SPACE AND WS-H-CITY EQUAL SPACE
                   AND WS-H-STATE EQUAL SPACE
                   AND WS-H-POSTAL EQUAL SPACE THEN
               GO TO 4430-EXIT
           END-IF.

           IF WS-H-STREET EQUAL SPACE OR WS-H-CITY EQUAL SPACE
                   OR WS-H-STATE(2:1) EQUAL SPACE
                   OR WS-H-POSTAL EQUAL SPACE THEN
               MOVE "ADDRESS INCOMPLETE" TO WS-ERR-REASON
               GO TO 4430-EXIT
           END-IF.

           MOVE WS-FLD-ADDRTYPE TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           INSPECT WS-GET-VALUE CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           IF WS-GET-LEN EQUAL ZERO THEN
               MOVE "M" TO WS-H-ADDR-TYPE
           ELSE
               IF WS-GET-LEN NOT EQUAL 1
                       OR (WS-GET-VALUE(1:1) NOT EQUAL "M"
                       AND WS-GET-VALUE(1:1) NOT EQUAL "R") THEN
                   MOVE "ADDRESS TYPE NOT M OR R" TO WS-ERR-REASON
                   GO TO 4430-EXIT
               END-IF
               MOVE WS-GET-VALUE(1:1) TO WS-H-ADDR-TYPE
           END-IF.

           MOVE WS-FLD-EFFDATE TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           IF WS-GET-LEN EQUAL ZERO THEN
               MOVE WS-H-REG-DT TO WS-H-EFF-DT
           ELSE
               MOVE WS-GET-VALUE TO WS-DATE-VALUE
               MOVE WS-GET-LEN TO WS-DATE-LEN
               MOVE 2 TO WS-FMT-SUB
               PERFORM 4500-CONVERT-DATE THRU 4500-EXIT
               IF DATE-INVALID THEN
                   MOVE "EFFDATE NOT A VALID DATE" TO WS-ERR-REASON
                   GO TO 4430-EXIT
               END-IF
               MOVE SPACE TO WS-DIGITS-TEXT
               STRING WS-VAL-YYYY WS-VAL-MM WS-VAL-DD
                   DELIMITED BY SIZE INTO WS-DIGITS-TEXT
               END-STRING
               MOVE WS-DIGITS-TEXT(1:8) TO WS-H-EFF-DT
           END-IF.

           SET H-HAS-ADDRESS TO TRUE.
       4430-EXIT.
           EXIT.

      ******************************************************************
      * 4440-EDIT-CONTACTS -- PHONE, EMAIL AND TEXT EACH BECOME A C01
      * WHEN FILLED IN.  THE CONSENT COLUMN (Y, YES, TRUE OR 1 MEANS
      * GIVEN) IS CARRIED ON ALL OF THEM; REGFILE ENFORCES IT.
      ******************************************************************
       4440-EDIT-CONTACTS.
           MOVE WS-FLD-CONSENT TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           INSPECT WS-GET-VALUE CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           EVALUATE WS-GET-VALUE
               WHEN "Y"
               WHEN "YES"
               WHEN "TRUE"
               WHEN "1"
                   MOVE "Y" TO WS-H-CONSENT
               WHEN OTHER
                   MOVE "N" TO WS-H-CONSENT
           END-EVALUATE.

           MOVE WS-FLD-PHONE TO WS-FIELD-SUB.
           MOVE 1 TO WS-CONTACT-SUB.
           MOVE "P" TO WS-H-CONTACT-TYPE(WS-CONTACT-SUB).
           PERFORM 4445-EDIT-ONE-CONTACT THRU 4445-EXIT.
           IF WS-ERR-REASON NOT EQUAL SPACE THEN
               GO TO 4440-EXIT
           END-IF.

           MOVE WS-FLD-EMAIL TO WS-FIELD-SUB.
           MOVE 2 TO WS-CONTACT-SUB.
           MOVE "E" TO WS-H-CONTACT-TYPE(WS-CONTACT-SUB).
           PERFORM 4445-EDIT-ONE-CONTACT THRU 4445-EXIT.
           IF WS-ERR-REASON NOT EQUAL SPACE THEN
               GO TO 4440-EXIT
           END-IF.
           IF WS-H-CONTACT-VALUE(2) NOT EQUAL SPACE THEN
               MOVE ZERO TO WS-AT-COUNT
               INSPECT WS-H-CONTACT-VALUE(2) TALLYING WS-AT-COUNT
                   FOR ALL "@"
               IF WS-AT-COUNT NOT EQUAL 1 THEN
                   MOVE "EMAIL NOT AN EMAIL ADDRESS" TO WS-ERR-REASON
                   GO TO 4440-EXIT
               END-IF
           END-IF.

           MOVE WS-FLD-TEXT TO WS-FIELD-SUB.
           MOVE 3 TO WS-CONTACT-SUB.
           MOVE "T" TO WS-H-CONTACT-TYPE(WS-CONTACT-SUB).
           PERFORM 4445-EDIT-ONE-CONTACT THRU 4445-EXIT.
       4440-EXIT.
           EXIT.

       4445-EDIT-ONE-CONTACT.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           IF WS-GET-LEN GREATER 40 THEN
               MOVE SPACE TO WS-ERR-REASON
               STRING FUNCTION TRIM(WS-FIELD-NAME(WS-FIELD-SUB))
                   DELIMITED BY SIZE
                   " OVER 40 CHARACTERS" DELIMITED BY SIZE
                   INTO WS-ERR-REASON
               END-STRING
               GO TO 4445-EXIT
           END-IF.
           MOVE WS-GET-VALUE TO WS-H-CONTACT-VALUE(WS-CONTACT-SUB).
       4445-EXIT.
           EXIT.

      ******************************************************************
      * 4450-SQUEEZE-DIGITS -- WS-GET-VALUE WITH ITS DASHES AND
      * EMBEDDED SPACES TAKEN OUT, INTO WS-DIGITS-TEXT.
      ******************************************************************
       4450-SQUEEZE-DIGITS.
           MOVE SPACE TO WS-PIECE-1 WS-PIECE-2 WS-PIECE-3.
           MOVE SPACE TO WS-DIGITS-TEXT.
           UNSTRING WS-GET-VALUE DELIMITED BY "-" OR ALL SPACE
               INTO WS-PIECE-1 WS-PIECE-2 WS-PIECE-3
           END-UNSTRING.
           STRING WS-PIECE-1 DELIMITED BY SPACE
               WS-PIECE-2 DELIMITED BY SPACE
               WS-PIECE-3 DELIMITED BY SPACE
               INTO WS-DIGITS-TEXT
           END-STRING.
       4450-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CONVERT-DATE -- WS-DATE-VALUE (LENGTH WS-DATE-LEN) READ
      * BY DATE PICTURE WS-FMT-SUB INTO WS-VAL-YYYY THROUGH
      * WS-VAL-SS.  THE VALUE MUST BE EXACTLY AS LONG AS THE
      * PICTURE, WITH DIGITS WHERE THE PICTURE HAS PARTS AND THE
      * PICTURE'S OWN SEPARATORS ELSEWHERE, AND THEN A REAL DATE.
      ******************************************************************
       4500-CONVERT-DATE.
           SET DATE-VALID TO TRUE.
           IF WS-DATE-LEN NOT EQUAL WS-FMT-LEN(WS-FMT-SUB) THEN
               SET DATE-INVALID TO TRUE
               GO TO 4500-EXIT
           END-IF.

           PERFORM 4510-CHECK-ONE-POSITION THRU 4510-EXIT
               VARYING WS-FMT-POS FROM 1 BY 1
               UNTIL WS-FMT-POS GREATER WS-DATE-LEN
                   OR DATE-INVALID.
           IF DATE-INVALID THEN
               GO TO 4500-EXIT
           END-IF.

           MOVE WS-DATE-VALUE(WS-FMT-POS-YYYY(WS-FMT-SUB):4)
               TO WS-VAL-YYYY.
           MOVE WS-DATE-VALUE(WS-FMT-POS-MM(WS-FMT-SUB):2)
               TO WS-VAL-MM.
           MOVE WS-DATE-VALUE(WS-FMT-POS-DD(WS-FMT-SUB):2)
               TO WS-VAL-DD.
           MOVE ZERO TO WS-VAL-HH WS-VAL-MIN WS-VAL-SS.
           IF WS-FMT-POS-HH(WS-FMT-SUB) NOT EQUAL ZERO THEN
               MOVE WS-DATE-VALUE(WS-FMT-POS-HH(WS-FMT-SUB):2)
                   TO WS-VAL-HH
           END-IF.
           IF WS-FMT-POS-MI(WS-FMT-SUB) NOT EQUAL ZERO THEN
               MOVE WS-DATE-VALUE(WS-FMT-POS-MI(WS-FMT-SUB):2)
                   TO WS-VAL-MIN
           END-IF.
           IF WS-FMT-POS-SS(WS-FMT-SUB) NOT EQUAL ZERO THEN
               MOVE WS-DATE-VALUE(WS-FMT-POS-SS(WS-FMT-SUB):2)
                   TO WS-VAL-SS
           END-IF.

           PERFORM 4550-VALIDATE-DATE THRU 4550-EXIT.
       4500-EXIT.
           EXIT.

       4510-CHECK-ONE-POSITION.
           IF WS-FMT-MASK(WS-FMT-SUB)(WS-FMT-POS:1) EQUAL "9" THEN
               IF WS-DATE-VALUE(WS-FMT-POS:1) NOT NUMERIC THEN
                   SET DATE-INVALID TO TRUE
               END-IF
           ELSE
               IF WS-DATE-VALUE(WS-FMT-POS:1) NOT EQUAL
                       WS-FMT-MASK(WS-FMT-SUB)(WS-FMT-POS:1) THEN
                   SET DATE-INVALID TO TRUE
               END-IF
           END-IF.
       4510-EXIT.
           EXIT.

      ******************************************************************
      * 4520-BUILD-REG-TEXT -- THE CONVERTED REGISTRATION DATE/TIME
      * IN W01-REG-TS FORM (YYYY-MM-DD HH:MI:SS.FFFFFF), AND ITS DATE
      * AS YYYYMMDD FOR AN ADDRESS WITH NO EFFECTIVE DATE OF ITS OWN.
      ******************************************************************
       4520-BUILD-REG-TEXT.
           MOVE SPACE TO WS-H-REG-TEXT.
           STRING
               WS-VAL-YYYY  DELIMITED BY SIZE
               "-"          DELIMITED BY SIZE
               WS-VAL-MM    DELIMITED BY SIZE
               "-"          DELIMITED BY SIZE
               WS-VAL-DD    DELIMITED BY SIZE
               " "          DELIMITED BY SIZE
               WS-VAL-HH    DELIMITED BY SIZE
               ":"          DELIMITED BY SIZE
               WS-VAL-MIN   DELIMITED BY SIZE
               ":"          DELIMITED BY SIZE
               WS-VAL-SS    DELIMITED BY SIZE
               ".000000"    DELIMITED BY SIZE
               INTO WS-H-REG-TEXT
           END-STRING.
           COMPUTE WS-H-REG-DT = WS-VAL-YYYY * 10000
               + WS-VAL-MM * 100 + WS-VAL-DD.
       4520-EXIT.
           EXIT.

      ******************************************************************
      * 4550-VALIDATE-DATE -- CALENDAR AND CLOCK CHECK ON WS-VAL-YYYY
      * THROUGH WS-VAL-SS.  LEAP-YEAR CHECK USES ORDINARY DIVISION:
      * DIVISIBLE BY 4 AND NOT BY 100, OR DIVISIBLE BY 400.
      ******************************************************************
       4550-VALIDATE-DATE.
           IF WS-VAL-MM LESS 1 OR WS-VAL-MM GREATER 12 THEN
               SET DATE-INVALID TO TRUE
               GO TO 4550-EXIT
           END-IF.

           MOVE WS-DAYS-IN-MONTH(WS-VAL-MM) TO WS-MAX-DAY.
           IF WS-VAL-MM EQUAL 2 THEN
               SET NOT-LEAP-YEAR TO TRUE
               DIVIDE WS-VAL-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER EQUAL ZERO THEN
                   DIVIDE WS-VAL-YYYY BY 100
                       GIVING WS-CENTURY-QUOTIENT
                       REMAINDER WS-CENTURY-REMAINDER
                   IF WS-CENTURY-REMAINDER NOT EQUAL ZERO THEN
                       SET LEAP-YEAR TO TRUE
                   ELSE
                       DIVIDE WS-VAL-YYYY BY 400
                           GIVING WS-400-QUOTIENT
                           REMAINDER WS-400-REMAINDER
                       IF WS-400-REMAINDER EQUAL ZERO THEN
                           SET LEAP-YEAR TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF LEAP-YEAR THEN
                   MOVE 29 TO WS-MAX-DAY
               END-IF
           END-IF.

           IF WS-VAL-DD LESS 1 OR WS-VAL-DD GREATER WS-MAX-DAY THEN
               SET DATE-INVALID TO TRUE
           END-IF.
           IF WS-VAL-HH GREATER 23 OR WS-VAL-MIN GREATER 59
                   OR WS-VAL-SS GREATER 59 THEN
               SET DATE-INVALID TO TRUE
           END-IF.
       4550-EXIT.
           EXIT.

      ******************************************************************
      * 4600-WRITE-RECORDS -- THE W01, THEN ITS ADDRESS AND CONTACTS,
      * INTO THE FEED AND ITS CONTROL TOTALS.  ONLY THE W01 FEEDS THE
      * HASH: CHILD RECORDS CARRY NO SSN.
      ******************************************************************
       4600-WRITE-RECORDS.
           MOVE SPACE TO W01-RECORD.
           MOVE WS-H-RID      TO W01-RID.
           MOVE WS-H-FIRST-NM TO W01-FIRST-NM.
           MOVE WS-H-LAST-NM  TO W01-LAST-NM.
           MOVE WS-H-SSN      TO W01-SSN.
           MOVE WS-H-REG-TEXT TO W01-REG-TS.
           MOVE WS-H-TXN-CD   TO W01-TXN-CD.
           WRITE W01-RECORD.
           PERFORM 4690-CHECK-WRITE THRU 4690-EXIT.
           ADD 1 TO WS-W01-WRITTEN.
           ADD 1 TO WS-RECORD-COUNT.
           ADD W01-RID TO WS-HASH-TOTAL.
           ADD W01-SSN TO WS-HASH-TOTAL.

           IF H-HAS-ADDRESS THEN
               MOVE SPACE TO A01-ADDR-RECORD
               SET A01-ADDRESS-ID TO TRUE
               MOVE WS-H-RID       TO A01-RID
               MOVE WS-H-STREET    TO A01-STREET
               MOVE WS-H-CITY      TO A01-CITY
               MOVE WS-H-STATE     TO A01-STATE
               MOVE WS-H-POSTAL    TO A01-POSTAL
               MOVE WS-H-ADDR-TYPE TO A01-ADDR-TYPE
               MOVE WS-H-EFF-DT    TO A01-EFF-DT
               WRITE A01-ADDR-RECORD
               PERFORM 4690-CHECK-WRITE THRU 4690-EXIT
               ADD 1 TO WS-A01-WRITTEN
               ADD 1 TO WS-RECORD-COUNT
           END-IF.

           PERFORM 4650-WRITE-ONE-CONTACT THRU 4650-EXIT
               VARYING WS-CONTACT-SUB FROM 1 BY 1
               UNTIL WS-CONTACT-SUB GREATER 3.

           ADD 1 TO WS-LINES-CONVERTED.
       4600-EXIT.
           EXIT.

       4650-WRITE-ONE-CONTACT.
           IF WS-H-CONTACT-VALUE(WS-CONTACT-SUB) EQUAL SPACE THEN
               GO TO 4650-EXIT
           END-IF.
           MOVE SPACE TO C01-CONTACT-RECORD.
           SET C01-CONTACT-ID TO TRUE.
           MOVE WS-H-RID TO C01-RID.
           MOVE WS-H-CONTACT-TYPE(WS-CONTACT-SUB) TO C01-CONTACT-TYPE.
           MOVE WS-H-CONTACT-VALUE(WS-CONTACT-SUB)
               TO C01-CONTACT-VALUE.
           MOVE WS-H-CONSENT TO C01-CONSENT-FLAG.
           WRITE C01-CONTACT-RECORD.
           PERFORM 4690-CHECK-WRITE THRU 4690-EXIT.
           ADD 1 TO WS-C01-WRITTEN.
           ADD 1 TO WS-RECORD-COUNT.
       4650-EXIT.
           EXIT.

       4690-CHECK-WRITE.
           IF WS-INTK-OUT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO WRITE "
                   FUNCTION TRIM(WS-OUT-FILE-NAME) ", STATUS="
                   WS-INTK-OUT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       4690-EXIT.
           EXIT.

      ******************************************************************
      * 4800-REJECT-LINE -- THE LINE AS RECEIVED GOES BACK ON INTKREJ;
      * THE LISTING SHOWS WHAT COULD BE MADE OF IT, SSN MASKED.
      ******************************************************************
       4800-REJECT-LINE.
           MOVE IN-LINE TO RJ-LINE.
           WRITE RJ-LINE.
           ADD 1 TO WS-LINES-REJECTED.
           MOVE 4 TO WS-RETURN-CODE.

           MOVE SPACE TO WS-ERR-DETAIL.
           MOVE WS-LINE-NO    TO ER-DT-LINE-NO.
           MOVE WS-ERR-REASON TO ER-DT-REASON.
           MOVE WS-FLD-RID TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           MOVE WS-GET-VALUE TO ER-DT-RID.

           MOVE WS-FLD-SSN TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           IF WS-GET-LEN NOT EQUAL ZERO THEN
               PERFORM 4450-SQUEEZE-DIGITS THRU 4450-EXIT
               IF WS-DIGITS-TEXT(1:9) NUMERIC
                       AND WS-DIGITS-TEXT(10:51) EQUAL SPACE THEN
                   MOVE WS-DIGITS-TEXT(1:9) TO WS-H-SSN
                   CALL "SSNMASK" USING
                       BY REFERENCE WS-H-SSN
                       BY REFERENCE WS-MASKED-SSN
                   END-CALL
                   MOVE WS-MASKED-SSN TO ER-DT-SSN
               ELSE
                   MOVE "UNREADABLE" TO ER-DT-SSN
               END-IF
           END-IF.

           MOVE WS-FLD-FIRST TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           MOVE WS-GET-VALUE TO WS-PIECE-1.
           MOVE WS-FLD-LAST TO WS-FIELD-SUB.
           PERFORM 4300-GET-FIELD THRU 4300-EXIT.
           MOVE SPACE TO WS-NAME-TEXT.
           STRING
               FUNCTION TRIM(WS-PIECE-1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GET-VALUE) DELIMITED BY SIZE
               INTO WS-NAME-TEXT
           END-STRING.
           MOVE WS-NAME-TEXT TO ER-DT-NAME.

           MOVE WS-ERR-DETAIL TO ER-LINE.
           WRITE ER-LINE.
       4800-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES -- TRAILER FROM WHAT WAS ACTUALLY WRITTEN,
      * THEN THE TOTALS ON THE ERROR REPORT AND THE CONSOLE.
      ******************************************************************
       7000-CLOSE-FILES.
           MOVE SPACE TO W99-TRAILER-RECORD.
           MOVE "TRL" TO W99-REC-ID.
           MOVE WS-RECORD-COUNT TO W99-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO W99-HASH-TOTAL.
           WRITE W99-TRAILER-RECORD.
           PERFORM 4690-CHECK-WRITE THRU 4690-EXIT.

           IF WS-LINES-REJECTED EQUAL ZERO THEN
               MOVE "NO LINES REJECTED" TO ER-LINE
               WRITE ER-LINE
           END-IF.
           MOVE SPACE TO ER-LINE.
           WRITE ER-LINE.

           MOVE "LINES READ" TO ER-TL-LABEL.
           MOVE WS-LINE-NO TO ER-TL-COUNT.
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
           MOVE "  HEADING LINES SKIPPED" TO ER-TL-LABEL.
           MOVE WS-HEADINGS-SKIPPED TO ER-TL-COUNT.
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
           MOVE "  BLANK LINES SKIPPED" TO ER-TL-LABEL.
           MOVE WS-BLANKS-SKIPPED TO ER-TL-COUNT.
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
           MOVE "  LINES CONVERTED" TO ER-TL-LABEL.
           MOVE WS-LINES-CONVERTED TO ER-TL-COUNT.
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
           MOVE "  LINES REJECTED" TO ER-TL-LABEL.
           MOVE WS-LINES-REJECTED TO ER-TL-COUNT.
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
           MOVE "REGISTRANT RECORDS (W01)" TO ER-TL-LABEL.
           MOVE WS-W01-WRITTEN TO ER-TL-COUNT.
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
           MOVE "ADDRESS RECORDS (A01)" TO ER-TL-LABEL.
           MOVE WS-A01-WRITTEN TO ER-TL-COUNT.
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
           MOVE "CONTACT RECORDS (C01)" TO ER-TL-LABEL.
           MOVE WS-C01-WRITTEN TO ER-TL-COUNT.
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
           MOVE "TRAILER RECORD COUNT" TO ER-TL-LABEL.
           MOVE WS-RECORD-COUNT TO ER-TL-COUNT.
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
           MOVE "TRAILER HASH TOTAL" TO ER-TL-LABEL.
           MOVE WS-HASH-TOTAL TO ER-TL-COUNT.
           PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.

           CLOSE INTK-IN.
           CLOSE INTK-OUT.
           CLOSE INTK-REJ.
           CLOSE INTK-ERR.

           DISPLAY "BATCH " WS-BATCH-ID " FROM " WS-SOURCE-SYSTEM
               END-DISPLAY.
           DISPLAY "LINES CONVERTED:         " WS-LINES-CONVERTED
               END-DISPLAY.
           DISPLAY "LINES REJECTED:          " WS-LINES-REJECTED
               END-DISPLAY.
           DISPLAY "RECORDS WRITTEN:         " WS-RECORD-COUNT
               END-DISPLAY.
       7000-EXIT.
           EXIT.

       7100-WRITE-TOTAL.
           MOVE WS-ERR-TOTAL TO ER-LINE.
           WRITE ER-LINE.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * NO-INPUT-EXIT -- NOTHING CAME IN; RETURN 4 SO THE MISSING
      * TRANSMISSION SHOWS IN THE NIGHTLY STREAM.
      ******************************************************************
       NO-INPUT-EXIT.
           STOP RUN RETURNING 4.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGINTK.

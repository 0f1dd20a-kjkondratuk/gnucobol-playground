      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       CONFIRMATION AND CHANGE-NOTICE LETTERS.  RUNS
      *                AFTER EACH LOAD AND PICKS UP EVERY COMPLETED
      *                BATCH (LOAD_RUN_CONTROL STATUS 'C') THAT HAS
      *                NOT HAD ITS LETTERS YET (LETTERS_TS NULL) AND
      *                ENDED WITHIN REGLETR_LOOKBACK DAYS (DEFAULT 7);
      *                REGLETR_BATCH NAMES ONE COMPLETED BATCH TO
      *                REPRINT INSTEAD.  FOR EACH BATCH:
      *                  - A CONFIRMATION FOR EVERY REGISTRANT THE
      *                    BATCH INSERTED;
      *                  - A NAME-CHANGE NOTICE FOR EVERY UPDATE THAT
      *                    CHANGED THE NAME (OLD NAME FROM THE BATCH'S
      *                    LOAD_JOURNAL BEFORE IMAGE);
      *                  - AN ADDRESS-CHANGE NOTICE FOR EVERY NEW
      *                    MAILING ADDRESS OPENED FOR AN EXISTING
      *                    REGISTRANT, SENT TO THE NEW ADDRESS, WITH A
      *                    COPY TO THE PRIOR MAILING ADDRESS.
      *                CONFIRMATIONS AND NAME NOTICES GO TO THE
      *                MAILING ADDRESS IN EFFECT.  EACH LETTER SHOWS
      *                THE MASKED SSN (SSNMASK), OLD AND NEW VALUES
      *                AND THE EFFECTIVE DATE, ONE FIXED-LENGTH PAGE
      *                PER LETTER ON LETTERS.  AN EXPUNGED RID, NO
      *                MAILING ADDRESS, OR AN ADDRESS REGRMAIL HAS
      *                FLAGGED UNDELIVERABLE GOES TO THE EXCEPTION
      *                LISTING ON LETRRPT INSTEAD; AN EXPUNGED RID IS
      *                LISTED BY RID ONLY.  LETRRPT ENDS EACH BATCH
      *                WITH CONTROL TOTALS TIED BACK TO THE BATCH'S
      *                SUMMRPT FIGURES (ROWS LOADED, ROWS UPDATED,
      *                ADDRESS ROWS LOADED, AS KEPT ON RUN CONTROL).
      *                BATCHES ARE STAMPED LETTERS_TS ONLY ONCE BOTH
      *                FILES ARE CLOSED, SO A FAILED RUN IS SIMPLY
      *                RERUN.
      *
      *                RETURN CODE 0, OR 4 WHEN A BATCH'S CONTROL
      *                TOTALS DO NOT AGREE WITH ITS SUMMRPT FIGURES.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -X -STD=IBM -LPQ REGLETR.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL CONFIRMATION/CHANGE-NOTICE LETTERS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGLETR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-FILE ASSIGN TO "LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT LETR-RPT ASSIGN TO "LETRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * PRINT-READY LETTERS -- EVERY LETTER IS EXACTLY WS-PAGE-LINES
      * LINES, THE LAST ONE A CONTROL LINE (BATCH, LETTER NUMBER,
      * LETTER TYPE, RID) FOR THE MAILING HOUSE'S COUNTS.
      *----------------------------------------------------------------
       FD  LETTER-FILE.
       01  LT-LINE                  PIC X(80).

       FD  LETR-RPT.
       01  LR-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * LIBPQ HANDLES
      *----------------------------------------------------------------
       01  PGCONN                   USAGE POINTER.
       01  PGRES                    USAGE POINTER.
       01  RESPTR                   USAGE POINTER.
       01  RESSTR                   PIC X(80) BASED.
       01  WS-CALL-RESULT           USAGE BINARY-LONG.
       01  WS-CONN-STATUS           PIC 9(02).
       01  ANSWER                   PIC X(80).

       01  WS-LETTER-STATUS         PIC X(02).
       01  WS-LETR-RPT-STATUS       PIC X(02).
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * DBCONN CALLER ID -- SIZED TO DBCONN'S LINKAGE ITEM SO THE CALL
      * NEVER READS PAST A SHORT LITERAL'S STORAGE.
      *----------------------------------------------------------------
       01  WS-CALLER-ID             PIC X(09) VALUE "REGLETR".

      *----------------------------------------------------------------
      * RUN PARAMETERS
      *----------------------------------------------------------------
       01  WS-ONE-BATCH-ID          PIC X(12) VALUE SPACE.
       01  WS-LOOKBACK-TEXT         PIC X(04).
       01  WS-LOOKBACK-DAYS         PIC 9(04) VALUE 7.

      *----------------------------------------------------------------
      * STATEMENTS.  THE BATCH LIST AND CONTROL SELECTS ARE SMALL AND
      * RUN WHOLE; THE LETTER SELECT RUNS AS A CURSOR IN BOUNDED
      * CHUNKS (SAME PATTERN AS REGROSTR) SINCE A BATCH MAY CARRY
      * TENS OF THOUSANDS OF INSERTS.  EVERY STATEMENT TAKES THE
      * BATCH ID AS $1.
      *----------------------------------------------------------------
       01  WS-BATCH-LIST-SQL        PIC X(256).
       01  WS-CONTROL-SQL           PIC X(512).
       01  WS-LETTER-DECLARE-SQL    PIC X(4096).
       01  WS-STAMP-SQL             PIC X(96).
       01  WS-FETCH-SQL             PIC X(48).
       01  WS-BEGIN-SQL             PIC X(08).
       01  WS-CLOSE-CUR-SQL         PIC X(16).
       01  WS-COMMIT-SQL            PIC X(08).
       01  WS-FETCH-ROWS            PIC 9(06) VALUE 500.
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-ROW-IDX               USAGE BINARY-LONG.
       01  WS-COL-IDX               USAGE BINARY-LONG.
       01  WS-FIELD-TEXT            PIC X(32).
       01  WS-PARAM-COUNT           USAGE BINARY-LONG.
       01  WS-PARAM-VALUES.
           05  WS-PARAM-VALUE       OCCURS 1 TIMES PIC X(16).
       01  WS-PARAM-PTRS.
           05  WS-PARAM-PTR         OCCURS 1 TIMES USAGE POINTER.

      *----------------------------------------------------------------
      * BATCHES TO DO THIS RUN.  A HUNDRED IS FAR MORE THAN A NIGHT'S
      * LOADS; ANY BEYOND THAT ARE LEFT UNSTAMPED FOR THE NEXT RUN.
      *----------------------------------------------------------------
       01  WS-MAX-BATCHES           PIC 9(03) VALUE 100.
       01  WS-BATCH-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-BATCH-SUB             PIC 9(03) COMP.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY       OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BATCH-COUNT.
               10  WS-BT-BATCH-ID   PIC X(12).
       01  WS-CUR-BATCH-ID          PIC X(12).
       01  WS-CUR-SOURCE            PIC X(08).

      *----------------------------------------------------------------
      * ONE FETCHED LETTER ROW.  KIND I = INSERT, N = NAME CHANGE,
      * A = MAILING-ADDRESS CHANGE.  THE OLD-VALUE FIELDS HOLD THE
      * PRIOR NAME (N) OR THE PRIOR MAILING ADDRESS (A); THE ADDRESS
      * FIELDS HOLD THE ADDRESS THE LETTER GOES TO.
      *----------------------------------------------------------------
       01  WS-ROW-KIND              PIC X(01).
       01  WS-ROW-RID               PIC 9(06).
       01  WS-ROW-FIRST-NM          PIC X(16).
       01  WS-ROW-LAST-NM           PIC X(18).
       01  WS-ROW-SSN               PIC 9(09).
       01  WS-ROW-EFF-DT            PIC X(08).
       01  WS-ROW-OLD-1             PIC X(25).
       01  WS-ROW-OLD-2             PIC X(18).
       01  WS-ROW-OLD-3             PIC X(02).
       01  WS-ROW-OLD-4             PIC X(09).
       01  WS-ROW-STREET            PIC X(25).
       01  WS-ROW-CITY              PIC X(18).
       01  WS-ROW-STATE             PIC X(02).
       01  WS-ROW-POSTAL            PIC X(09).
       01  WS-ROW-MAIL-UNDEL        PIC X(01).
       01  WS-ROW-PRIOR-UNDEL       PIC X(01).
       01  WS-ROW-EXPUNGED          PIC X(01).
       01  WS-ROW-HAS-MAIL          PIC X(01).
       01  WS-ROW-HAS-PRIOR         PIC X(01).

      *----------------------------------------------------------------
      * LETTER TYPES -- SUBSCRIPT 1 CONFIRMATION, 2 NAME CHANGE,
      * 3 ADDRESS CHANGE, 4 COPY OF AN ADDRESS CHANGE TO THE PRIOR
      * ADDRESS.  LABEL FOR THE LISTING, SUBJECT LINE FOR THE LETTER.
      *----------------------------------------------------------------
       01  WS-LTR-SUB               PIC 9(01) COMP.
       01  WS-LETTER-TYPE-NAMES.
           05  FILLER               PIC X(16) VALUE "CONFIRMATION".
           05  FILLER               PIC X(40) VALUE
               "REGISTRATION CONFIRMATION".
           05  FILLER               PIC X(16) VALUE "NAME CHANGE".
           05  FILLER               PIC X(40) VALUE
               "NOTICE OF NAME CHANGE".
           05  FILLER               PIC X(16) VALUE "ADDRESS CHANGE".
           05  FILLER               PIC X(40) VALUE
               "NOTICE OF MAILING ADDRESS CHANGE".
           05  FILLER               PIC X(16) VALUE "PRIOR-ADDR COPY".
           05  FILLER               PIC X(40) VALUE
               "COPY -- NOTICE OF MAILING ADDRESS CHANGE".
       01  WS-LETTER-TYPE-TABLE REDEFINES WS-LETTER-TYPE-NAMES.
           05  WS-LETTER-TYPE       OCCURS 4 TIMES.
               10  WS-LTR-LABEL     PIC X(16).
               10  WS-LTR-SUBJECT   PIC X(40).

      *----------------------------------------------------------------
      * COUNTERS BY LETTER TYPE -- PER BATCH (RESET AT EACH BATCH) AND
      * FOR THE RUN.
      *----------------------------------------------------------------
       01  WS-BAT-COUNTS.
           05  WS-BAT-SENT          PIC 9(06) COMP OCCURS 4 TIMES.
           05  WS-BAT-EXCP          PIC 9(06) COMP OCCURS 4 TIMES.
       01  WS-RUN-COUNTS.
           05  WS-RUN-SENT          PIC 9(06) COMP OCCURS 4 TIMES.
           05  WS-RUN-EXCP          PIC 9(06) COMP OCCURS 4 TIMES.
       01  WS-LETTER-NO             PIC 9(06) COMP VALUE ZERO.
       01  WS-BAT-LETTERS           PIC 9(06) COMP.
       01  WS-RUN-LETTERS           PIC 9(06) COMP VALUE ZERO.
       01  WS-RUN-EXCEPTIONS        PIC 9(06) COMP VALUE ZERO.
       01  WS-OUT-OF-BALANCE        PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * THE BATCH'S SUMMRPT FIGURES (FROM RUN CONTROL) AND ACTIVITY
      * ROW COUNTS, AND THE RECONCILIATION WORK FIELDS
      *----------------------------------------------------------------
       01  WS-SUM-ROWS-LOADED       PIC 9(09).
       01  WS-SUM-ROWS-UPDATED      PIC 9(09).
       01  WS-SUM-ADDR-LOADED       PIC 9(09).
       01  WS-ACT-INSERTS           PIC 9(09).
       01  WS-ACT-UPDATES           PIC 9(09).
       01  WS-HANDLED               PIC 9(09).
       01  WS-REMAINDER             PIC S9(09).
       01  WS-BALANCE-SW            PIC X(01).
           88  BATCH-BALANCED           VALUE "Y".
           88  BATCH-OUT-OF-BALANCE     VALUE "N".

      *----------------------------------------------------------------
      * LETTER ASSEMBLY
      *----------------------------------------------------------------
       01  WS-PAGE-LINES            PIC 9(02) COMP VALUE 66.
       01  WS-LTR-LINES             PIC 9(02) COMP.
       01  WS-LTR-TEXT              PIC X(80).
       01  WS-LTR-TO-STREET         PIC X(25).
       01  WS-LTR-TO-CITY           PIC X(18).
       01  WS-LTR-TO-STATE          PIC X(02).
       01  WS-LTR-TO-POSTAL         PIC X(09).
       01  WS-CITY-LINE             PIC X(40).
       01  WS-NAME-TEXT             PIC X(35).
       01  WS-OLD-NAME-TEXT         PIC X(35).
       01  WS-MASKED-SSN            PIC X(11).
       01  WS-DATE-IN               PIC X(08).
       01  WS-DATE-TEXT             PIC X(10).
       01  WS-RUN-DT                PIC 9(08).
       01  WS-RUN-DT-TEXT           PIC X(10).
       01  WS-EFF-DT-TEXT           PIC X(10).
       01  WS-LETTER-NO-DISP        PIC 9(06).
       01  WS-EXCP-REASON           PIC X(30).
       01  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * LETTER LINES
      *----------------------------------------------------------------
       01  WS-LTR-HEAD              PIC X(40) VALUE
           "REGISTRATION OFFICE".
       01  WS-LTR-LABELLED.
           05  LT-LB-LABEL          PIC X(20).
           05  LT-LB-VALUE          PIC X(60).
       01  WS-LTR-CONTROL.
           05  FILLER               PIC X(06) VALUE "BATCH ".
           05  LT-CT-BATCH-ID       PIC X(12).
           05  FILLER               PIC X(09) VALUE "  LETTER ".
           05  LT-CT-LETTER-NO      PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  LT-CT-TYPE           PIC X(16).
           05  FILLER               PIC X(06) VALUE "  RID ".
           05  LT-CT-RID            PIC 9(06).

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "REGLETR LETTER RUN -- EXCEPTIONS/CONTROLS".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  LR-H1-RUN-DT         PIC 9(08).
           05  FILLER               PIC X(07) VALUE "  PAGE ".
           05  LR-H1-PAGE           PIC ZZZ9.
       01  WS-RPT-H2.
           05  FILLER               PIC X(07) VALUE "BATCH: ".
           05  LR-H2-BATCH-ID       PIC X(12).
           05  FILLER               PIC X(10) VALUE "  SOURCE: ".
           05  LR-H2-SOURCE         PIC X(08).
       01  WS-RPT-H3.
           05  FILLER               PIC X(07) VALUE "RID".
           05  FILLER               PIC X(17) VALUE "LETTER".
           05  FILLER               PIC X(12) VALUE "SSN".
           05  FILLER               PIC X(31) VALUE "NAME".
           05  FILLER               PIC X(30) VALUE "REASON NOT SENT".
       01  WS-RPT-DETAIL.
           05  LR-DT-RID            PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LR-DT-TYPE           PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LR-DT-SSN            PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LR-DT-NAME           PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LR-DT-REASON         PIC X(30).
       01  WS-RPT-CONTROL.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  LR-CT-LABEL          PIC X(40).
           05  LR-CT-COUNT          PIC -(8)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  LR-CT-NOTE           PIC X(36).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONNECT-DATABASE THRU 2000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-FIND-BATCHES THRU 4000-EXIT.
           PERFORM 5000-PROCESS-ONE-BATCH THRU 5000-EXIT
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB GREATER WS-BATCH-COUNT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- RUN PARAMETERS AND THE STATEMENTS.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-ONE-BATCH-ID FROM ENVIRONMENT "REGLETR_BATCH".

           MOVE SPACE TO WS-LOOKBACK-TEXT.
           ACCEPT WS-LOOKBACK-TEXT FROM ENVIRONMENT "REGLETR_LOOKBACK".
           IF WS-LOOKBACK-TEXT NOT EQUAL SPACE THEN
               IF FUNCTION TRIM(WS-LOOKBACK-TEXT) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(WS-LOOKBACK-TEXT)
                       TO WS-LOOKBACK-DAYS
               ELSE
                   DISPLAY "ERROR: REGLETR_LOOKBACK MUST BE A NUMBER"
                       " OF DAYS, NOT " WS-LOOKBACK-TEXT UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
           END-IF.

           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           MOVE WS-RUN-DT TO WS-DATE-IN.
           PERFORM 6200-FORMAT-DATE THRU 6200-EXIT.
           MOVE WS-DATE-TEXT TO WS-RUN-DT-TEXT.

           IF WS-ONE-BATCH-ID EQUAL SPACE THEN
               STRING
                   "SELECT BATCH_ID FROM LOAD_RUN_CONTROL"
                       DELIMITED BY SIZE
                   " WHERE STATUS='C' AND LETTERS_TS IS NULL"
                       DELIMITED BY SIZE
                   " AND END_TS >= CURRENT_DATE - " DELIMITED BY SIZE
                   WS-LOOKBACK-DAYS DELIMITED BY SIZE
                   " ORDER BY END_TS, BATCH_ID LIMIT " DELIMITED BY SIZE
                   WS-MAX-BATCHES DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO WS-BATCH-LIST-SQL
               END-STRING
           ELSE
               STRING
                   "SELECT BATCH_ID FROM LOAD_RUN_CONTROL"
                       DELIMITED BY SIZE
                   " WHERE STATUS='C' AND BATCH_ID=$1"
                       DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO WS-BATCH-LIST-SQL
               END-STRING
           END-IF.

           STRING
               "SELECT COALESCE(ROWS_LOADED,0),"
                   DELIMITED BY SIZE
               " COALESCE(ROWS_UPDATED,0)," DELIMITED BY SIZE
               " COALESCE(ADDR_ROWS_LOADED,0)," DELIMITED BY SIZE
               " COALESCE(SOURCE_SYSTEM,'')," DELIMITED BY SIZE
               " (SELECT COUNT(*) FROM REG_CHANGE_AUDIT C"
                   DELIMITED BY SIZE
               " WHERE C.BATCH_ID=$1 AND C.OPERATOR_ID IS NULL"
                   DELIMITED BY SIZE
               " AND C.TXN_CD='I')," DELIMITED BY SIZE
               " (SELECT COUNT(*) FROM REG_CHANGE_AUDIT C"
                   DELIMITED BY SIZE
               " WHERE C.BATCH_ID=$1 AND C.OPERATOR_ID IS NULL"
                   DELIMITED BY SIZE
               " AND C.TXN_CD='U')" DELIMITED BY SIZE
               " FROM LOAD_RUN_CONTROL WHERE BATCH_ID=$1"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-CONTROL-SQL
           END-STRING.

           PERFORM 1100-BUILD-LETTER-SELECT THRU 1100-EXIT.

           STRING
               "UPDATE LOAD_RUN_CONTROL SET" DELIMITED BY SIZE
               " LETTERS_TS=CURRENT_TIMESTAMP WHERE BATCH_ID=$1"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-STAMP-SQL
           END-STRING.

           STRING
               "FETCH FORWARD " DELIMITED BY SIZE
               WS-FETCH-ROWS DELIMITED BY SIZE
               " FROM LETRCUR" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-FETCH-SQL
           END-STRING.
           STRING "BEGIN" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-BEGIN-SQL
           END-STRING.
           STRING "CLOSE LETRCUR" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-CLOSE-CUR-SQL
           END-STRING.
           STRING "COMMIT" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-COMMIT-SQL
           END-STRING.

           INITIALIZE WS-RUN-COUNTS.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-BUILD-LETTER-SELECT -- ONE ROW PER LETTER TO CONSIDER,
      * BUILT FROM THE BATCH'S ACTIVITY ROWS AND ITS LOAD_JOURNAL
      * BEFORE ("B") AND AFTER ("A") IMAGES, WHICH HOLD EXACTLY WHAT
      * THE BATCH CHANGED:
      *   I  EVERY INSERT ACTIVITY ROW (ONE PER RID EVEN IF A
      *      RESTART WROTE IT TWICE);
      *   N  AN UPDATED RID WHOSE NAME DIFFERS BEFORE AND AFTER;
      *   A  AN OPEN MAILING ROW IN THE AFTER IMAGES THAT WAS NOT IN
      *      THE BEFORE IMAGES, FOR A RID THAT EXISTED BEFORE THE
      *      BATCH (A NEW REGISTRANT'S ADDRESS RIDES ITS
      *      CONFIRMATION), WITH THE MAILING ROW OPEN BEFORE THE
      *      BATCH AS THE PRIOR ADDRESS.  A RESENT ADDRESS THAT
      *      MATCHES THE PRIOR ONE IS NOT A CHANGE.
      * I AND N GO TO THE OPEN MAILING ROW NOW ON FILE.  COLUMNS:
      * KIND, RID, FIRST, LAST, SSN, EFFECTIVE DATE, OLD 1-4, TO-
      * ADDRESS STREET/CITY/STATE/POSTAL, TO-ADDRESS UNDELIVERABLE,
      * PRIOR UNDELIVERABLE, EXPUNGED, HAS MAILING, HAS PRIOR.
      ******************************************************************
       1100-BUILD-LETTER-SELECT.
           STRING
               "DECLARE LETRCUR CURSOR FOR" DELIMITED BY SIZE
               " WITH J AS (SELECT RID::INTEGER AS RID,"
                   DELIMITED BY SIZE
               " TABLE_NM AS T, IMAGE_TYPE AS I, ROW_IMAGE AS IMG,"
                   DELIMITED BY SIZE
               " ROW_IMAGE::JSON AS JS FROM LOAD_JOURNAL"
                   DELIMITED BY SIZE
               " WHERE BATCH_ID=$1)," DELIMITED BY SIZE
               " RB AS (SELECT RID, JS FROM J"
                   DELIMITED BY SIZE
               " WHERE T='REGISTRATIONS' AND I='B'),"
                   DELIMITED BY SIZE
               " RA AS (SELECT RID, JS FROM J"
                   DELIMITED BY SIZE
               " WHERE T='REGISTRATIONS' AND I='A'),"
                   DELIMITED BY SIZE
               " NA AS (SELECT A.RID, A.JS FROM J A"
                   DELIMITED BY SIZE
               " WHERE A.T='REGISTRANT_ADDRESS' AND A.I='A'"
                   DELIMITED BY SIZE
               " AND A.JS->>'addr_type'='M'" DELIMITED BY SIZE
               " AND A.JS->>'eff_end_dt' IS NULL" DELIMITED BY SIZE
               " AND NOT EXISTS (SELECT 1 FROM J B"
                   DELIMITED BY SIZE
               " WHERE B.RID=A.RID AND B.T=A.T AND B.I='B'"
                   DELIMITED BY SIZE
               " AND B.IMG=A.IMG))," DELIMITED BY SIZE
               " PA AS (SELECT RID, JS FROM J"
                   DELIMITED BY SIZE
               " WHERE T='REGISTRANT_ADDRESS' AND I='B'"
                   DELIMITED BY SIZE
               " AND JS->>'addr_type'='M'" DELIMITED BY SIZE
               " AND JS->>'eff_end_dt' IS NULL)," DELIMITED BY SIZE
               " C AS (SELECT DISTINCT RID::INTEGER AS RID, TXN_CD"
                   DELIMITED BY SIZE
               " FROM REG_CHANGE_AUDIT WHERE BATCH_ID=$1"
                   DELIMITED BY SIZE
               " AND OPERATOR_ID IS NULL)," DELIMITED BY SIZE
               " K AS (SELECT 'I' AS KIND, C.RID,"
                   DELIMITED BY SIZE
               " COALESCE(RA.JS, ROW_TO_JSON(R)) AS NJ,"
                   DELIMITED BY SIZE
               " NULL::JSON AS OJ, NULL::JSON AS AJ,"
                   DELIMITED BY SIZE
               " TO_CHAR(COALESCE((RA.JS->>'reg_ts')::TIMESTAMP,"
                   DELIMITED BY SIZE
               " R.REG_TS),'YYYYMMDD') AS EDT" DELIMITED BY SIZE
               " FROM C LEFT JOIN RA ON RA.RID=C.RID"
                   DELIMITED BY SIZE
               " LEFT JOIN REGISTRATIONS R ON R.RID=C.RID"
                   DELIMITED BY SIZE
               " WHERE C.TXN_CD='I'" DELIMITED BY SIZE
               " UNION ALL SELECT 'N', RA.RID, RA.JS, RB.JS, NULL,"
                   DELIMITED BY SIZE
               " (SELECT TO_CHAR(START_TS,'YYYYMMDD')"
                   DELIMITED BY SIZE
               " FROM LOAD_RUN_CONTROL WHERE BATCH_ID=$1)"
                   DELIMITED BY SIZE
               " FROM RA JOIN RB ON RB.RID=RA.RID"
                   DELIMITED BY SIZE
               " WHERE (RA.JS->>'first_nm', RA.JS->>'last_nm')"
                   DELIMITED BY SIZE
               " IS DISTINCT FROM" DELIMITED BY SIZE
               " (RB.JS->>'first_nm', RB.JS->>'last_nm')"
                   DELIMITED BY SIZE
               " AND RA.RID IN (SELECT RID FROM C WHERE TXN_CD='U')"
                   DELIMITED BY SIZE
               " UNION ALL SELECT 'A', NA.RID, COALESCE(RA.JS, RB.JS),"
                   DELIMITED BY SIZE
               " (SELECT P.JS FROM PA P WHERE P.RID=NA.RID"
                   DELIMITED BY SIZE
               " ORDER BY P.JS->>'eff_dt' DESC LIMIT 1), NA.JS,"
                   DELIMITED BY SIZE
               " REPLACE(NA.JS->>'eff_dt','-','')"
                   DELIMITED BY SIZE
               " FROM NA JOIN RB ON RB.RID=NA.RID"
                   DELIMITED BY SIZE
               " LEFT JOIN RA ON RA.RID=NA.RID)" DELIMITED BY SIZE
               " SELECT K.KIND, K.RID, K.NJ->>'first_nm',"
                   DELIMITED BY SIZE
               " K.NJ->>'last_nm', LPAD(K.NJ->>'ssn',9,'0'), K.EDT,"
                   DELIMITED BY SIZE
               " CASE K.KIND WHEN 'N' THEN K.OJ->>'first_nm'"
                   DELIMITED BY SIZE
               " ELSE K.OJ->>'street' END," DELIMITED BY SIZE
               " CASE K.KIND WHEN 'N' THEN K.OJ->>'last_nm'"
                   DELIMITED BY SIZE
               " ELSE K.OJ->>'city' END," DELIMITED BY SIZE
               " CASE K.KIND WHEN 'N' THEN '' ELSE K.OJ->>'state' END,"
                   DELIMITED BY SIZE
               " CASE K.KIND WHEN 'N' THEN '' ELSE K.OJ->>'postal' END,"
                   DELIMITED BY SIZE
               " COALESCE(K.AJ->>'street', M.STREET),"
                   DELIMITED BY SIZE
               " COALESCE(K.AJ->>'city', M.CITY),"
                   DELIMITED BY SIZE
               " COALESCE(K.AJ->>'state', M.STATE),"
                   DELIMITED BY SIZE
               " COALESCE(K.AJ->>'postal', M.POSTAL),"
                   DELIMITED BY SIZE
               " CASE WHEN K.AJ IS NULL AND M.UNDELIV_DT IS NOT NULL"
                   DELIMITED BY SIZE
               " THEN 'Y' ELSE 'N' END," DELIMITED BY SIZE
               " CASE WHEN K.KIND='A' AND K.OJ->>'undeliv_dt'"
                   DELIMITED BY SIZE
               " IS NOT NULL THEN 'Y' ELSE 'N' END,"
                   DELIMITED BY SIZE
               " CASE WHEN X.RID IS NULL THEN 'N' ELSE 'Y' END,"
                   DELIMITED BY SIZE
               " CASE WHEN K.AJ IS NULL AND M.RID IS NULL"
                   DELIMITED BY SIZE
               " THEN 'N' ELSE 'Y' END," DELIMITED BY SIZE
               " CASE WHEN K.KIND='A' AND K.OJ IS NOT NULL"
                   DELIMITED BY SIZE
               " THEN 'Y' ELSE 'N' END" DELIMITED BY SIZE
               " FROM K LEFT JOIN LATERAL (SELECT A.RID, A.STREET,"
                   DELIMITED BY SIZE
               " A.CITY, A.STATE, A.POSTAL, A.UNDELIV_DT"
                   DELIMITED BY SIZE
               " FROM REGISTRANT_ADDRESS A WHERE A.RID=K.RID"
                   DELIMITED BY SIZE
               " AND A.ADDR_TYPE='M' AND A.EFF_END_DT IS NULL"
                   DELIMITED BY SIZE
               " ORDER BY A.EFF_DT DESC LIMIT 1) M ON TRUE"
                   DELIMITED BY SIZE
               " LEFT JOIN (SELECT DISTINCT RID::INTEGER AS RID"
                   DELIMITED BY SIZE
               " FROM EXPUNGED_RID) X ON X.RID=K.RID"
                   DELIMITED BY SIZE
               " WHERE K.KIND<>'A' OR K.OJ IS NULL"
                   DELIMITED BY SIZE
               " OR (K.OJ->>'street', K.OJ->>'city',"
                   DELIMITED BY SIZE
               " K.OJ->>'state', K.OJ->>'postal')"
                   DELIMITED BY SIZE
               " IS DISTINCT FROM (K.AJ->>'street', K.AJ->>'city',"
                   DELIMITED BY SIZE
               " K.AJ->>'state', K.AJ->>'postal')"
                   DELIMITED BY SIZE
               " ORDER BY 2, POSITION(K.KIND IN 'INA')"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-LETTER-DECLARE-SQL
           END-STRING.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONNECT-DATABASE
      ******************************************************************
       2000-CONNECT-DATABASE.
           CALL "DBCONN" USING
               BY REFERENCE WS-CALLER-ID
               BY REFERENCE PGCONN
               BY REFERENCE WS-CONN-STATUS
           END-CALL.

           IF WS-CONN-STATUS NOT EQUAL ZERO THEN
               DISPLAY "ERROR: REGLETR UNABLE TO ESTABLISH CONNECTION"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES
      ******************************************************************
       3000-OPEN-FILES.
           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN LETTERS, STATUS="
                   WS-LETTER-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN OUTPUT LETR-RPT.
           IF WS-LETR-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN LETRRPT, STATUS="
                   WS-LETR-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-SET-BATCH-PARAM -- THE CURRENT BATCH ID AS THE ONE
      * PARAMETER ($1) OF THE NEXT STATEMENT.
      ******************************************************************
       3100-SET-BATCH-PARAM.
           STRING WS-CUR-BATCH-ID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           MOVE 1 TO WS-PARAM-COUNT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OPEN-CURSOR -- BEGIN AND DECLARE THE LETTER SELECT FOR
      * THE CURRENT BATCH.
      ******************************************************************
       3500-OPEN-CURSOR.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-BEGIN-SQL
               RETURNING PGRES
           END-CALL.
           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           IF WS-CALL-RESULT NOT EQUAL 1 THEN
               DISPLAY "ERROR: REGLETR BEGIN FAILED" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           PERFORM 3100-SET-BATCH-PARAM THRU 3100-EXIT.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-LETTER-DECLARE-SQL
               BY VALUE WS-PARAM-COUNT
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.

           IF WS-CALL-RESULT NOT EQUAL 1 THEN
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "ERROR: REGLETR DECLARE CURSOR FAILED: "
                   FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO BAIL
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-CLOSE-CURSOR -- CLOSE THE CURSOR AND COMMIT THE READ
      * TRANSACTION.
      ******************************************************************
       3600-CLOSE-CURSOR.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-CLOSE-CUR-SQL
               RETURNING PGRES
           END-CALL.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.

           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-COMMIT-SQL
               RETURNING PGRES
           END-CALL.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3700-FETCH-ONE-CHUNK -- NEXT BOUNDED CHUNK OFF THE CURSOR; AN
      * EMPTY RESULT ENDS THE BATCH.
      ******************************************************************
       3700-FETCH-ONE-CHUNK.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-FETCH-SQL
               RETURNING PGRES
           END-CALL.

           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.

           IF WS-CALL-RESULT NOT EQUAL 2 THEN
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "ERROR: REGLETR FETCH FAILED: "
                   FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO BAIL
           END-IF.

           CALL "PQntuples" USING
               BY VALUE PGRES
               RETURNING WS-NTUPLES
           END-CALL.
       3700-EXIT.
           EXIT.

       3750-FETCH-ONE-COLUMN.
           CALL "PQgetvalue" USING
               BY VALUE PGRES
               BY VALUE WS-ROW-IDX
               BY VALUE WS-COL-IDX
               RETURNING RESPTR
           END-CALL.
           SET ADDRESS OF RESSTR TO RESPTR.
           MOVE SPACE TO WS-FIELD-TEXT.
           STRING RESSTR DELIMITED BY X"00" INTO WS-FIELD-TEXT
           END-STRING.
       3750-EXIT.
           EXIT.

      ******************************************************************
      * 3800-CHECK-TUPLES -- COMMON CHECK AFTER A WHOLE-RESULT SELECT;
      * A FAILURE ABANDONS THE RUN BEFORE ANYTHING IS STAMPED.
      ******************************************************************
       3800-CHECK-TUPLES.
           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.

           IF WS-CALL-RESULT NOT EQUAL 2 THEN
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "ERROR: REGLETR SELECT FAILED: "
                   FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO BAIL
           END-IF.

           CALL "PQntuples" USING
               BY VALUE PGRES
               RETURNING WS-NTUPLES
           END-CALL.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FIND-BATCHES -- THE BATCHES THIS RUN WRITES LETTERS FOR.
      * A NAMED BATCH THAT IS NOT A COMPLETED LOAD ABANDONS THE RUN.
      ******************************************************************
       4000-FIND-BATCHES.
           IF WS-ONE-BATCH-ID EQUAL SPACE THEN
               MOVE ZERO TO WS-PARAM-COUNT
           ELSE
               MOVE WS-ONE-BATCH-ID TO WS-CUR-BATCH-ID
               PERFORM 3100-SET-BATCH-PARAM THRU 3100-EXIT
           END-IF.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-BATCH-LIST-SQL
               BY VALUE WS-PARAM-COUNT
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 3800-CHECK-TUPLES THRU 3800-EXIT.

           PERFORM 4100-LOAD-ONE-BATCH-ID THRU 4100-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.

           IF WS-ONE-BATCH-ID NOT EQUAL SPACE
                   AND WS-BATCH-COUNT EQUAL ZERO THEN
               DISPLAY "ERROR: BATCH " WS-ONE-BATCH-ID
                   " IS NOT A COMPLETED LOAD" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           IF WS-BATCH-COUNT EQUAL ZERO THEN
               ADD 1 TO WS-PAGE-NO
               MOVE WS-RUN-DT  TO LR-H1-RUN-DT
               MOVE WS-PAGE-NO TO LR-H1-PAGE
               MOVE WS-RPT-H1  TO LR-LINE
               WRITE LR-LINE
               MOVE "NO COMPLETED BATCHES AWAITING LETTERS" TO LR-LINE
               WRITE LR-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LOAD-ONE-BATCH-ID.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-FIELD-TEXT TO WS-BT-BATCH-ID(WS-BATCH-COUNT).
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PROCESS-ONE-BATCH -- CONTROLS, THEN EVERY LETTER ROW,
      * THEN THE BATCH'S CONTROL TOTALS.
      ******************************************************************
       5000-PROCESS-ONE-BATCH.
           MOVE WS-BT-BATCH-ID(WS-BATCH-SUB) TO WS-CUR-BATCH-ID.
           INITIALIZE WS-BAT-COUNTS.
           MOVE ZERO TO WS-BAT-LETTERS.

           PERFORM 5100-FETCH-CONTROLS THRU 5100-EXIT.
           PERFORM 5450-BATCH-PAGE-HEADING THRU 5450-EXIT.

           PERFORM 3500-OPEN-CURSOR THRU 3500-EXIT.
           PERFORM 3700-FETCH-ONE-CHUNK THRU 3700-EXIT.
           PERFORM 5200-PROCESS-ONE-CHUNK THRU 5200-EXIT
               UNTIL WS-NTUPLES EQUAL ZERO.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           PERFORM 3600-CLOSE-CURSOR THRU 3600-EXIT.

           PERFORM 5800-WRITE-BATCH-CONTROLS THRU 5800-EXIT.
       5000-EXIT.
           EXIT.

       5100-FETCH-CONTROLS.
           PERFORM 3100-SET-BATCH-PARAM THRU 3100-EXIT.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-CONTROL-SQL
               BY VALUE WS-PARAM-COUNT
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 3800-CHECK-TUPLES THRU 3800-EXIT.

           MOVE ZERO TO WS-ROW-IDX.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-SUM-ROWS-LOADED.
           MOVE 1 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-SUM-ROWS-UPDATED.
           MOVE 2 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-SUM-ADDR-LOADED.
           MOVE 3 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-CUR-SOURCE.
           MOVE 4 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-ACT-INSERTS.
           MOVE 5 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-ACT-UPDATES.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       5100-EXIT.
           EXIT.

       5200-PROCESS-ONE-CHUNK.
           PERFORM 5300-PROCESS-ONE-ROW THRU 5300-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           PERFORM 3700-FETCH-ONE-CHUNK THRU 3700-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-PROCESS-ONE-ROW -- LETTER OR EXCEPTION.  AN EXPUNGED RID
      * STOPS EVERYTHING FOR THAT ROW; OTHERWISE THE MAIN LETTER NEEDS
      * A DELIVERABLE MAILING ADDRESS, AND AN ADDRESS CHANGE ALSO
      * SENDS ITS COPY TO THE PRIOR ADDRESS WHEN THERE WAS ONE.
      ******************************************************************
       5300-PROCESS-ONE-ROW.
           PERFORM 5350-UNPACK-ROW THRU 5350-EXIT.

           EVALUATE WS-ROW-KIND
               WHEN "I" MOVE 1 TO WS-LTR-SUB
               WHEN "N" MOVE 2 TO WS-LTR-SUB
               WHEN "A" MOVE 3 TO WS-LTR-SUB
               WHEN OTHER GO TO 5300-EXIT
           END-EVALUATE.

           IF WS-ROW-EXPUNGED EQUAL "Y" THEN
               MOVE "EXPUNGED RID" TO WS-EXCP-REASON
               PERFORM 5400-WRITE-EXCEPTION THRU 5400-EXIT
               GO TO 5300-EXIT
           END-IF.
           IF WS-ROW-HAS-MAIL NOT EQUAL "Y" THEN
               MOVE "NO MAILING ADDRESS ON FILE" TO WS-EXCP-REASON
               PERFORM 5400-WRITE-EXCEPTION THRU 5400-EXIT
               GO TO 5300-EXIT
           END-IF.
           IF WS-ROW-MAIL-UNDEL EQUAL "Y" THEN
               MOVE "MAILING ADDRESS UNDELIVERABLE" TO WS-EXCP-REASON
               PERFORM 5400-WRITE-EXCEPTION THRU 5400-EXIT
               GO TO 5300-EXIT
           END-IF.

           MOVE WS-ROW-STREET TO WS-LTR-TO-STREET.
           MOVE WS-ROW-CITY   TO WS-LTR-TO-CITY.
           MOVE WS-ROW-STATE  TO WS-LTR-TO-STATE.
           MOVE WS-ROW-POSTAL TO WS-LTR-TO-POSTAL.
           PERFORM 6000-WRITE-LETTER THRU 6000-EXIT.

           IF WS-LTR-SUB NOT EQUAL 3 OR WS-ROW-HAS-PRIOR NOT EQUAL "Y"
                   THEN
               GO TO 5300-EXIT
           END-IF.

           MOVE 4 TO WS-LTR-SUB.
           IF WS-ROW-PRIOR-UNDEL EQUAL "Y" THEN
               MOVE "PRIOR ADDRESS UNDELIVERABLE" TO WS-EXCP-REASON
               PERFORM 5400-WRITE-EXCEPTION THRU 5400-EXIT
               GO TO 5300-EXIT
           END-IF.
           MOVE WS-ROW-OLD-1 TO WS-LTR-TO-STREET.
           MOVE WS-ROW-OLD-2 TO WS-LTR-TO-CITY.
           MOVE WS-ROW-OLD-3 TO WS-LTR-TO-STATE.
           MOVE WS-ROW-OLD-4 TO WS-LTR-TO-POSTAL.
           PERFORM 6000-WRITE-LETTER THRU 6000-EXIT.
       5300-EXIT.
           EXIT.

       5350-UNPACK-ROW.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-KIND.
           MOVE 1 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-ROW-RID.
           MOVE 2 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-FIRST-NM.
           MOVE 3 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-LAST-NM.
           MOVE 4 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           IF WS-FIELD-TEXT EQUAL SPACE THEN
               MOVE ZERO TO WS-ROW-SSN
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
                   TO WS-ROW-SSN
           END-IF.
           MOVE 5 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-EFF-DT.
           MOVE 6 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-OLD-1.
           MOVE 7 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-OLD-2.
           MOVE 8 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-OLD-3.
           MOVE 9 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-OLD-4.
           MOVE 10 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-STREET.
           MOVE 11 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-CITY.
           MOVE 12 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-STATE.
           MOVE 13 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-POSTAL.
           MOVE 14 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-MAIL-UNDEL.
           MOVE 15 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-PRIOR-UNDEL.
           MOVE 16 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-EXPUNGED.
           MOVE 17 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-HAS-MAIL.
           MOVE 18 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-HAS-PRIOR.

           MOVE SPACE TO WS-NAME-TEXT.
           STRING
               FUNCTION TRIM(WS-ROW-FIRST-NM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROW-LAST-NM) DELIMITED BY SIZE
               INTO WS-NAME-TEXT
           END-STRING.
       5350-EXIT.
           EXIT.

      ******************************************************************
      * 5400-WRITE-EXCEPTION -- ONE LINE ON THE LISTING FOR A LETTER
      * NOT SENT (TYPE WS-LTR-SUB, REASON WS-EXCP-REASON).  AN
      * EXPUNGED PERSON IS LISTED BY RID ALONE.
      ******************************************************************
       5400-WRITE-EXCEPTION.
           MOVE SPACE TO WS-RPT-DETAIL.
           MOVE WS-ROW-RID              TO LR-DT-RID.
           MOVE WS-LTR-LABEL(WS-LTR-SUB) TO LR-DT-TYPE.
           MOVE WS-EXCP-REASON          TO LR-DT-REASON.
           IF WS-ROW-EXPUNGED NOT EQUAL "Y" THEN
               CALL "SSNMASK" USING
                   BY REFERENCE WS-ROW-SSN
                   BY REFERENCE WS-MASKED-SSN
               END-CALL
               MOVE WS-MASKED-SSN       TO LR-DT-SSN
               MOVE WS-NAME-TEXT        TO LR-DT-NAME
           END-IF.
           MOVE WS-RPT-DETAIL TO LR-LINE.
           WRITE LR-LINE.
           ADD 1 TO WS-BAT-EXCP(WS-LTR-SUB).
           ADD 1 TO WS-RUN-EXCP(WS-LTR-SUB).
           ADD 1 TO WS-RUN-EXCEPTIONS.
       5400-EXIT.
           EXIT.

       5450-BATCH-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DT       TO LR-H1-RUN-DT.
           MOVE WS-PAGE-NO      TO LR-H1-PAGE.
           MOVE WS-RPT-H1       TO LR-LINE.
           WRITE LR-LINE.
           MOVE WS-CUR-BATCH-ID TO LR-H2-BATCH-ID.
           MOVE WS-CUR-SOURCE   TO LR-H2-SOURCE.
           MOVE WS-RPT-H2       TO LR-LINE.
           WRITE LR-LINE.
           MOVE WS-RPT-H3       TO LR-LINE.
           WRITE LR-LINE.
           MOVE ALL "-"         TO LR-LINE.
           WRITE LR-LINE.
       5450-EXIT.
           EXIT.

      ******************************************************************
      * 5800-WRITE-BATCH-CONTROLS -- TIE THE BATCH'S LETTERS BACK TO
      * ITS SUMMRPT FIGURES.  INSERTS: ROWS LOADED MUST EQUAL THE
      * INSERT ACTIVITY ROWS, AND EVERY ONE GETS A CONFIRMATION OR
      * AN EXCEPTION.  UPDATES: ROWS UPDATED MUST EQUAL THE UPDATE
      * ACTIVITY ROWS; NAME NOTICES AND EXCEPTIONS CANNOT EXCEED THEM
      * (THE REST CHANGED NO NAME).  ADDRESSES: MAILING CHANGES
      * NOTICED OR EXCEPTED CANNOT EXCEED ADDRESS ROWS LOADED (THE
      * REST ARE NEW REGISTRANTS' ADDRESSES, RESIDENCE ADDRESSES AND
      * RESENDS).
      ******************************************************************
       5800-WRITE-BATCH-CONTROLS.
           SET BATCH-BALANCED TO TRUE.
           MOVE SPACE TO LR-LINE.
           WRITE LR-LINE.
           MOVE "CONTROL TOTALS" TO LR-LINE.
           WRITE LR-LINE.

           MOVE "ROWS LOADED (SUMMRPT)" TO LR-CT-LABEL.
           MOVE WS-SUM-ROWS-LOADED TO LR-CT-COUNT.
           MOVE SPACE TO LR-CT-NOTE.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "INSERT ACTIVITY ROWS" TO LR-CT-LABEL.
           MOVE WS-ACT-INSERTS TO LR-CT-COUNT.
           IF WS-ACT-INSERTS NOT EQUAL WS-SUM-ROWS-LOADED THEN
               MOVE "*** DOES NOT AGREE WITH SUMMRPT ***"
                   TO LR-CT-NOTE
               SET BATCH-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "  CONFIRMATIONS SENT" TO LR-CT-LABEL.
           MOVE WS-BAT-SENT(1) TO LR-CT-COUNT.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "  CONFIRMATIONS NOT SENT (EXCEPTIONS)" TO LR-CT-LABEL.
           MOVE WS-BAT-EXCP(1) TO LR-CT-COUNT.
           COMPUTE WS-HANDLED = WS-BAT-SENT(1) + WS-BAT-EXCP(1).
           IF WS-HANDLED NOT EQUAL WS-SUM-ROWS-LOADED THEN
               MOVE "*** DOES NOT AGREE WITH SUMMRPT ***"
                   TO LR-CT-NOTE
               SET BATCH-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.

           MOVE "ROWS UPDATED (SUMMRPT)" TO LR-CT-LABEL.
           MOVE WS-SUM-ROWS-UPDATED TO LR-CT-COUNT.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "UPDATE ACTIVITY ROWS" TO LR-CT-LABEL.
           MOVE WS-ACT-UPDATES TO LR-CT-COUNT.
           IF WS-ACT-UPDATES NOT EQUAL WS-SUM-ROWS-UPDATED THEN
               MOVE "*** DOES NOT AGREE WITH SUMMRPT ***"
                   TO LR-CT-NOTE
               SET BATCH-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "  NAME-CHANGE NOTICES SENT" TO LR-CT-LABEL.
           MOVE WS-BAT-SENT(2) TO LR-CT-COUNT.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "  NAME-CHANGE NOTICES NOT SENT" TO LR-CT-LABEL.
           MOVE WS-BAT-EXCP(2) TO LR-CT-COUNT.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "  UPDATES WITH NO NAME CHANGE" TO LR-CT-LABEL.
           COMPUTE WS-REMAINDER = WS-SUM-ROWS-UPDATED
               - WS-BAT-SENT(2) - WS-BAT-EXCP(2).
           MOVE WS-REMAINDER TO LR-CT-COUNT.
           IF WS-REMAINDER LESS ZERO THEN
               MOVE "*** DOES NOT AGREE WITH SUMMRPT ***"
                   TO LR-CT-NOTE
               SET BATCH-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.

           MOVE "ADDRESS ROWS LOADED (SUMMRPT)" TO LR-CT-LABEL.
           MOVE WS-SUM-ADDR-LOADED TO LR-CT-COUNT.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "  ADDRESS-CHANGE NOTICES SENT" TO LR-CT-LABEL.
           MOVE WS-BAT-SENT(3) TO LR-CT-COUNT.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "  ADDRESS-CHANGE NOTICES NOT SENT" TO LR-CT-LABEL.
           MOVE WS-BAT-EXCP(3) TO LR-CT-COUNT.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "  OTHER ADDRESS ROWS (NO NOTICE DUE)" TO LR-CT-LABEL.
           COMPUTE WS-REMAINDER = WS-SUM-ADDR-LOADED
               - WS-BAT-SENT(3) - WS-BAT-EXCP(3).
           MOVE WS-REMAINDER TO LR-CT-COUNT.
           IF WS-REMAINDER LESS ZERO THEN
               MOVE "*** DOES NOT AGREE WITH SUMMRPT ***"
                   TO LR-CT-NOTE
               SET BATCH-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "  PRIOR-ADDRESS COPIES SENT" TO LR-CT-LABEL.
           MOVE WS-BAT-SENT(4) TO LR-CT-COUNT.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.
           MOVE "  PRIOR-ADDRESS COPIES NOT SENT" TO LR-CT-LABEL.
           MOVE WS-BAT-EXCP(4) TO LR-CT-COUNT.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.

           MOVE "LETTERS WRITTEN FOR BATCH" TO LR-CT-LABEL.
           MOVE WS-BAT-LETTERS TO LR-CT-COUNT.
           COMPUTE WS-HANDLED = WS-BAT-SENT(1) + WS-BAT-SENT(2)
               + WS-BAT-SENT(3) + WS-BAT-SENT(4).
           IF WS-HANDLED NOT EQUAL WS-BAT-LETTERS THEN
               MOVE "*** DOES NOT AGREE WITH SENT ***" TO LR-CT-NOTE
               SET BATCH-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM 5850-WRITE-CONTROL-LINE THRU 5850-EXIT.

           IF BATCH-BALANCED THEN
               MOVE "   CONTROL TOTALS AGREE WITH SUMMRPT" TO LR-LINE
           ELSE
               MOVE "   *** OUT OF BALANCE -- CHECK SUMMRPT ***"
                   TO LR-LINE
               ADD 1 TO WS-OUT-OF-BALANCE
               MOVE 4 TO WS-RETURN-CODE
               DISPLAY "WARNING: BATCH " WS-CUR-BATCH-ID
                   " LETTER TOTALS DO NOT AGREE WITH SUMMRPT"
                   UPON SYSERR
               END-DISPLAY
           END-IF.
           WRITE LR-LINE.
           MOVE SPACE TO LR-LINE.
           WRITE LR-LINE.
       5800-EXIT.
           EXIT.

       5850-WRITE-CONTROL-LINE.
           MOVE WS-RPT-CONTROL TO LR-LINE.
           WRITE LR-LINE.
           MOVE SPACE TO LR-CT-NOTE.
       5850-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-LETTER -- ONE LETTER OF TYPE WS-LTR-SUB FOR THE
      * CURRENT ROW TO THE WS-LTR-TO- ADDRESS, PADDED TO A FULL PAGE
      * AND CLOSED WITH ITS CONTROL LINE.
      ******************************************************************
       6000-WRITE-LETTER.
           ADD 1 TO WS-LETTER-NO.
           MOVE ZERO TO WS-LTR-LINES.

           MOVE WS-LTR-HEAD TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           PERFORM 6150-PUT-BLANK THRU 6150-EXIT.
           MOVE WS-RUN-DT-TEXT TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           PERFORM 6150-PUT-BLANK THRU 6150-EXIT.

           MOVE WS-NAME-TEXT TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           MOVE WS-LTR-TO-STREET TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           PERFORM 6250-FORMAT-CITY-LINE THRU 6250-EXIT.
           MOVE WS-CITY-LINE TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           PERFORM 6150-PUT-BLANK THRU 6150-EXIT.

           MOVE SPACE TO WS-LTR-TEXT.
           STRING "RE: " DELIMITED BY SIZE
               WS-LTR-SUBJECT(WS-LTR-SUB) DELIMITED BY SIZE
               INTO WS-LTR-TEXT
           END-STRING.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           CALL "SSNMASK" USING
               BY REFERENCE WS-ROW-SSN
               BY REFERENCE WS-MASKED-SSN
           END-CALL.
           MOVE SPACE TO WS-LTR-TEXT.
           STRING "REGISTRANT ID: " DELIMITED BY SIZE
               WS-ROW-RID DELIMITED BY SIZE
               "     SSN: " DELIMITED BY SIZE
               WS-MASKED-SSN DELIMITED BY SIZE
               INTO WS-LTR-TEXT
           END-STRING.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           PERFORM 6150-PUT-BLANK THRU 6150-EXIT.

           MOVE WS-ROW-EFF-DT TO WS-DATE-IN.
           PERFORM 6200-FORMAT-DATE THRU 6200-EXIT.
           MOVE WS-DATE-TEXT TO WS-EFF-DT-TEXT.

           EVALUATE WS-LTR-SUB
               WHEN 1
                   PERFORM 6300-BODY-CONFIRMATION THRU 6300-EXIT
               WHEN 2
                   PERFORM 6400-BODY-NAME-CHANGE THRU 6400-EXIT
               WHEN OTHER
                   PERFORM 6500-BODY-ADDRESS-CHANGE THRU 6500-EXIT
           END-EVALUATE.

           PERFORM 6150-PUT-BLANK THRU 6150-EXIT
               UNTIL WS-LTR-LINES GREATER OR EQUAL WS-PAGE-LINES - 1.

           MOVE WS-CUR-BATCH-ID          TO LT-CT-BATCH-ID.
           MOVE WS-LETTER-NO             TO LT-CT-LETTER-NO.
           MOVE WS-LTR-LABEL(WS-LTR-SUB) TO LT-CT-TYPE.
           MOVE WS-ROW-RID               TO LT-CT-RID.
           MOVE WS-LTR-CONTROL           TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.

           ADD 1 TO WS-BAT-SENT(WS-LTR-SUB).
           ADD 1 TO WS-RUN-SENT(WS-LTR-SUB).
           ADD 1 TO WS-BAT-LETTERS.
           ADD 1 TO WS-RUN-LETTERS.
       6000-EXIT.
           EXIT.

       6100-PUT-LINE.
           MOVE WS-LTR-TEXT TO LT-LINE.
           WRITE LT-LINE.
           ADD 1 TO WS-LTR-LINES.
       6100-EXIT.
           EXIT.

       6150-PUT-BLANK.
           MOVE SPACE TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
       6150-EXIT.
           EXIT.

      ******************************************************************
      * 6200-FORMAT-DATE -- YYYYMMDD IN WS-DATE-IN TO YYYY-MM-DD IN
      * WS-DATE-TEXT; ANYTHING NOT EIGHT DIGITS PRINTS AS GIVEN.
      ******************************************************************
       6200-FORMAT-DATE.
           MOVE WS-DATE-IN TO WS-DATE-TEXT.
           IF WS-DATE-IN IS NUMERIC THEN
               MOVE SPACE TO WS-DATE-TEXT
               STRING WS-DATE-IN(1:4) "-" WS-DATE-IN(5:2) "-"
                   WS-DATE-IN(7:2) DELIMITED BY SIZE
                   INTO WS-DATE-TEXT
               END-STRING
           END-IF.
       6200-EXIT.
           EXIT.

       6250-FORMAT-CITY-LINE.
           MOVE SPACE TO WS-CITY-LINE.
           STRING FUNCTION TRIM(WS-LTR-TO-CITY) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-LTR-TO-STATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LTR-TO-POSTAL DELIMITED BY SIZE
               INTO WS-CITY-LINE
           END-STRING.
       6250-EXIT.
           EXIT.

       6300-BODY-CONFIRMATION.
           MOVE "THIS LETTER CONFIRMS THAT YOUR REGISTRATION HAS BEEN"
               TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           MOVE "RECORDED AS SHOWN BELOW." TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           PERFORM 6150-PUT-BLANK THRU 6150-EXIT.
           MOVE "REGISTERED NAME:" TO LT-LB-LABEL.
           MOVE WS-NAME-TEXT TO LT-LB-VALUE.
           PERFORM 6600-PUT-LABELLED THRU 6600-EXIT.
           MOVE "MAILING ADDRESS:" TO LT-LB-LABEL.
           MOVE WS-LTR-TO-STREET TO LT-LB-VALUE.
           PERFORM 6600-PUT-LABELLED THRU 6600-EXIT.
           MOVE SPACE TO LT-LB-LABEL.
           MOVE WS-CITY-LINE TO LT-LB-VALUE.
           PERFORM 6600-PUT-LABELLED THRU 6600-EXIT.
           MOVE "EFFECTIVE DATE:" TO LT-LB-LABEL.
           MOVE WS-EFF-DT-TEXT TO LT-LB-VALUE.
           PERFORM 6600-PUT-LABELLED THRU 6600-EXIT.
           PERFORM 6150-PUT-BLANK THRU 6150-EXIT.
           MOVE "IF ANY OF THIS IS WRONG, OR YOU DID NOT REGISTER,"
               TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           MOVE "CONTACT THE REGISTRATION OFFICE." TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
       6300-EXIT.
           EXIT.

       6400-BODY-NAME-CHANGE.
           MOVE SPACE TO WS-OLD-NAME-TEXT.
           STRING
               FUNCTION TRIM(WS-ROW-OLD-1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROW-OLD-2) DELIMITED BY SIZE
               INTO WS-OLD-NAME-TEXT
           END-STRING.
           MOVE "THE NAME ON YOUR REGISTRATION HAS BEEN CHANGED."
               TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           PERFORM 6150-PUT-BLANK THRU 6150-EXIT.
           MOVE "PREVIOUS NAME:" TO LT-LB-LABEL.
           MOVE WS-OLD-NAME-TEXT TO LT-LB-VALUE.
           PERFORM 6600-PUT-LABELLED THRU 6600-EXIT.
           MOVE "NEW NAME:" TO LT-LB-LABEL.
           MOVE WS-NAME-TEXT TO LT-LB-VALUE.
           PERFORM 6600-PUT-LABELLED THRU 6600-EXIT.
           MOVE "EFFECTIVE DATE:" TO LT-LB-LABEL.
           MOVE WS-EFF-DT-TEXT TO LT-LB-VALUE.
           PERFORM 6600-PUT-LABELLED THRU 6600-EXIT.
           PERFORM 6700-PUT-NOT-YOU THRU 6700-EXIT.
       6400-EXIT.
           EXIT.

      ******************************************************************
      * 6500-BODY-ADDRESS-CHANGE -- THE NOTICE AND ITS PRIOR-ADDRESS
      * COPY SHOW THE SAME OLD AND NEW ADDRESSES; THE COPY SAYS WHY
      * IT CAME TO THE OLD ONE.
      ******************************************************************
       6500-BODY-ADDRESS-CHANGE.
           IF WS-LTR-SUB EQUAL 4 THEN
               MOVE "THIS COPY IS SENT TO YOUR PREVIOUS MAILING"
                   TO WS-LTR-TEXT
               PERFORM 6100-PUT-LINE THRU 6100-EXIT
               MOVE "ADDRESS SO THAT YOU ARE TOLD OF THE CHANGE."
                   TO WS-LTR-TEXT
               PERFORM 6100-PUT-LINE THRU 6100-EXIT
               PERFORM 6150-PUT-BLANK THRU 6150-EXIT
           END-IF.
           MOVE "THE MAILING ADDRESS ON YOUR REGISTRATION HAS BEEN"
               TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           MOVE "CHANGED." TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           PERFORM 6150-PUT-BLANK THRU 6150-EXIT.

           MOVE "PREVIOUS ADDRESS:" TO LT-LB-LABEL.
           IF WS-ROW-HAS-PRIOR EQUAL "Y" THEN
               MOVE WS-ROW-OLD-1 TO LT-LB-VALUE
               PERFORM 6600-PUT-LABELLED THRU 6600-EXIT
               MOVE WS-ROW-OLD-2 TO WS-LTR-TO-CITY
               MOVE WS-ROW-OLD-3 TO WS-LTR-TO-STATE
               MOVE WS-ROW-OLD-4 TO WS-LTR-TO-POSTAL
               PERFORM 6250-FORMAT-CITY-LINE THRU 6250-EXIT
               MOVE SPACE TO LT-LB-LABEL
               MOVE WS-CITY-LINE TO LT-LB-VALUE
           ELSE
               MOVE "NONE ON FILE" TO LT-LB-VALUE
           END-IF.
           PERFORM 6600-PUT-LABELLED THRU 6600-EXIT.

           MOVE "NEW ADDRESS:" TO LT-LB-LABEL.
           MOVE WS-ROW-STREET TO LT-LB-VALUE.
           PERFORM 6600-PUT-LABELLED THRU 6600-EXIT.
           MOVE WS-ROW-CITY   TO WS-LTR-TO-CITY.
           MOVE WS-ROW-STATE  TO WS-LTR-TO-STATE.
           MOVE WS-ROW-POSTAL TO WS-LTR-TO-POSTAL.
           PERFORM 6250-FORMAT-CITY-LINE THRU 6250-EXIT.
           MOVE SPACE TO LT-LB-LABEL.
           MOVE WS-CITY-LINE TO LT-LB-VALUE.
           PERFORM 6600-PUT-LABELLED THRU 6600-EXIT.
           MOVE "EFFECTIVE DATE:" TO LT-LB-LABEL.
           MOVE WS-EFF-DT-TEXT TO LT-LB-VALUE.
           PERFORM 6600-PUT-LABELLED THRU 6600-EXIT.
           PERFORM 6700-PUT-NOT-YOU THRU 6700-EXIT.
       6500-EXIT.
           EXIT.

       6600-PUT-LABELLED.
           MOVE WS-LTR-LABELLED TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
       6600-EXIT.
           EXIT.

       6700-PUT-NOT-YOU.
           PERFORM 6150-PUT-BLANK THRU 6150-EXIT.
           MOVE "IF YOU DID NOT ASK FOR THIS CHANGE, CONTACT THE"
               TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
           MOVE "REGISTRATION OFFICE AT ONCE." TO WS-LTR-TEXT.
           PERFORM 6100-PUT-LINE THRU 6100-EXIT.
       6700-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES -- CLOSE BOTH FILES, THEN STAMP EVERY BATCH
      * DONE SO THE NEXT RUN SKIPS IT.  A STAMP THAT FAILS LEAVES THE
      * BATCH TO BE REPRINTED NEXT RUN AND RAISES THE RETURN CODE.
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE LETTER-FILE.
           CLOSE LETR-RPT.

           PERFORM 7100-STAMP-ONE-BATCH THRU 7100-EXIT
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB GREATER WS-BATCH-COUNT.

           DISPLAY "BATCHES:            " WS-BATCH-COUNT END-DISPLAY.
           DISPLAY "CONFIRMATIONS:      " WS-RUN-SENT(1) END-DISPLAY.
           DISPLAY "NAME NOTICES:       " WS-RUN-SENT(2) END-DISPLAY.
           DISPLAY "ADDRESS NOTICES:    " WS-RUN-SENT(3) END-DISPLAY.
           DISPLAY "PRIOR-ADDR COPIES:  " WS-RUN-SENT(4) END-DISPLAY.
           DISPLAY "LETTERS WRITTEN:    " WS-RUN-LETTERS END-DISPLAY.
           DISPLAY "EXCEPTIONS:         " WS-RUN-EXCEPTIONS
               END-DISPLAY.
           DISPLAY "OUT OF BALANCE:     " WS-OUT-OF-BALANCE
               END-DISPLAY.
       7000-EXIT.
           EXIT.

       7100-STAMP-ONE-BATCH.
           MOVE WS-BT-BATCH-ID(WS-BATCH-SUB) TO WS-CUR-BATCH-ID.
           PERFORM 3100-SET-BATCH-PARAM THRU 3100-EXIT.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-STAMP-SQL
               BY VALUE WS-PARAM-COUNT
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.

           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.

           IF WS-CALL-RESULT NOT EQUAL 1 THEN
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "WARNING: LETTERS_TS NOT SET FOR BATCH "
                   WS-CUR-BATCH-ID ": " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- CLOSE THE CONNECTION AND END THE RUN
      ******************************************************************
       8000-TERMINATE.
           CALL "PQfinish" USING BY VALUE PGCONN END-CALL.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGLETR.

      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       MONTHLY REGISTRATION ACTIVITY STATISTICS.  FOR
      *                ONE CALENDAR MONTH (REGSTATS_MONTH, YYYYMM;
      *                DEFAULT THE MONTH BEFORE THE RUN DATE) COUNTS
      *                NEW REGISTRATIONS, UPDATES, DELETES, MERGES AND
      *                RETENTION PURGES, IN TOTAL, BY MAILING STATE
      *                AND BY SOURCE SYSTEM (THE W00-SOURCE-SYSTEM
      *                REGFILE KEEPS ON LOAD_RUN_CONTROL; PURGES SHOW
      *                UNDER "PURGE"), EACH AGAINST THE PRIOR MONTH
      *                AND THE SAME MONTH A YEAR EARLIER.  PRINTS
      *                STATRPT AND WRITES THE SAME FIGURES TO STATSUM
      *                IN FIXED COLUMNS FOR THE BOARD PACKET.
      *
      *                THE COUNTS ARE THE ACTIVITY ROWS REGFILE AND
      *                REGPURGE WRITE TO REG_CHANGE_AUDIT (THE ROWS
      *                WITH NO OPERATOR); A BACKED-OUT BATCH HAS HAD
      *                ITS ROWS REMOVED BY REGBKOUT.  A ROW WITH NO
      *                STATE CAPTURED (A NEW REGISTRANT) IS COUNTED
      *                UNDER THE MAILING ADDRESS IN EFFECT WHEN IT
      *                LOADED, FROM REGISTRANT_ADDRESS; NO MAILING
      *                ADDRESS AT ALL COUNTS UNDER "??".  THE STATE
      *                SECTION ALSO SHOWS REGISTRANTS ON FILE AT RUN
      *                TIME BY OPEN MAILING ADDRESS.
      *
      *                RETURN CODE 0, OR 4 WHEN THE MONTH HAS NO
      *                ACTIVITY AT ALL (WRONG MONTH, OR NOTHING LOADED).
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -X -STD=IBM -LPQ REGSTATS.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL MONTHLY STATISTICS REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGSTATS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT-RPT ASSIGN TO "STATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT-STATUS.
           SELECT STAT-SUM ASSIGN TO "STATSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-RPT.
       01  SR-LINE                  PIC X(100).

      *----------------------------------------------------------------
      * BOARD-PACKET SUMMARY -- ONE RECORD PER DIMENSION, KEY AND
      * MEASURE, FIXED COLUMNS, SIGNED CHANGES.  DIMENSION IS TOTAL,
      * STATE OR SOURCE; MEASURE IS NEW, UPDATE, DELETE, MERGE,
      * PURGE, OR ONFILE (TOTAL AND STATE ONLY, RUN-TIME FIGURE WITH
      * NO COMPARISONS).
      *----------------------------------------------------------------
       FD  STAT-SUM.
       01  S01-STAT-RECORD.
           05  S01-MONTH            PIC 9(06).
           05  S01-DIMENSION        PIC X(06).
           05  S01-KEY              PIC X(08).
           05  S01-MEASURE          PIC X(06).
           05  S01-THIS-MONTH       PIC 9(09).
           05  S01-PRIOR-MONTH      PIC 9(09).
           05  S01-CHG-PRIOR        PIC S9(09)
                   SIGN LEADING SEPARATE.
           05  S01-LAST-YEAR        PIC 9(09).
           05  S01-CHG-LAST-YEAR    PIC S9(09)
                   SIGN LEADING SEPARATE.

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

       01  WS-STAT-RPT-STATUS       PIC X(02).
       01  WS-STAT-SUM-STATUS       PIC X(02).
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * DBCONN CALLER ID -- SIZED TO DBCONN'S LINKAGE ITEM SO THE CALL
      * NEVER READS PAST A SHORT LITERAL'S STORAGE.
      *----------------------------------------------------------------
       01  WS-CALLER-ID             PIC X(09) VALUE "REGSTATS".

      *----------------------------------------------------------------
      * THE THREE MONTHS -- REPORT MONTH, PRIOR MONTH, SAME MONTH LAST
      * YEAR.  DIGITS-ONLY VALUES ARE EMBEDDED IN THE STATEMENT TEXT,
      * SAME AS REGLRPT'S DATE RANGE.
      *----------------------------------------------------------------
       01  WS-MONTH-TEXT            PIC X(06).
       01  WS-RUN-DT                PIC 9(08).
       01  WS-RUN-DT-R REDEFINES WS-RUN-DT.
           05  WS-RUN-YYYY          PIC 9(04).
           05  WS-RUN-MM            PIC 9(02).
           05  WS-RUN-DD            PIC 9(02).
       01  WS-RPT-MONTH.
           05  WS-RPT-YYYY          PIC 9(04).
           05  WS-RPT-MM            PIC 9(02).
       01  WS-RPT-MONTH-N REDEFINES WS-RPT-MONTH PIC 9(06).
       01  WS-PRV-MONTH.
           05  WS-PRV-YYYY          PIC 9(04).
           05  WS-PRV-MM            PIC 9(02).
       01  WS-LYR-MONTH.
           05  WS-LYR-YYYY          PIC 9(04).
           05  WS-LYR-MM            PIC 9(02).
       01  WS-RPT-START-ISO         PIC X(10).
       01  WS-PRV-START-ISO         PIC X(10).
       01  WS-LYR-START-ISO         PIC X(10).

      *----------------------------------------------------------------
      * STATEMENT AND RESULT NAVIGATION.  ONE STATEMENT RETURNS EVERY
      * FIGURE, ORDERED BY DIMENSION ("S" STATE, "X" SOURCE) AND KEY:
      * DIMENSION, KEY, TXN CODE (OR "F" FOR ON-FILE), THEN THE
      * REPORT-MONTH, PRIOR-MONTH AND LAST-YEAR COUNTS.
      *----------------------------------------------------------------
       01  WS-SELECT-SQL            PIC X(2048).
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-ROW-IDX               USAGE BINARY-LONG.
       01  WS-COL-IDX               USAGE BINARY-LONG.
       01  WS-FIELD-TEXT            PIC X(32).

       01  WS-ROW-DIM               PIC X(01).
       01  WS-ROW-KEY               PIC X(08).
       01  WS-ROW-TXN               PIC X(01).
       01  WS-ROW-CNT               PIC 9(09) OCCURS 3 TIMES.

      *----------------------------------------------------------------
      * ACCUMULATORS.  TXN SLOTS 1-5 ARE NEW, UPDATE, DELETE, MERGE,
      * PURGE; PERIOD SLOTS 1-3 ARE REPORT MONTH, PRIOR MONTH, LAST
      * YEAR.  FIFTY-ODD STATES PLUS A HANDFUL OF FEEDS FIT IN 150
      * ENTRIES WITH ROOM TO SPARE; OVERFLOW ABANDONS THE RUN.
      *----------------------------------------------------------------
       01  WS-TXN-SUB               PIC 9(02) COMP.
       01  WS-PER-SUB               PIC 9(02) COMP.
       01  WS-MAX-KEYS              PIC 9(04) COMP VALUE 150.
       01  WS-KEY-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-KEY-SUB               PIC 9(04) COMP.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY         OCCURS 1 TO 150 TIMES
                   DEPENDING ON WS-KEY-COUNT.
               10  WS-KEY-DIM       PIC X(01).
               10  WS-KEY-VALUE     PIC X(08).
               10  WS-KEY-ONFILE    PIC 9(09) COMP.
               10  WS-KEY-TXN       OCCURS 5 TIMES.
                   15  WS-KEY-CNT   PIC 9(09) COMP OCCURS 3 TIMES.
       01  WS-TOT-ONFILE            PIC 9(09) COMP VALUE ZERO.
       01  WS-TOT-TABLE.
           05  WS-TOT-TXN           OCCURS 5 TIMES.
               10  WS-TOT-CNT       PIC 9(09) COMP OCCURS 3 TIMES.
       01  WS-ODD-ROWS              PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * ONE FIGURE ON ITS WAY TO A REPORT LINE AND A SUMMARY RECORD
      *----------------------------------------------------------------
       01  WS-SECTION-DIM           PIC X(01).
       01  WS-OUT-DIMENSION         PIC X(06).
       01  WS-OUT-KEY               PIC X(08).
       01  WS-OUT-THIS              PIC 9(09).
       01  WS-OUT-PRIOR             PIC 9(09).
       01  WS-OUT-LASTYR            PIC 9(09).
       01  WS-OUT-CHG               PIC S9(09).
       01  WS-OUT-PCT               PIC S9(05).
       01  WS-PCT-EDIT              PIC -(4)9.
       01  WS-PCT-TEXT              PIC X(06).
       01  WS-KEY-LINES             PIC 9(02) COMP.
       01  WS-ALL-ZERO-SW           PIC X(01).
           88  FIGURE-ALL-ZERO          VALUE "Y".
           88  FIGURE-HAS-ACTIVITY      VALUE "N".
       01  WS-PRINT-ZERO-SW         PIC X(01).
           88  PRINT-ZERO-LINES         VALUE "Y".
           88  SKIP-ZERO-LINES          VALUE "N".

       01  WS-MEASURE-NAMES.
           05  FILLER               PIC X(16) VALUE "NEW   NEW REGS  ".
           05  FILLER               PIC X(16) VALUE "UPDATEUPDATES   ".
           05  FILLER               PIC X(16) VALUE "DELETEDELETES   ".
           05  FILLER               PIC X(16) VALUE "MERGE MERGES    ".
           05  FILLER               PIC X(16) VALUE "PURGE PURGES    ".
       01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-NAMES.
           05  WS-MEASURE-ENTRY     OCCURS 5 TIMES.
               10  WS-MEASURE-CODE  PIC X(06).
               10  WS-MEASURE-LABEL PIC X(10).

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "MONTHLY REGISTRATION ACTIVITY".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  SR-H1-RUN-DT         PIC 9(08).
       01  WS-RPT-H2.
           05  FILLER               PIC X(07) VALUE "MONTH ".
           05  SR-H2-MONTH          PIC 9(06).
           05  FILLER               PIC X(16) VALUE "   PRIOR MONTH ".
           05  SR-H2-PRIOR          PIC 9(06).
           05  FILLER               PIC X(16) VALUE "   SAME MONTH LY".
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SR-H2-LASTYR         PIC 9(06).
       01  WS-RPT-H3.
           05  FILLER               PIC X(10) VALUE "KEY".
           05  FILLER               PIC X(10) VALUE "MEASURE".
           05  FILLER               PIC X(09) VALUE "    MONTH".
           05  FILLER               PIC X(09) VALUE "    PRIOR".
           05  FILLER               PIC X(09) VALUE "   CHANGE".
           05  FILLER               PIC X(07) VALUE "    PCT".
           05  FILLER               PIC X(09) VALUE "  LAST YR".
           05  FILLER               PIC X(09) VALUE "   CHANGE".
           05  FILLER               PIC X(07) VALUE "    PCT".
       01  WS-RPT-DETAIL.
           05  SR-DT-KEY            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  SR-DT-MEASURE        PIC X(10).
           05  SR-DT-THIS           PIC Z(08)9.
           05  SR-DT-PRIOR          PIC Z(08)9.
           05  SR-DT-CHG-P          PIC -(8)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SR-DT-PCT-P          PIC X(06).
           05  SR-DT-LASTYR         PIC Z(08)9.
           05  SR-DT-CHG-Y          PIC -(8)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SR-DT-PCT-Y          PIC X(06).
       01  WS-RPT-ONFILE.
           05  SR-OF-KEY            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE "ON FILE".
           05  SR-OF-COUNT          PIC Z(08)9.
           05  FILLER               PIC X(20) VALUE
               "  (AT RUN TIME)".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONNECT-DATABASE THRU 2000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-GATHER-FIGURES THRU 4000-EXIT.
           PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
           MOVE "S" TO WS-SECTION-DIM.
           PERFORM 6000-WRITE-SECTION THRU 6000-EXIT.
           MOVE "X" TO WS-SECTION-DIM.
           PERFORM 6000-WRITE-SECTION THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- SETTLE THE THREE MONTHS AND BUILD THE
      * SELECT.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-MONTH-TEXT.
           ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT "REGSTATS_MONTH".

           IF WS-MONTH-TEXT EQUAL SPACE THEN
               IF WS-RUN-MM EQUAL 1 THEN
                   COMPUTE WS-RPT-YYYY = WS-RUN-YYYY - 1
                   MOVE 12 TO WS-RPT-MM
               ELSE
                   MOVE WS-RUN-YYYY TO WS-RPT-YYYY
                   COMPUTE WS-RPT-MM = WS-RUN-MM - 1
               END-IF
           ELSE
               IF WS-MONTH-TEXT NOT NUMERIC THEN
                   DISPLAY "ERROR: REGSTATS_MONTH MUST BE YYYYMM, NOT "
                       WS-MONTH-TEXT UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               MOVE WS-MONTH-TEXT TO WS-RPT-MONTH
               IF WS-RPT-MM LESS 1 OR WS-RPT-MM GREATER 12 THEN
                   DISPLAY "ERROR: REGSTATS_MONTH MUST BE YYYYMM, NOT "
                       WS-MONTH-TEXT UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
           END-IF.

           IF WS-RPT-MM EQUAL 1 THEN
               COMPUTE WS-PRV-YYYY = WS-RPT-YYYY - 1
               MOVE 12 TO WS-PRV-MM
           ELSE
               MOVE WS-RPT-YYYY TO WS-PRV-YYYY
               COMPUTE WS-PRV-MM = WS-RPT-MM - 1
           END-IF.
           COMPUTE WS-LYR-YYYY = WS-RPT-YYYY - 1.
           MOVE WS-RPT-MM TO WS-LYR-MM.

           STRING WS-RPT-YYYY "-" WS-RPT-MM "-01" DELIMITED BY SIZE
               INTO WS-RPT-START-ISO
           END-STRING.
           STRING WS-PRV-YYYY "-" WS-PRV-MM "-01" DELIMITED BY SIZE
               INTO WS-PRV-START-ISO
           END-STRING.
           STRING WS-LYR-YYYY "-" WS-LYR-MM "-01" DELIMITED BY SIZE
               INTO WS-LYR-START-ISO
           END-STRING.

           PERFORM 1100-BUILD-SELECT THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-BUILD-SELECT -- G IS EVERY ACTIVITY ROW IN THE THREE
      * MONTHS WITH ITS MONTH, STATE AND SOURCE RESOLVED; THE STATE
      * AND SOURCE ROLL-UPS ARE TAKEN FROM IT, AND THE ON-FILE COUNT
      * BY OPEN MAILING STATE RIDES ALONG AS TXN "F".
      ******************************************************************
       1100-BUILD-SELECT.
           STRING
               "WITH G AS (SELECT C.TXN_CD AS TXN,"
                   DELIMITED BY SIZE
               " TO_CHAR(C.LOAD_TS,'YYYYMM') AS MON,"
                   DELIMITED BY SIZE
               " COALESCE(C.MAIL_STATE,(SELECT A.STATE"
                   DELIMITED BY SIZE
               " FROM REGISTRANT_ADDRESS A WHERE A.RID=C.RID"
                   DELIMITED BY SIZE
               " AND A.ADDR_TYPE='M'" DELIMITED BY SIZE
               " ORDER BY A.EFF_DT > C.LOAD_TS::DATE, A.EFF_DT DESC"
                   DELIMITED BY SIZE
               " LIMIT 1),'??') AS ST," DELIMITED BY SIZE
               " CASE WHEN C.TXN_CD='P' THEN 'PURGE'"
                   DELIMITED BY SIZE
               " ELSE COALESCE(R.SOURCE_SYSTEM,'UNKNOWN') END AS SRC"
                   DELIMITED BY SIZE
               " FROM REG_CHANGE_AUDIT C LEFT JOIN LOAD_RUN_CONTROL R"
                   DELIMITED BY SIZE
               " ON R.BATCH_ID=C.BATCH_ID" DELIMITED BY SIZE
               " WHERE C.OPERATOR_ID IS NULL AND (" DELIMITED BY SIZE
               "(C.LOAD_TS >= DATE '" DELIMITED BY SIZE
               WS-RPT-START-ISO DELIMITED BY SIZE
               "' AND C.LOAD_TS < DATE '" DELIMITED BY SIZE
               WS-RPT-START-ISO DELIMITED BY SIZE
               "' + INTERVAL '1 MONTH')" DELIMITED BY SIZE
               " OR (C.LOAD_TS >= DATE '" DELIMITED BY SIZE
               WS-PRV-START-ISO DELIMITED BY SIZE
               "' AND C.LOAD_TS < DATE '" DELIMITED BY SIZE
               WS-PRV-START-ISO DELIMITED BY SIZE
               "' + INTERVAL '1 MONTH')" DELIMITED BY SIZE
               " OR (C.LOAD_TS >= DATE '" DELIMITED BY SIZE
               WS-LYR-START-ISO DELIMITED BY SIZE
               "' AND C.LOAD_TS < DATE '" DELIMITED BY SIZE
               WS-LYR-START-ISO DELIMITED BY SIZE
               "' + INTERVAL '1 MONTH')))" DELIMITED BY SIZE
               " SELECT 'S', ST, TXN," DELIMITED BY SIZE
               " COUNT(*) FILTER (WHERE MON='" DELIMITED BY SIZE
               WS-RPT-MONTH DELIMITED BY SIZE
               "'), COUNT(*) FILTER (WHERE MON='" DELIMITED BY SIZE
               WS-PRV-MONTH DELIMITED BY SIZE
               "'), COUNT(*) FILTER (WHERE MON='" DELIMITED BY SIZE
               WS-LYR-MONTH DELIMITED BY SIZE
               "') FROM G GROUP BY ST, TXN" DELIMITED BY SIZE
               " UNION ALL SELECT 'X', SRC, TXN," DELIMITED BY SIZE
               " COUNT(*) FILTER (WHERE MON='" DELIMITED BY SIZE
               WS-RPT-MONTH DELIMITED BY SIZE
               "'), COUNT(*) FILTER (WHERE MON='" DELIMITED BY SIZE
               WS-PRV-MONTH DELIMITED BY SIZE
               "'), COUNT(*) FILTER (WHERE MON='" DELIMITED BY SIZE
               WS-LYR-MONTH DELIMITED BY SIZE
               "') FROM G GROUP BY SRC, TXN" DELIMITED BY SIZE
               " UNION ALL SELECT 'S', COALESCE(A.STATE,'??'), 'F',"
                   DELIMITED BY SIZE
               " COUNT(*), 0, 0 FROM REGISTRATIONS R"
                   DELIMITED BY SIZE
               " LEFT JOIN REGISTRANT_ADDRESS A ON A.RID=R.RID"
                   DELIMITED BY SIZE
               " AND A.ADDR_TYPE='M' AND A.EFF_END_DT IS NULL"
                   DELIMITED BY SIZE
               " GROUP BY 2 ORDER BY 1, 2, 3" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-SELECT-SQL
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
               DISPLAY "ERROR: REGSTATS UNABLE TO ESTABLISH CONNECTION"
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
           OPEN OUTPUT STAT-RPT.
           IF WS-STAT-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN STATRPT, STATUS="
                   WS-STAT-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           OPEN OUTPUT STAT-SUM.
           IF WS-STAT-SUM-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN STATSUM, STATUS="
                   WS-STAT-SUM-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE WS-RUN-DT           TO SR-H1-RUN-DT.
           MOVE WS-RPT-H1           TO SR-LINE.
           WRITE SR-LINE.
           MOVE WS-RPT-MONTH        TO SR-H2-MONTH.
           MOVE WS-PRV-MONTH        TO SR-H2-PRIOR.
           MOVE WS-LYR-MONTH        TO SR-H2-LASTYR.
           MOVE WS-RPT-H2           TO SR-LINE.
           WRITE SR-LINE.
           MOVE WS-RPT-H3           TO SR-LINE.
           WRITE SR-LINE.
           MOVE ALL "-"             TO SR-LINE.
           WRITE SR-LINE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GATHER-FIGURES -- RUN THE SELECT AND LOAD EVERY ROW INTO
      * THE KEY TABLE; STATE ROWS ALSO ROLL INTO THE GRAND TOTALS
      * (EVERY ACTIVITY ROW HAS EXACTLY ONE STATE).
      ******************************************************************
       4000-GATHER-FIGURES.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-SELECT-SQL
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
                   "ERROR: ACTIVITY SELECT FAILED: "
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

           INITIALIZE WS-TOT-TABLE.
           PERFORM 4100-LOAD-ONE-ROW THRU 4100-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.

           IF WS-ODD-ROWS GREATER ZERO THEN
               DISPLAY "WARNING: " WS-ODD-ROWS
                   " ACTIVITY GROUP(S) WITH AN UNKNOWN TXN CODE"
                   " LEFT OUT" UPON SYSERR
               END-DISPLAY
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LOAD-ONE-ROW.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 4150-FETCH-ONE-COLUMN THRU 4150-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-DIM.
           MOVE 1 TO WS-COL-IDX.
           PERFORM 4150-FETCH-ONE-COLUMN THRU 4150-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-KEY.
           MOVE 2 TO WS-COL-IDX.
           PERFORM 4150-FETCH-ONE-COLUMN THRU 4150-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-TXN.
           PERFORM 4160-FETCH-ONE-COUNT THRU 4160-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER 3.

           EVALUATE WS-ROW-TXN
               WHEN "I" MOVE 1 TO WS-TXN-SUB
               WHEN "U" MOVE 2 TO WS-TXN-SUB
               WHEN "D" MOVE 3 TO WS-TXN-SUB
               WHEN "M" MOVE 4 TO WS-TXN-SUB
               WHEN "P" MOVE 5 TO WS-TXN-SUB
               WHEN "F" MOVE ZERO TO WS-TXN-SUB
               WHEN OTHER
                   ADD 1 TO WS-ODD-ROWS
                   GO TO 4100-EXIT
           END-EVALUATE.

      *----------------------------------------------------------------
      * ROWS ARRIVE IN DIMENSION/KEY ORDER, SO A KEY IS EITHER THE
      * LAST ENTRY OPENED OR A NEW ONE.
      *----------------------------------------------------------------
           IF WS-KEY-COUNT EQUAL ZERO
                   OR WS-KEY-DIM(WS-KEY-COUNT) NOT EQUAL WS-ROW-DIM
                   OR WS-KEY-VALUE(WS-KEY-COUNT)
                       NOT EQUAL WS-ROW-KEY THEN
               IF WS-KEY-COUNT GREATER OR EQUAL WS-MAX-KEYS THEN
                   DISPLAY "ERROR: MORE THAN " WS-MAX-KEYS
                       " STATES AND SOURCES -- RUN ABANDONED"
                       UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               ADD 1 TO WS-KEY-COUNT
               INITIALIZE WS-KEY-ENTRY(WS-KEY-COUNT)
               MOVE WS-ROW-DIM TO WS-KEY-DIM(WS-KEY-COUNT)
               MOVE WS-ROW-KEY TO WS-KEY-VALUE(WS-KEY-COUNT)
           END-IF.

           IF WS-TXN-SUB EQUAL ZERO THEN
               MOVE WS-ROW-CNT(1) TO WS-KEY-ONFILE(WS-KEY-COUNT)
               ADD WS-ROW-CNT(1) TO WS-TOT-ONFILE
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4170-ROLL-ONE-PERIOD THRU 4170-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER 3.
       4100-EXIT.
           EXIT.

       4150-FETCH-ONE-COLUMN.
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
       4150-EXIT.
           EXIT.

       4160-FETCH-ONE-COUNT.
           COMPUTE WS-COL-IDX = WS-PER-SUB + 2.
           PERFORM 4150-FETCH-ONE-COLUMN THRU 4150-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-ROW-CNT(WS-PER-SUB).
       4160-EXIT.
           EXIT.

       4170-ROLL-ONE-PERIOD.
           ADD WS-ROW-CNT(WS-PER-SUB)
               TO WS-KEY-CNT(WS-KEY-COUNT, WS-TXN-SUB, WS-PER-SUB).
           IF WS-ROW-DIM EQUAL "S" THEN
               ADD WS-ROW-CNT(WS-PER-SUB)
                   TO WS-TOT-CNT(WS-TXN-SUB, WS-PER-SUB)
           END-IF.
       4170-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-TOTALS -- ALL FIVE MEASURES ALWAYS PRINT HERE, ZERO
      * OR NOT, SO THE BOARD SEES THE SAME GRID EVERY MONTH.
      ******************************************************************
       5000-WRITE-TOTALS.
           MOVE "ALL ACTIVITY" TO SR-LINE.
           WRITE SR-LINE.

           MOVE "TOTAL" TO WS-OUT-DIMENSION.
           MOVE "ALL" TO WS-OUT-KEY.
           SET PRINT-ZERO-LINES TO TRUE.
           PERFORM 5100-WRITE-TOTAL-MEASURE THRU 5100-EXIT
               VARYING WS-TXN-SUB FROM 1 BY 1
               UNTIL WS-TXN-SUB GREATER 5.
           MOVE WS-TOT-ONFILE TO WS-OUT-THIS.
           PERFORM 5300-WRITE-ONFILE THRU 5300-EXIT.

           IF WS-TOT-CNT(1, 1) + WS-TOT-CNT(2, 1) + WS-TOT-CNT(3, 1)
                   + WS-TOT-CNT(4, 1) + WS-TOT-CNT(5, 1)
                   EQUAL ZERO THEN
               MOVE SPACE TO SR-LINE
               WRITE SR-LINE
               MOVE "NO ACTIVITY RECORDED FOR THE REPORT MONTH"
                   TO SR-LINE
               WRITE SR-LINE
               DISPLAY "WARNING: NO ACTIVITY RECORDED FOR "
                   WS-RPT-MONTH UPON SYSERR
               END-DISPLAY
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           MOVE SPACE TO SR-LINE.
           WRITE SR-LINE.
       5000-EXIT.
           EXIT.

       5100-WRITE-TOTAL-MEASURE.
           MOVE WS-TOT-CNT(WS-TXN-SUB, 1) TO WS-OUT-THIS.
           MOVE WS-TOT-CNT(WS-TXN-SUB, 2) TO WS-OUT-PRIOR.
           MOVE WS-TOT-CNT(WS-TXN-SUB, 3) TO WS-OUT-LASTYR.
           PERFORM 5200-WRITE-FIGURE THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-WRITE-FIGURE -- ONE MEASURE FOR ONE KEY: THE REPORT LINE
      * (UNLESS ALL THREE MONTHS ARE ZERO AND THE CALLER SKIPS THOSE)
      * AND, ALWAYS, THE SUMMARY RECORD.  A PERCENTAGE AGAINST A ZERO
      * MONTH MEANS NOTHING AND PRINTS AS "N/A".
      ******************************************************************
       5200-WRITE-FIGURE.
           SET FIGURE-HAS-ACTIVITY TO TRUE.
           IF WS-OUT-THIS EQUAL ZERO AND WS-OUT-PRIOR EQUAL ZERO
                   AND WS-OUT-LASTYR EQUAL ZERO THEN
               SET FIGURE-ALL-ZERO TO TRUE
           END-IF.

           MOVE WS-RPT-MONTH-N    TO S01-MONTH.
           MOVE WS-OUT-DIMENSION  TO S01-DIMENSION.
           MOVE WS-OUT-KEY        TO S01-KEY.
           MOVE WS-MEASURE-CODE(WS-TXN-SUB) TO S01-MEASURE.
           MOVE WS-OUT-THIS       TO S01-THIS-MONTH.
           MOVE WS-OUT-PRIOR      TO S01-PRIOR-MONTH.
           COMPUTE S01-CHG-PRIOR = WS-OUT-THIS - WS-OUT-PRIOR.
           MOVE WS-OUT-LASTYR     TO S01-LAST-YEAR.
           COMPUTE S01-CHG-LAST-YEAR = WS-OUT-THIS - WS-OUT-LASTYR.
           WRITE S01-STAT-RECORD.

           IF FIGURE-ALL-ZERO AND SKIP-ZERO-LINES THEN
               GO TO 5200-EXIT
           END-IF.

           MOVE SPACE TO SR-DT-KEY.
           IF WS-KEY-LINES EQUAL ZERO THEN
               MOVE WS-OUT-KEY TO SR-DT-KEY
           END-IF.
           ADD 1 TO WS-KEY-LINES.
           MOVE WS-MEASURE-LABEL(WS-TXN-SUB) TO SR-DT-MEASURE.
           MOVE WS-OUT-THIS   TO SR-DT-THIS.
           MOVE WS-OUT-PRIOR  TO SR-DT-PRIOR.
           MOVE S01-CHG-PRIOR TO SR-DT-CHG-P.
           MOVE S01-CHG-PRIOR TO WS-OUT-CHG.
           PERFORM 5250-FORMAT-PCT THRU 5250-EXIT.
           MOVE WS-PCT-TEXT   TO SR-DT-PCT-P.
           MOVE WS-OUT-LASTYR TO SR-DT-LASTYR.
           MOVE S01-CHG-LAST-YEAR TO SR-DT-CHG-Y.
           MOVE S01-CHG-LAST-YEAR TO WS-OUT-CHG.
           PERFORM 5260-FORMAT-PCT-LY THRU 5260-EXIT.
           MOVE WS-PCT-TEXT   TO SR-DT-PCT-Y.
           MOVE WS-RPT-DETAIL TO SR-LINE.
           WRITE SR-LINE.
       5200-EXIT.
           EXIT.

       5250-FORMAT-PCT.
           MOVE "   N/A" TO WS-PCT-TEXT.
           IF WS-OUT-PRIOR EQUAL ZERO THEN
               GO TO 5250-EXIT
           END-IF.
           COMPUTE WS-OUT-PCT ROUNDED =
               (WS-OUT-CHG * 100) / WS-OUT-PRIOR
               ON SIZE ERROR
                   MOVE 99999 TO WS-OUT-PCT
           END-COMPUTE.
           MOVE WS-OUT-PCT TO WS-PCT-EDIT.
           STRING WS-PCT-EDIT "%" DELIMITED BY SIZE
               INTO WS-PCT-TEXT
           END-STRING.
       5250-EXIT.
           EXIT.

       5260-FORMAT-PCT-LY.
           MOVE "   N/A" TO WS-PCT-TEXT.
           IF WS-OUT-LASTYR EQUAL ZERO THEN
               GO TO 5260-EXIT
           END-IF.
           COMPUTE WS-OUT-PCT ROUNDED =
               (WS-OUT-CHG * 100) / WS-OUT-LASTYR
               ON SIZE ERROR
                   MOVE 99999 TO WS-OUT-PCT
           END-COMPUTE.
           MOVE WS-OUT-PCT TO WS-PCT-EDIT.
           STRING WS-PCT-EDIT "%" DELIMITED BY SIZE
               INTO WS-PCT-TEXT
           END-STRING.
       5260-EXIT.
           EXIT.

      ******************************************************************
      * 5300-WRITE-ONFILE -- THE RUN-TIME REGISTRANT COUNT FOR THE
      * KEY IN WS-OUT-KEY (COUNT IN WS-OUT-THIS); NO COMPARISONS.
      ******************************************************************
       5300-WRITE-ONFILE.
           MOVE SPACE TO SR-OF-KEY.
           IF WS-KEY-LINES EQUAL ZERO THEN
               MOVE WS-OUT-KEY TO SR-OF-KEY
           END-IF.
           MOVE WS-OUT-THIS TO SR-OF-COUNT.
           MOVE WS-RPT-ONFILE TO SR-LINE.
           WRITE SR-LINE.

           MOVE WS-RPT-MONTH-N   TO S01-MONTH.
           MOVE WS-OUT-DIMENSION TO S01-DIMENSION.
           MOVE WS-OUT-KEY       TO S01-KEY.
           MOVE "ONFILE"         TO S01-MEASURE.
           MOVE WS-OUT-THIS      TO S01-THIS-MONTH.
           MOVE ZERO             TO S01-PRIOR-MONTH.
           MOVE ZERO             TO S01-CHG-PRIOR.
           MOVE ZERO             TO S01-LAST-YEAR.
           MOVE ZERO             TO S01-CHG-LAST-YEAR.
           WRITE S01-STAT-RECORD.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-SECTION -- EVERY KEY OF ONE DIMENSION (STATE OR
      * SOURCE), MEASURES WITH NO ACTIVITY IN ANY OF THE THREE MONTHS
      * LEFT OFF THE PRINT BUT STILL ON THE SUMMARY FILE.
      ******************************************************************
       6000-WRITE-SECTION.
           IF WS-SECTION-DIM EQUAL "S" THEN
               MOVE "BY MAILING STATE" TO SR-LINE
               MOVE "STATE" TO WS-OUT-DIMENSION
           ELSE
               MOVE "BY SOURCE SYSTEM" TO SR-LINE
               MOVE "SOURCE" TO WS-OUT-DIMENSION
           END-IF.
           WRITE SR-LINE.
           MOVE ALL "-" TO SR-LINE.
           WRITE SR-LINE.

           SET SKIP-ZERO-LINES TO TRUE.
           PERFORM 6100-WRITE-ONE-KEY THRU 6100-EXIT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB GREATER WS-KEY-COUNT.

           MOVE SPACE TO SR-LINE.
           WRITE SR-LINE.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-KEY.
           IF WS-KEY-DIM(WS-KEY-SUB) NOT EQUAL WS-SECTION-DIM THEN
               GO TO 6100-EXIT
           END-IF.

           MOVE WS-KEY-VALUE(WS-KEY-SUB) TO WS-OUT-KEY.
           MOVE ZERO TO WS-KEY-LINES.
           PERFORM 6200-WRITE-KEY-MEASURE THRU 6200-EXIT
               VARYING WS-TXN-SUB FROM 1 BY 1
               UNTIL WS-TXN-SUB GREATER 5.
           IF WS-SECTION-DIM EQUAL "S" THEN
               MOVE WS-KEY-ONFILE(WS-KEY-SUB) TO WS-OUT-THIS
               PERFORM 5300-WRITE-ONFILE THRU 5300-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6200-WRITE-KEY-MEASURE.
           MOVE WS-KEY-CNT(WS-KEY-SUB, WS-TXN-SUB, 1) TO WS-OUT-THIS.
           MOVE WS-KEY-CNT(WS-KEY-SUB, WS-TXN-SUB, 2) TO WS-OUT-PRIOR.
           MOVE WS-KEY-CNT(WS-KEY-SUB, WS-TXN-SUB, 3) TO WS-OUT-LASTYR.
           PERFORM 5200-WRITE-FIGURE THRU 5200-EXIT.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE STAT-RPT.
           CLOSE STAT-SUM.
           DISPLAY "REPORT MONTH:       " WS-RPT-MONTH END-DISPLAY.
           DISPLAY "STATES/SOURCES:     " WS-KEY-COUNT END-DISPLAY.
       7000-EXIT.
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

       END PROGRAM REGSTATS.

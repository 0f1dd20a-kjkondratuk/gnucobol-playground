      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       RECORD-ACCESS EXCEPTION REPORT.  READS THE
      *                ACCESS LOG (ACCSFIL, WRITTEN THROUGH ACCSLOG BY
      *                REGMINQ AND REGMAINT) FOR ONE CALENDAR MONTH
      *                (REGARPT_MONTH, YYYYMM; DEFAULT THE MONTH BEFORE
      *                THE RUN DATE) AND PRINTS ACCSRPT IN THREE
      *                SECTIONS:
      *                  - EVERY SSN SEARCH THAT FOUND NOBODY;
      *                  - LOOKUPS BY OPERATOR AGAINST THAT OPERATOR'S
      *                    OWN MONTHLY AVERAGE OVER THE THREE MONTHS
      *                    BEFORE, FLAGGING A MONTH OF AT LEAST
      *                    REGARPT_MINIMUM LOOKUPS (DEFAULT 200) THAT
      *                    IS MORE THAN REGARPT_FACTOR (DEFAULT 3)
      *                    TIMES THE AVERAGE -- AN OPERATOR WITH NO
      *                    HISTORY IS FLAGGED ON THE MINIMUM ALONE;
      *                  - EVERY LOOKUP OF A RID THAT HAD ALREADY BEEN
      *                    EXPUNGED (EXPUNGED_RID) OR PURGED (AN
      *                    ARCHIVE CATALOG ENTRY WITH A PURGE DATE ON
      *                    OR BEFORE THE LOOKUP, AND NO REGREST
      *                    RESTORE DATE ON OR BEFORE IT -- A RID
      *                    REINSTATED IS LIVE AGAIN).
      *                A MISSING ARCHIVE CATALOG ONLY SKIPS THE PURGED
      *                CHECK, AND SAYS SO ON THE REPORT.
      *
      *                RETURN CODE 0, OR 4 WHEN ANYTHING WAS FLAGGED OR
      *                THERE IS NO ACCESS LOG TO READ.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -X -STD=IBM -LPQ REGARPT.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL ACCESS EXCEPTION REPORT.
      *    20261015 TWK  A RID REGREST HAS REINSTATED (RESTORE DATE ON
      *                  ITS CATALOG ENTRY) IS NOT FLAGGED AS PURGED FOR
      *                  LOOKUPS FROM THAT DATE ON.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGARPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCS-FILE ASSIGN TO "ACCSFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCS-FILE-STATUS.
           SELECT ARCH-CAT ASSIGN TO "ARCHCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS K01-CATALOG-KEY
               ALTERNATE RECORD KEY IS K01-SSN WITH DUPLICATES
               FILE STATUS IS WS-ARCH-CAT-STATUS.
           SELECT ACCS-RPT ASSIGN TO "ACCSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCS-FILE.
           COPY ACCSREC.

       FD  ARCH-CAT.
           COPY ARCHCAT.

       FD  ACCS-RPT.
       01  AR-LINE                  PIC X(100).

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

      *----------------------------------------------------------------
      * FILE STATUS -- THE LOG IS READ TWICE (ONCE FOR THE SSN AND
      * VOLUME SECTIONS, ONCE FOR THE EXPUNGED/PURGED SECTION).  THE
      * CATALOG IS OPTIONAL.
      *----------------------------------------------------------------
       01  WS-ACCS-FILE-STATUS      PIC X(02).
       01  WS-ARCH-CAT-STATUS       PIC X(02).
       01  WS-ACCS-RPT-STATUS       PIC X(02).
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.
       01  WS-LOG-SW                PIC X(01) VALUE "N".
           88  LOG-AVAILABLE            VALUE "Y".
           88  LOG-NOT-AVAILABLE        VALUE "N".
       01  WS-CATALOG-SW            PIC X(01) VALUE "N".
           88  CATALOG-AVAILABLE        VALUE "Y".
           88  CATALOG-NOT-AVAILABLE    VALUE "N".
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  LOG-END-OF-FILE          VALUE "Y".
           88  LOG-NOT-END-OF-FILE      VALUE "N".
       01  WS-CAT-EOF-SW            PIC X(01) VALUE "N".
           88  CAT-END-OF-RID           VALUE "Y".
           88  CAT-NOT-END-OF-RID       VALUE "N".

      *----------------------------------------------------------------
      * DBCONN CALLER ID -- SIZED TO DBCONN'S LINKAGE ITEM SO THE CALL
      * NEVER READS PAST A SHORT LITERAL'S STORAGE.
      *----------------------------------------------------------------
       01  WS-CALLER-ID             PIC X(09) VALUE "REGARPT".

      *----------------------------------------------------------------
      * REPORT MONTH AND BASELINE.  MONTHS ARE COMPARED AS A RUNNING
      * MONTH NUMBER (YEAR * 12 + MONTH - 1), SO THE BASELINE IS THE
      * THREE NUMBERS BELOW THE REPORT MONTH'S, ACROSS A YEAR END OR
      * NOT.
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
       01  WS-BASE-FIRST.
           05  WS-BASE-FIRST-YYYY   PIC 9(04).
           05  WS-BASE-FIRST-MM     PIC 9(02).
       01  WS-BASE-LAST.
           05  WS-BASE-LAST-YYYY    PIC 9(04).
           05  WS-BASE-LAST-MM      PIC 9(02).
       01  WS-BASE-MONTHS           PIC 9(01) COMP VALUE 3.
       01  WS-RPT-MONTH-NO          PIC 9(06) COMP.
       01  WS-ENTRY-MONTH-NO        PIC 9(06) COMP.
       01  WS-MONTH-NO-WORK         PIC 9(06) COMP.
       01  WS-ENTRY-DT              PIC 9(08).
       01  WS-ENTRY-DT-R REDEFINES WS-ENTRY-DT.
           05  WS-ENTRY-YYYY        PIC 9(04).
           05  WS-ENTRY-MM          PIC 9(02).
           05  WS-ENTRY-DD          PIC 9(02).
       01  WS-ENTRY-PERIOD          PIC X(01).
           88  ENTRY-IN-MONTH           VALUE "M".
           88  ENTRY-IN-BASELINE        VALUE "B".
           88  ENTRY-OUTSIDE            VALUE "O".

      *----------------------------------------------------------------
      * VOLUME THRESHOLDS -- REGARPT_FACTOR AND REGARPT_MINIMUM.
      *----------------------------------------------------------------
       01  WS-PARM-TEXT             PIC X(06).
       01  WS-FACTOR                PIC 9(02) VALUE 3.
       01  WS-MINIMUM               PIC 9(06) VALUE 200.

      *----------------------------------------------------------------
      * OPERATOR TABLE -- ONE ENTRY PER OPERATOR SEEN IN THE MONTH OR
      * THE BASELINE.  OVERFLOW ABANDONS THE RUN.
      *----------------------------------------------------------------
       01  WS-MAX-OPRS              PIC 9(04) COMP VALUE 500.
       01  WS-OPR-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY         OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-OPR-COUNT
                   INDEXED BY WS-OPR-IDX.
               10  WS-OPR-ID        PIC X(09).
               10  WS-OPR-MONTH-CNT PIC 9(07) COMP.
               10  WS-OPR-BASE-CNT  PIC 9(07) COMP.
               10  WS-OPR-SSN-MISS  PIC 9(05) COMP.
       01  WS-OPR-SUB               PIC 9(04) COMP.
       01  WS-OPR-AVERAGE           PIC 9(07) COMP.
       01  WS-OPR-LIMIT             PIC 9(09) COMP.

      *----------------------------------------------------------------
      * EXPUNGED RIDS -- LOADED ONCE FROM EXPUNGED_RID IN RID ORDER
      * FOR A BINARY SEARCH.  ERASURES ARE RARE; OVERFLOW ABANDONS
      * THE RUN RATHER THAN REPORT SHORT.
      *----------------------------------------------------------------
       01  WS-MAX-EXPUNGED          PIC 9(05) COMP VALUE 20000.
       01  WS-XP-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-XP-TABLE.
           05  WS-XP-ENTRY          OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-XP-COUNT
                   ASCENDING KEY IS WS-XP-RID
                   INDEXED BY WS-XP-IDX.
               10  WS-XP-RID        PIC 9(06).
               10  WS-XP-DT         PIC 9(08).
       01  WS-EXPUNGED-SQL          PIC X(128).
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-ROW-IDX               USAGE BINARY-LONG.
       01  WS-COL-IDX               USAGE BINARY-LONG.
       01  WS-FIELD-TEXT            PIC X(32).

      *----------------------------------------------------------------
      * ONE FLAGGED LOOKUP ON ITS WAY TO SECTION THREE
      *----------------------------------------------------------------
       01  WS-FLAG-REASON           PIC X(09).
       01  WS-FLAG-DT               PIC 9(08).
       01  WS-FLAG-GEN              PIC X(14).
       01  WS-CAT-RID               PIC 9(06).

      *----------------------------------------------------------------
      * COUNTERS
      *----------------------------------------------------------------
       01  WS-ENTRIES-READ          PIC 9(09) COMP VALUE ZERO.
       01  WS-ENTRIES-IN-MONTH      PIC 9(09) COMP VALUE ZERO.
       01  WS-SSN-MISSES            PIC 9(07) COMP VALUE ZERO.
       01  WS-OPRS-FLAGGED          PIC 9(04) COMP VALUE ZERO.
       01  WS-GONE-LOOKUPS          PIC 9(07) COMP VALUE ZERO.
       01  WS-COUNT-DISP            PIC Z(08)9.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "RECORD-ACCESS EXCEPTIONS".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  AR-H1-RUN-DT         PIC 9(08).
       01  WS-RPT-H2.
           05  FILLER               PIC X(07) VALUE "MONTH ".
           05  AR-H2-MONTH          PIC X(06).
           05  FILLER               PIC X(13) VALUE "   BASELINE ".
           05  AR-H2-BASE-FIRST     PIC X(06).
           05  FILLER               PIC X(04) VALUE " TO ".
           05  AR-H2-BASE-LAST      PIC X(06).
           05  FILLER               PIC X(11) VALUE "   FACTOR ".
           05  AR-H2-FACTOR         PIC Z9.
           05  FILLER               PIC X(12) VALUE "   MINIMUM ".
           05  AR-H2-MINIMUM        PIC Z(05)9.
       01  WS-RPT-ENTRY-HDG.
           05  FILLER               PIC X(10) VALUE "DATE".
           05  FILLER               PIC X(09) VALUE "TIME".
           05  FILLER               PIC X(10) VALUE "OPERATOR".
           05  FILLER               PIC X(09) VALUE "TERMINAL".
           05  FILLER               PIC X(10) VALUE "PROGRAM".
           05  FILLER               PIC X(04) VALUE "HOW".
           05  FILLER               PIC X(07) VALUE "RID".
           05  FILLER               PIC X(30) VALUE "REASON".
       01  WS-RPT-ENTRY.
           05  AR-EN-DT             PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  AR-EN-HH             PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  AR-EN-MI             PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  AR-EN-SS             PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AR-EN-OPERATOR       PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AR-EN-TERMINAL       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AR-EN-PROGRAM        PIC X(09).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  AR-EN-METHOD         PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  AR-EN-RID            PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AR-EN-REASON         PIC X(09).
           05  AR-EN-ON             PIC X(04).
           05  AR-EN-REASON-DT      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AR-EN-GEN            PIC X(14).
       01  WS-ACCESS-TM             PIC 9(08).
       01  WS-ACCESS-TM-R REDEFINES WS-ACCESS-TM.
           05  WS-ACCESS-HH         PIC 9(02).
           05  WS-ACCESS-MI         PIC 9(02).
           05  WS-ACCESS-SS         PIC 9(02).
           05  WS-ACCESS-CC         PIC 9(02).
       01  WS-RPT-OPR-HDG.
           05  FILLER               PIC X(10) VALUE "OPERATOR".
           05  FILLER               PIC X(10) VALUE "   LOOKUPS".
           05  FILLER               PIC X(10) VALUE "  3-MO AVG".
           05  FILLER               PIC X(11) VALUE " SSN MISSES".
       01  WS-RPT-OPR.
           05  AR-OP-OPERATOR       PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AR-OP-LOOKUPS        PIC Z(09)9.
           05  AR-OP-AVERAGE        PIC Z(09)9.
           05  AR-OP-SSN-MISS       PIC Z(10)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  AR-OP-FLAG           PIC X(20).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONNECT-DATABASE THRU 2000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 3500-LOAD-EXPUNGED THRU 3500-EXIT.
           PERFORM 4000-SCAN-SSN-AND-VOLUME THRU 4000-EXIT.
           PERFORM 5000-WRITE-VOLUME THRU 5000-EXIT.
           PERFORM 6000-SCAN-EXPUNGED-PURGED THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- SETTLE THE REPORT MONTH, ITS BASELINE, THE
      * VOLUME THRESHOLDS, AND THE EXPUNGED-RID SELECT.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-MONTH-TEXT.
           ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT "REGARPT_MONTH".

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
                   DISPLAY "ERROR: REGARPT_MONTH MUST BE YYYYMM, NOT "
                       WS-MONTH-TEXT UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               MOVE WS-MONTH-TEXT TO WS-RPT-MONTH
               IF WS-RPT-MM LESS 1 OR WS-RPT-MM GREATER 12 THEN
                   DISPLAY "ERROR: REGARPT_MONTH MUST BE YYYYMM, NOT "
                       WS-MONTH-TEXT UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
           END-IF.

           COMPUTE WS-RPT-MONTH-NO = WS-RPT-YYYY * 12 + WS-RPT-MM - 1.
           COMPUTE WS-MONTH-NO-WORK = WS-RPT-MONTH-NO - WS-BASE-MONTHS.
           DIVIDE WS-MONTH-NO-WORK BY 12
               GIVING WS-BASE-FIRST-YYYY
               REMAINDER WS-BASE-FIRST-MM
           END-DIVIDE.
           ADD 1 TO WS-BASE-FIRST-MM.
           COMPUTE WS-MONTH-NO-WORK = WS-RPT-MONTH-NO - 1.
           DIVIDE WS-MONTH-NO-WORK BY 12
               GIVING WS-BASE-LAST-YYYY
               REMAINDER WS-BASE-LAST-MM
           END-DIVIDE.
           ADD 1 TO WS-BASE-LAST-MM.

           MOVE SPACE TO WS-PARM-TEXT.
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "REGARPT_FACTOR".
           IF WS-PARM-TEXT NOT EQUAL SPACE THEN
               IF FUNCTION TRIM(WS-PARM-TEXT) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-FACTOR
               ELSE
                   DISPLAY "ERROR: REGARPT_FACTOR MUST BE A NUMBER"
                       UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
           END-IF.
           MOVE SPACE TO WS-PARM-TEXT.
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "REGARPT_MINIMUM".
           IF WS-PARM-TEXT NOT EQUAL SPACE THEN
               IF FUNCTION TRIM(WS-PARM-TEXT) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-MINIMUM
               ELSE
                   DISPLAY "ERROR: REGARPT_MINIMUM MUST BE A NUMBER"
                       UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
           END-IF.

           STRING
               "SELECT RID, TO_CHAR(EXPUNGE_DT,'YYYYMMDD')"
                   DELIMITED BY SIZE
               " FROM EXPUNGED_RID ORDER BY RID" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-EXPUNGED-SQL
           END-STRING.
       1000-EXIT.
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
               DISPLAY "ERROR: REGARPT UNABLE TO ESTABLISH CONNECTION"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES -- THE REPORT MUST OPEN.  NO ACCESS LOG MEANS
      * NOTHING HAS BEEN LOGGED YET: THE REPORT SAYS SO AND THE RUN
      * ENDS RC 4.  NO CATALOG ONLY COSTS THE PURGED CHECK.
      ******************************************************************
       3000-OPEN-FILES.
           OPEN OUTPUT ACCS-RPT.
           IF WS-ACCS-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN ACCSRPT, STATUS="
                   WS-ACCS-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE WS-RUN-DT           TO AR-H1-RUN-DT.
           MOVE WS-RPT-H1           TO AR-LINE.
           WRITE AR-LINE.
           MOVE WS-RPT-MONTH        TO AR-H2-MONTH.
           MOVE WS-BASE-FIRST       TO AR-H2-BASE-FIRST.
           MOVE WS-BASE-LAST        TO AR-H2-BASE-LAST.
           MOVE WS-FACTOR           TO AR-H2-FACTOR.
           MOVE WS-MINIMUM          TO AR-H2-MINIMUM.
           MOVE WS-RPT-H2           TO AR-LINE.
           WRITE AR-LINE.
           MOVE ALL "-"             TO AR-LINE.
           WRITE AR-LINE.

           SET LOG-NOT-AVAILABLE TO TRUE.
           OPEN INPUT ACCS-FILE.
           IF WS-ACCS-FILE-STATUS EQUAL "00" THEN
               SET LOG-AVAILABLE TO TRUE
               CLOSE ACCS-FILE
           ELSE
               IF WS-ACCS-FILE-STATUS NOT EQUAL "35" THEN
                   DISPLAY "ERROR: UNABLE TO OPEN ACCSFIL, STATUS="
                       WS-ACCS-FILE-STATUS UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               MOVE "NO ACCESS LOG ON FILE -- NOTHING TO REPORT"
                   TO AR-LINE
               WRITE AR-LINE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           SET CATALOG-NOT-AVAILABLE TO TRUE.
           OPEN INPUT ARCH-CAT.
           IF WS-ARCH-CAT-STATUS EQUAL "00" THEN
               SET CATALOG-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: ARCHCAT NOT AVAILABLE, STATUS="
                   WS-ARCH-CAT-STATUS " -- PURGED RIDS NOT CHECKED"
                   UPON SYSERR
               END-DISPLAY
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LOAD-EXPUNGED -- EVERY EXPUNGED RID WITH ITS DATE, IN RID
      * ORDER.
      ******************************************************************
       3500-LOAD-EXPUNGED.
           IF LOG-NOT-AVAILABLE THEN
               GO TO 3500-EXIT
           END-IF.

           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-EXPUNGED-SQL
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
                   "ERROR: EXPUNGED RID SELECT FAILED: "
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
           IF WS-NTUPLES GREATER WS-MAX-EXPUNGED THEN
               DISPLAY "ERROR: MORE THAN " WS-MAX-EXPUNGED
                   " EXPUNGED RIDS -- RUN ABANDONED" UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO BAIL
           END-IF.

           PERFORM 3550-LOAD-ONE-EXPUNGED THRU 3550-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       3500-EXIT.
           EXIT.

       3550-LOAD-ONE-EXPUNGED.
           ADD 1 TO WS-XP-COUNT.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 3560-FETCH-ONE-COLUMN THRU 3560-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-XP-RID(WS-XP-COUNT).
           MOVE 1 TO WS-COL-IDX.
           PERFORM 3560-FETCH-ONE-COLUMN THRU 3560-EXIT.
           MOVE WS-FIELD-TEXT(1:8) TO WS-XP-DT(WS-XP-COUNT).
       3550-EXIT.
           EXIT.

       3560-FETCH-ONE-COLUMN.
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
       3560-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SCAN-SSN-AND-VOLUME -- FIRST PASS OVER THE LOG.  EVERY
      * SSN SEARCH IN THE MONTH THAT FOUND NOBODY IS LISTED AS IT IS
      * READ; EVERY LOOKUP IN THE MONTH OR THE BASELINE IS COUNTED
      * AGAINST ITS OPERATOR.
      ******************************************************************
       4000-SCAN-SSN-AND-VOLUME.
           IF LOG-NOT-AVAILABLE THEN
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACE TO AR-LINE.
           WRITE AR-LINE.
           MOVE "SSN SEARCHES THAT FOUND NOBODY" TO AR-LINE.
           WRITE AR-LINE.
           MOVE WS-RPT-ENTRY-HDG TO AR-LINE.
           WRITE AR-LINE.

           OPEN INPUT ACCS-FILE.
           IF WS-ACCS-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN ACCSFIL, STATUS="
                   WS-ACCS-FILE-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           SET LOG-NOT-END-OF-FILE TO TRUE.
           PERFORM 4100-SCAN-ONE-ENTRY THRU 4100-EXIT
               UNTIL LOG-END-OF-FILE.
           CLOSE ACCS-FILE.

           IF WS-SSN-MISSES EQUAL ZERO THEN
               MOVE "  NONE" TO AR-LINE
               WRITE AR-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SCAN-ONE-ENTRY.
           READ ACCS-FILE
               AT END
                   SET LOG-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-ENTRIES-READ.

           PERFORM 4200-CLASSIFY-ENTRY THRU 4200-EXIT.
           IF ENTRY-OUTSIDE THEN
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4300-FIND-OPERATOR THRU 4300-EXIT.
           IF ENTRY-IN-BASELINE THEN
               ADD 1 TO WS-OPR-BASE-CNT(WS-OPR-SUB)
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-ENTRIES-IN-MONTH.
           ADD 1 TO WS-OPR-MONTH-CNT(WS-OPR-SUB).
           IF G01-BY-SSN AND G01-NOT-FOUND THEN
               ADD 1 TO WS-SSN-MISSES
               ADD 1 TO WS-OPR-SSN-MISS(WS-OPR-SUB)
               MOVE SPACE TO WS-FLAG-REASON
               MOVE ZERO TO WS-FLAG-DT
               MOVE SPACE TO WS-FLAG-GEN
               PERFORM 4400-WRITE-ENTRY-LINE THRU 4400-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-CLASSIFY-ENTRY -- REPORT MONTH, BASELINE, OR NEITHER.
      ******************************************************************
       4200-CLASSIFY-ENTRY.
           SET ENTRY-OUTSIDE TO TRUE.
           IF G01-ACCESS-DT NOT NUMERIC THEN
               GO TO 4200-EXIT
           END-IF.
           MOVE G01-ACCESS-DT TO WS-ENTRY-DT.
           COMPUTE WS-ENTRY-MONTH-NO =
               WS-ENTRY-YYYY * 12 + WS-ENTRY-MM - 1.
           IF WS-ENTRY-MONTH-NO EQUAL WS-RPT-MONTH-NO THEN
               SET ENTRY-IN-MONTH TO TRUE
               GO TO 4200-EXIT
           END-IF.
           IF WS-ENTRY-MONTH-NO LESS WS-RPT-MONTH-NO
                   AND WS-ENTRY-MONTH-NO + WS-BASE-MONTHS
                       NOT LESS WS-RPT-MONTH-NO THEN
               SET ENTRY-IN-BASELINE TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-FIND-OPERATOR -- WS-OPR-SUB TO THE ENTRY'S OPERATOR,
      * ADDING THE OPERATOR ON FIRST SIGHT.
      ******************************************************************
       4300-FIND-OPERATOR.
           IF WS-OPR-COUNT GREATER ZERO THEN
               SET WS-OPR-IDX TO 1
               SEARCH WS-OPR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OPR-ID(WS-OPR-IDX) EQUAL G01-OPERATOR-ID
                       SET WS-OPR-SUB TO WS-OPR-IDX
                       GO TO 4300-EXIT
               END-SEARCH
           END-IF.

           IF WS-OPR-COUNT GREATER OR EQUAL WS-MAX-OPRS THEN
               DISPLAY "ERROR: MORE THAN " WS-MAX-OPRS
                   " OPERATORS ON THE ACCESS LOG -- RUN ABANDONED"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           ADD 1 TO WS-OPR-COUNT.
           MOVE WS-OPR-COUNT TO WS-OPR-SUB.
           MOVE G01-OPERATOR-ID TO WS-OPR-ID(WS-OPR-SUB).
           MOVE ZERO TO WS-OPR-MONTH-CNT(WS-OPR-SUB).
           MOVE ZERO TO WS-OPR-BASE-CNT(WS-OPR-SUB).
           MOVE ZERO TO WS-OPR-SSN-MISS(WS-OPR-SUB).
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-WRITE-ENTRY-LINE -- ONE LOG ENTRY ON THE REPORT, WITH THE
      * REASON FIELDS WHEN SECTION THREE HAS SET THEM.
      ******************************************************************
       4400-WRITE-ENTRY-LINE.
           MOVE G01-ACCESS-DT   TO AR-EN-DT.
           MOVE G01-ACCESS-TM   TO WS-ACCESS-TM.
           MOVE WS-ACCESS-HH    TO AR-EN-HH.
           MOVE WS-ACCESS-MI    TO AR-EN-MI.
           MOVE WS-ACCESS-SS    TO AR-EN-SS.
           MOVE G01-OPERATOR-ID TO AR-EN-OPERATOR.
           MOVE G01-TERMINAL-ID TO AR-EN-TERMINAL.
           MOVE G01-PROGRAM-ID  TO AR-EN-PROGRAM.
           MOVE G01-METHOD      TO AR-EN-METHOD.
           MOVE G01-RID         TO AR-EN-RID.
           MOVE WS-FLAG-REASON  TO AR-EN-REASON.
           MOVE WS-FLAG-GEN     TO AR-EN-GEN.
           IF WS-FLAG-REASON NOT EQUAL SPACE THEN
               MOVE " ON "         TO AR-EN-ON
               MOVE WS-FLAG-DT     TO AR-EN-REASON-DT
           ELSE
               MOVE SPACE          TO AR-EN-ON
               MOVE SPACE          TO AR-EN-REASON-DT
           END-IF.
           MOVE WS-RPT-ENTRY TO AR-LINE.
           WRITE AR-LINE.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-VOLUME -- ONE LINE PER OPERATOR WITH LOOKUPS IN THE
      * MONTH.  THE AVERAGE IS THE BASELINE TOTAL OVER THREE MONTHS,
      * SO AN OPERATOR NEW IN THE BASELINE HAS A LOW ONE -- BETTER A
      * LOOK TOO MANY THAN TOO FEW.
      ******************************************************************
       5000-WRITE-VOLUME.
           IF LOG-NOT-AVAILABLE THEN
               GO TO 5000-EXIT
           END-IF.

           MOVE SPACE TO AR-LINE.
           WRITE AR-LINE.
           MOVE "LOOKUPS BY OPERATOR" TO AR-LINE.
           WRITE AR-LINE.
           MOVE WS-RPT-OPR-HDG TO AR-LINE.
           WRITE AR-LINE.

           PERFORM 5100-WRITE-ONE-OPERATOR THRU 5100-EXIT
               VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB GREATER WS-OPR-COUNT.

           IF WS-ENTRIES-IN-MONTH EQUAL ZERO THEN
               MOVE "  NO LOOKUPS IN THE MONTH" TO AR-LINE
               WRITE AR-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-OPERATOR.
           IF WS-OPR-MONTH-CNT(WS-OPR-SUB) EQUAL ZERO THEN
               GO TO 5100-EXIT
           END-IF.

           DIVIDE WS-OPR-BASE-CNT(WS-OPR-SUB) BY WS-BASE-MONTHS
               GIVING WS-OPR-AVERAGE
           END-DIVIDE.
           COMPUTE WS-OPR-LIMIT = WS-OPR-AVERAGE * WS-FACTOR.

           MOVE WS-OPR-ID(WS-OPR-SUB)        TO AR-OP-OPERATOR.
           MOVE WS-OPR-MONTH-CNT(WS-OPR-SUB) TO AR-OP-LOOKUPS.
           MOVE WS-OPR-AVERAGE               TO AR-OP-AVERAGE.
           MOVE WS-OPR-SSN-MISS(WS-OPR-SUB)  TO AR-OP-SSN-MISS.
           MOVE SPACE                        TO AR-OP-FLAG.
           IF WS-OPR-MONTH-CNT(WS-OPR-SUB) NOT LESS WS-MINIMUM
                   AND WS-OPR-MONTH-CNT(WS-OPR-SUB)
                       GREATER WS-OPR-LIMIT THEN
               MOVE "*** UNUSUAL VOLUME" TO AR-OP-FLAG
               ADD 1 TO WS-OPRS-FLAGGED
           END-IF.
           MOVE WS-RPT-OPR TO AR-LINE.
           WRITE AR-LINE.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-SCAN-EXPUNGED-PURGED -- SECOND PASS OVER THE LOG.  EVERY
      * LOOKUP IN THE MONTH NAMING A RID THAT WAS EXPUNGED OR PURGED
      * ON OR BEFORE THE DAY OF THE LOOKUP IS LISTED WITH WHICH AND
      * WHEN (AND, FOR A PURGE, THE ARCHIVE GENERATION).
      ******************************************************************
       6000-SCAN-EXPUNGED-PURGED.
           IF LOG-NOT-AVAILABLE THEN
               GO TO 6000-EXIT
           END-IF.

           MOVE SPACE TO AR-LINE.
           WRITE AR-LINE.
           MOVE "LOOKUPS OF EXPUNGED OR PURGED RIDS" TO AR-LINE.
           WRITE AR-LINE.
           IF CATALOG-NOT-AVAILABLE THEN
               MOVE "  (NO ARCHIVE CATALOG -- PURGED RIDS NOT CHECKED)"
                   TO AR-LINE
               WRITE AR-LINE
           END-IF.
           MOVE WS-RPT-ENTRY-HDG TO AR-LINE.
           WRITE AR-LINE.

           OPEN INPUT ACCS-FILE.
           IF WS-ACCS-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN ACCSFIL, STATUS="
                   WS-ACCS-FILE-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           SET LOG-NOT-END-OF-FILE TO TRUE.
           PERFORM 6100-CHECK-ONE-ENTRY THRU 6100-EXIT
               UNTIL LOG-END-OF-FILE.
           CLOSE ACCS-FILE.

           IF WS-GONE-LOOKUPS EQUAL ZERO THEN
               MOVE "  NONE" TO AR-LINE
               WRITE AR-LINE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-ENTRY.
           READ ACCS-FILE
               AT END
                   SET LOG-END-OF-FILE TO TRUE
                   GO TO 6100-EXIT
           END-READ.

           PERFORM 4200-CLASSIFY-ENTRY THRU 4200-EXIT.
           IF NOT ENTRY-IN-MONTH OR G01-RID NOT NUMERIC
                   OR G01-RID EQUAL ZERO THEN
               GO TO 6100-EXIT
           END-IF.

           MOVE SPACE TO WS-FLAG-REASON.
           MOVE ZERO TO WS-FLAG-DT.
           MOVE SPACE TO WS-FLAG-GEN.
           IF WS-XP-COUNT GREATER ZERO THEN
               SEARCH ALL WS-XP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-XP-RID(WS-XP-IDX) EQUAL G01-RID
                       IF WS-XP-DT(WS-XP-IDX)
                               NOT GREATER G01-ACCESS-DT THEN
                           MOVE "EXPUNGED" TO WS-FLAG-REASON
                           MOVE WS-XP-DT(WS-XP-IDX) TO WS-FLAG-DT
                       END-IF
               END-SEARCH
           END-IF.

           IF WS-FLAG-REASON EQUAL SPACE AND CATALOG-AVAILABLE THEN
               PERFORM 6200-CHECK-CATALOG THRU 6200-EXIT
           END-IF.

           IF WS-FLAG-REASON NOT EQUAL SPACE THEN
               ADD 1 TO WS-GONE-LOOKUPS
               PERFORM 4400-WRITE-ENTRY-LINE THRU 4400-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-CHECK-CATALOG -- THE RID'S CATALOG ENTRIES IN GENERATION
      * ORDER; THE FIRST PURGED ON OR BEFORE THE LOOKUP FLAGS IT,
      * UNLESS REGREST HAD ALREADY REINSTATED THE RID FROM THAT
      * GENERATION BY THE DAY OF THE LOOKUP.
      ******************************************************************
       6200-CHECK-CATALOG.
           MOVE G01-RID TO WS-CAT-RID.
           MOVE WS-CAT-RID TO K01-RID.
           MOVE LOW-VALUES TO K01-ARCH-GEN.
           SET CAT-NOT-END-OF-RID TO TRUE.
           START ARCH-CAT
               KEY IS NOT LESS THAN K01-CATALOG-KEY
               INVALID KEY
                   SET CAT-END-OF-RID TO TRUE
           END-START.
           PERFORM 6250-CHECK-ONE-CATALOG-ENTRY THRU 6250-EXIT
               UNTIL CAT-END-OF-RID.
       6200-EXIT.
           EXIT.

       6250-CHECK-ONE-CATALOG-ENTRY.
           READ ARCH-CAT NEXT
               AT END
                   SET CAT-END-OF-RID TO TRUE
                   GO TO 6250-EXIT
           END-READ.
           IF K01-RID NOT EQUAL WS-CAT-RID THEN
               SET CAT-END-OF-RID TO TRUE
               GO TO 6250-EXIT
           END-IF.
           IF K01-PURGE-DT GREATER G01-ACCESS-DT THEN
               GO TO 6250-EXIT
           END-IF.
           IF K01-RESTORED-DT NUMERIC AND K01-RESTORED-DT NOT EQUAL ZERO
                   AND K01-RESTORED-DT NOT GREATER G01-ACCESS-DT THEN
               GO TO 6250-EXIT
           END-IF.
           MOVE "PURGED" TO WS-FLAG-REASON.
           MOVE K01-PURGE-DT TO WS-FLAG-DT.
           MOVE K01-ARCH-GEN TO WS-FLAG-GEN.
           SET CAT-END-OF-RID TO TRUE.
       6250-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES -- TOTALS, THEN CLOSE.  ANY FLAG SETS RC 4.
      ******************************************************************
       7000-CLOSE-FILES.
           IF WS-SSN-MISSES GREATER ZERO OR WS-OPRS-FLAGGED GREATER ZERO
                   OR WS-GONE-LOOKUPS GREATER ZERO THEN
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           MOVE SPACE TO AR-LINE.
           WRITE AR-LINE.
           MOVE ALL "-" TO AR-LINE.
           WRITE AR-LINE.
           MOVE WS-ENTRIES-IN-MONTH TO WS-COUNT-DISP.
           MOVE SPACE TO AR-LINE.
           STRING "LOOKUPS IN THE MONTH:       " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO AR-LINE
           END-STRING.
           WRITE AR-LINE.
           MOVE WS-SSN-MISSES TO WS-COUNT-DISP.
           MOVE SPACE TO AR-LINE.
           STRING "SSN SEARCHES FINDING NOBODY:" DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO AR-LINE
           END-STRING.
           WRITE AR-LINE.
           MOVE WS-OPRS-FLAGGED TO WS-COUNT-DISP.
           MOVE SPACE TO AR-LINE.
           STRING "OPERATORS AT UNUSUAL VOLUME:" DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO AR-LINE
           END-STRING.
           WRITE AR-LINE.
           MOVE WS-GONE-LOOKUPS TO WS-COUNT-DISP.
           MOVE SPACE TO AR-LINE.
           STRING "EXPUNGED/PURGED RID LOOKUPS:" DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO AR-LINE
           END-STRING.
           WRITE AR-LINE.

           CLOSE ACCS-RPT.
           IF CATALOG-AVAILABLE THEN
               CLOSE ARCH-CAT
           END-IF.
           DISPLAY "REPORT MONTH:       " WS-RPT-MONTH END-DISPLAY.
           DISPLAY "LOG ENTRIES READ:   " WS-ENTRIES-READ END-DISPLAY.
           DISPLAY "ENTRIES IN MONTH:   " WS-ENTRIES-IN-MONTH
           END-DISPLAY.
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

       END PROGRAM REGARPT.

      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       BATCH BACKOUT.  UNDOES ONE LOADED BATCH
      *                (REGBKOUT_BATCH_ID) BY PUTTING BACK THE BEFORE
      *                IMAGES REGFILE JOURNALED TO LOAD_JOURNAL FOR
      *                EVERY RID THE BATCH CHANGED -- REGISTRATIONS,
      *                REGISTRATION_HISTORY, REGISTRANT_ADDRESS AND
      *                REGISTRANT_CONTACT ALIKE.  A RID THE BATCH
      *                INSERTED IS REMOVED; A RID IT DELETED OR MERGED
      *                AWAY COMES BACK.
      *
      *                THE BACKOUT IS REFUSED, AND NOTHING IS TOUCHED,
      *                WHEN ANY OF THOSE RIDS HAS CHANGED SINCE: A
      *                LATER BATCH THAT TOUCHED THE SAME RID IS LISTED
      *                BY BATCH ID, AND A RID WHOSE ROWS NO LONGER
      *                MATCH THE BATCH'S AFTER IMAGES (MAINTENANCE,
      *                PURGE, ERASURE, RETURNED MAIL) IS LISTED AS
      *                CHANGED OUTSIDE A LOAD.  THOSE HAVE TO BE BACKED
      *                OUT OR SETTLED FIRST -- RESTORING OVER THEM
      *                WOULD SILENTLY LOSE SOMEBODY ELSE'S WORK.
      *
      *                THE RESTORE RUNS IN ONE TRANSACTION.  ON COMMIT
      *                THE LOAD_RUN_CONTROL ROW IS MARKED BACKED OUT
      *                ("B") AND THE BATCH'S JOURNAL IS RETIRED, SO A
      *                CORRECTED RESEND OF THE SAME BATCH ID LOADS AS
      *                A FRESH ATTEMPT.  PRINTS BKOUTRPT WITH EVERY
      *                RID AND WHAT WAS DONE TO IT, SSNS MASKED
      *                THROUGH SSNMASK.
      *
      *                RETURN CODE 0 BACKED OUT, 8 REFUSED OR FAILED.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -X -STD=IBM -LPQ REGBKOUT.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL BATCH BACKOUT JOB.
      *    20261015 TWK  A REVIEWED-DUPLICATE FOLD THE BATCH APPLIED
      *                  (DUP_REVIEW.APPLIED_BATCH) IS UN-STAMPED WITH
      *                  THE RESTORE, SO THE MERGE CAN BE RESENT.
      *    20261015 TWK  THE BATCH'S LOAD ACTIVITY ROWS IN
      *                  REG_CHANGE_AUDIT GO WITH THE RESTORE, SO
      *                  REGSTATS NEVER COUNTS A BACKED-OUT BATCH (OR
      *                  COUNTS A CORRECTED RESEND TWICE).  OPERATOR
      *                  ATTRIBUTION ROWS ARE KEPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGBKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKOUT-RPT ASSIGN TO "BKOUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKOUT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKOUT-RPT.
       01  BK-LINE                  PIC X(100).

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

       01  WS-BKOUT-RPT-STATUS      PIC X(02).

      *----------------------------------------------------------------
      * DBCONN CALLER ID -- SIZED TO DBCONN'S LINKAGE ITEM SO THE CALL
      * NEVER READS PAST A SHORT LITERAL'S STORAGE.
      *----------------------------------------------------------------
       01  WS-CALLER-ID             PIC X(09) VALUE "REGBKOUT".

      *----------------------------------------------------------------
      * THE BATCH TO BACK OUT AND WHAT RUN CONTROL SAYS ABOUT IT
      *----------------------------------------------------------------
       01  WS-BATCH-ID              PIC X(12).
       01  WS-BATCH-SOURCE          PIC X(08).
       01  WS-BATCH-STATUS          PIC X(01).
           88  BATCH-COMPLETE           VALUE "C".
           88  BATCH-FAILED             VALUE "F".
           88  BATCH-RUNNING            VALUE "R".
           88  BATCH-BACKED-OUT         VALUE "B".

      *----------------------------------------------------------------
      * STATEMENTS.  EVERY ONE TAKES THE BATCH ID AS $1.  A RID IS IN
      * SCOPE WHEN THE BATCH JOURNALED ANY BEFORE OR AFTER IMAGE FOR
      * IT; A RID WITH ONLY ITS "T" MARKER WAS NEVER CHANGED (THE
      * LOAD STOPPED BEFORE ITS AFTER IMAGE) AND IS LEFT ALONE.
      * SSNS COME FROM THE JOURNALED REGISTRATIONS IMAGE, SO A RID
      * SINCE REMOVED FROM THE LIVE TABLE STILL REPORTS ONE.
      *----------------------------------------------------------------
       01  WS-RC-CHECK-SQL          PIC X(128).
       01  WS-LATER-SQL             PIC X(768).
       01  WS-OUTSIDE-SQL           PIC X(1536).
       01  WS-RID-LIST-SQL          PIC X(768).
       01  WS-DELETE-SQL            PIC X(160).
       01  WS-RESTORE-SQL           PIC X(256).
       01  WS-MARK-SQL              PIC X(128).
       01  WS-RETIRE-SQL            PIC X(64).
       01  WS-UNFOLD-SQL            PIC X(80).
       01  WS-UNCOUNT-SQL           PIC X(96).
       01  WS-BEGIN-SQL             PIC X(08).
       01  WS-COMMIT-SQL            PIC X(08).
       01  WS-ROLLBACK-SQL          PIC X(10).
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-ROW-IDX               USAGE BINARY-LONG.
       01  WS-COL-IDX               USAGE BINARY-LONG.
       01  WS-FIELD-TEXT            PIC X(32).
       01  WS-PARAM-VALUES.
           05  WS-PARAM-VALUE       OCCURS 1 TIMES PIC X(32).
       01  WS-PARAM-PTRS.
           05  WS-PARAM-PTR         OCCURS 1 TIMES USAGE POINTER.
       01  WS-CMD-TUPLES-TEXT       PIC X(08).
       01  WS-ROWS-AFFECTED         PIC 9(06) COMP.
       01  WS-STEP-SW               PIC X(01).
           88  STEP-OK                  VALUE "Y".
           88  STEP-FAILED              VALUE "N".

      *----------------------------------------------------------------
      * THE FOUR JOURNALED TABLES, PARENT FIRST.  ROWS ARE PUT BACK IN
      * THIS ORDER AND REMOVED IN THE REVERSE ORDER SO A CHILD ROW
      * NEVER OUTLIVES OR PRECEDES ITS REGISTRATION.
      *----------------------------------------------------------------
       01  WS-TABLE-NAMES.
           05  FILLER               PIC X(20)
                   VALUE "REGISTRATIONS".
           05  FILLER               PIC X(20)
                   VALUE "REGISTRATION_HISTORY".
           05  FILLER               PIC X(20)
                   VALUE "REGISTRANT_ADDRESS".
           05  FILLER               PIC X(20)
                   VALUE "REGISTRANT_CONTACT".
       01  WS-TABLE-TABLE REDEFINES WS-TABLE-NAMES.
           05  WS-TABLE-NM          PIC X(20) OCCURS 4 TIMES.
       01  WS-TABLE-IDX             PIC 9(02) COMP.

      *----------------------------------------------------------------
      * ONE REPORTED RID
      *----------------------------------------------------------------
       01  WS-ROW-RID               PIC X(06).
       01  WS-ROW-SSN               PIC 9(09).
       01  WS-ROW-SSN-TEXT          PIC X(09).
       01  WS-ROW-LATER-BATCH       PIC X(12).
       01  WS-ROW-BEFORE-ROWS       PIC 9(05).
       01  WS-ROW-AFTER-ROWS        PIC 9(05).
       01  WS-ROW-BEFORE-REG        PIC X(01).
       01  WS-ROW-AFTER-REG         PIC X(01).
       01  WS-MASKED-SSN            PIC X(11).

      *----------------------------------------------------------------
      * RUN COUNTERS
      *----------------------------------------------------------------
       01  WS-LATER-CONFLICTS       PIC 9(06) COMP VALUE ZERO.
       01  WS-OUTSIDE-CONFLICTS     PIC 9(06) COMP VALUE ZERO.
       01  WS-RIDS-IN-SCOPE         PIC 9(06) COMP VALUE ZERO.
       01  WS-ROWS-REMOVED          PIC 9(06) COMP VALUE ZERO.
       01  WS-ROWS-RESTORED         PIC 9(06) COMP VALUE ZERO.
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.
       01  WS-RUN-DT                PIC 9(08).
       01  WS-OUTCOME               PIC X(60).

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "REGISTRANT LOAD BATCH BACKOUT".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  BK-H1-RUN-DT         PIC 9(08).
       01  WS-RPT-H2.
           05  FILLER               PIC X(07) VALUE "BATCH: ".
           05  BK-H2-BATCH-ID       PIC X(12).
           05  FILLER               PIC X(10) VALUE "  SOURCE: ".
           05  BK-H2-SOURCE         PIC X(08).
           05  FILLER               PIC X(19) VALUE
               "  RUN-CONTROL STAT ".
           05  BK-H2-STATUS         PIC X(01).
       01  WS-RPT-SECTION           PIC X(60).
       01  WS-RPT-CONFLICT-HDR.
           05  FILLER               PIC X(08) VALUE "RID".
           05  FILLER               PIC X(13) VALUE "SSN".
           05  FILLER               PIC X(14) VALUE "LATER BATCH".
       01  WS-RPT-CONFLICT.
           05  BK-CF-RID            PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  BK-CF-SSN            PIC X(11).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  BK-CF-LATER-BATCH    PIC X(12).
       01  WS-RPT-RID-HDR.
           05  FILLER               PIC X(08) VALUE "RID".
           05  FILLER               PIC X(13) VALUE "SSN".
           05  FILLER               PIC X(26) VALUE "ACTION".
           05  FILLER               PIC X(08) VALUE "BEFORE".
           05  FILLER               PIC X(08) VALUE "AFTER".
       01  WS-RPT-RID.
           05  BK-RD-RID            PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  BK-RD-SSN            PIC X(11).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  BK-RD-ACTION         PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  BK-RD-BEFORE-ROWS    PIC ZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  BK-RD-AFTER-ROWS     PIC ZZZZ9.
       01  WS-RPT-COUNT-LINE.
           05  BK-CT-LABEL          PIC X(40).
           05  BK-CT-COUNT          PIC Z(05)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONNECT-DATABASE THRU 2000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-BACK-OUT-BATCH THRU 4000-EXIT.
           PERFORM 6000-WRITE-RUN-TOTALS THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- THE BATCH ID IS REQUIRED; BUILD THE FIXED
      * STATEMENTS.  THE PER-TABLE DELETE/RESTORE STATEMENTS ARE BUILT
      * AS EACH TABLE COMES UP.
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACE TO WS-BATCH-ID.
           ACCEPT WS-BATCH-ID FROM ENVIRONMENT "REGBKOUT_BATCH_ID".
           IF WS-BATCH-ID EQUAL SPACE THEN
               DISPLAY "ERROR: REGBKOUT_BATCH_ID NOT SET -- NOTHING"
                   " TO BACK OUT"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           STRING
               "SELECT STATUS, SOURCE_SYSTEM FROM LOAD_RUN_CONTROL"
                   DELIMITED BY SIZE
               " WHERE BATCH_ID=$1" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-RC-CHECK-SQL
           END-STRING.

      *----------------------------------------------------------------
      * LATER BATCHES: ANY OTHER BATCH THAT JOURNALED A CHANGE TO ONE
      * OF THIS BATCH'S RIDS AFTER THIS BATCH FIRST TOUCHED IT.  A
      * LATER BATCH ALREADY BACKED OUT HAS NO JOURNAL LEFT, SO IT NO
      * LONGER COUNTS.
      *----------------------------------------------------------------
           STRING
               "SELECT DISTINCT T.RID, L.BATCH_ID," DELIMITED BY SIZE
               " COALESCE((SELECT MAX(LPAD(S.ROW_IMAGE::JSON->>'ssn',"
                   DELIMITED BY SIZE
               " 9,'0')) FROM LOAD_JOURNAL S WHERE S.BATCH_ID=$1"
                   DELIMITED BY SIZE
               " AND S.RID=T.RID AND S.TABLE_NM='REGISTRATIONS'),'')"
                   DELIMITED BY SIZE
               " FROM LOAD_JOURNAL T JOIN LOAD_JOURNAL L"
                   DELIMITED BY SIZE
               " ON L.RID=T.RID AND L.BATCH_ID<>T.BATCH_ID"
                   DELIMITED BY SIZE
               " AND L.IMAGE_TYPE<>'T' AND L.JOURNAL_TS>T.JOURNAL_TS"
                   DELIMITED BY SIZE
               " WHERE T.BATCH_ID=$1 AND T.IMAGE_TYPE='T'"
                   DELIMITED BY SIZE
               " AND EXISTS (SELECT 1 FROM LOAD_JOURNAL K"
                   DELIMITED BY SIZE
               " WHERE K.BATCH_ID=$1 AND K.RID=T.RID"
                   DELIMITED BY SIZE
               " AND K.IMAGE_TYPE<>'T')" DELIMITED BY SIZE
               " ORDER BY 1, 2" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-LATER-SQL
           END-STRING.

      *----------------------------------------------------------------
      * CHANGED OUTSIDE A LOAD: THE RID'S LIVE ROWS NO LONGER MATCH THE
      * AFTER IMAGES THIS BATCH LEFT (IN EITHER DIRECTION), AND NO
      * LATER BATCH ACCOUNTS FOR IT.
      *----------------------------------------------------------------
           STRING
               "WITH K AS (SELECT DISTINCT RID FROM LOAD_JOURNAL"
                   DELIMITED BY SIZE
               " WHERE BATCH_ID=$1 AND IMAGE_TYPE<>'T'),"
                   DELIMITED BY SIZE
               " C AS (SELECT R.RID, 'REGISTRATIONS' AS TBL,"
                   DELIMITED BY SIZE
               " ROW_TO_JSON(R)::TEXT AS IMAGE FROM REGISTRATIONS R"
                   DELIMITED BY SIZE
               " WHERE R.RID IN (SELECT RID FROM K)" DELIMITED BY SIZE
               " UNION ALL SELECT H.RID, 'REGISTRATION_HISTORY',"
                   DELIMITED BY SIZE
               " ROW_TO_JSON(H)::TEXT FROM REGISTRATION_HISTORY H"
                   DELIMITED BY SIZE
               " WHERE H.RID IN (SELECT RID FROM K)" DELIMITED BY SIZE
               " UNION ALL SELECT A.RID, 'REGISTRANT_ADDRESS',"
                   DELIMITED BY SIZE
               " ROW_TO_JSON(A)::TEXT FROM REGISTRANT_ADDRESS A"
                   DELIMITED BY SIZE
               " WHERE A.RID IN (SELECT RID FROM K)" DELIMITED BY SIZE
               " UNION ALL SELECT N.RID, 'REGISTRANT_CONTACT',"
                   DELIMITED BY SIZE
               " ROW_TO_JSON(N)::TEXT FROM REGISTRANT_CONTACT N"
                   DELIMITED BY SIZE
               " WHERE N.RID IN (SELECT RID FROM K)),"
                   DELIMITED BY SIZE
               " J AS (SELECT RID, TABLE_NM AS TBL, ROW_IMAGE AS IMAGE"
                   DELIMITED BY SIZE
               " FROM LOAD_JOURNAL WHERE BATCH_ID=$1"
                   DELIMITED BY SIZE
               " AND IMAGE_TYPE='A')," DELIMITED BY SIZE
               " D AS ((SELECT * FROM J EXCEPT SELECT * FROM C)"
                   DELIMITED BY SIZE
               " UNION (SELECT * FROM C EXCEPT SELECT * FROM J))"
                   DELIMITED BY SIZE
               " SELECT DISTINCT D.RID," DELIMITED BY SIZE
               " COALESCE((SELECT MAX(LPAD(S.ROW_IMAGE::JSON->>'ssn',"
                   DELIMITED BY SIZE
               " 9,'0')) FROM LOAD_JOURNAL S WHERE S.BATCH_ID=$1"
                   DELIMITED BY SIZE
               " AND S.RID=D.RID AND S.TABLE_NM='REGISTRATIONS'),'')"
                   DELIMITED BY SIZE
               " FROM D WHERE NOT EXISTS (SELECT 1 FROM LOAD_JOURNAL T"
                   DELIMITED BY SIZE
               " JOIN LOAD_JOURNAL L ON L.RID=T.RID" DELIMITED BY SIZE
               " AND L.BATCH_ID<>T.BATCH_ID AND L.IMAGE_TYPE<>'T'"
                   DELIMITED BY SIZE
               " AND L.JOURNAL_TS>T.JOURNAL_TS" DELIMITED BY SIZE
               " WHERE T.BATCH_ID=$1 AND T.IMAGE_TYPE='T'"
                   DELIMITED BY SIZE
               " AND T.RID=D.RID) ORDER BY 1" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-OUTSIDE-SQL
           END-STRING.

      *----------------------------------------------------------------
      * ONE LINE PER RID IN SCOPE: ITS SSN, HOW MANY BEFORE AND AFTER
      * ROWS WERE JOURNALED, AND WHETHER A REGISTRATIONS ROW EXISTED
      * BEFORE AND AFTER -- WHICH IS WHAT NAMES THE ACTION.
      *----------------------------------------------------------------
           STRING
               "SELECT J.RID," DELIMITED BY SIZE
               " COALESCE(MAX(CASE WHEN J.TABLE_NM='REGISTRATIONS'"
                   DELIMITED BY SIZE
               " THEN LPAD(J.ROW_IMAGE::JSON->>'ssn',9,'0') END),''),"
                   DELIMITED BY SIZE
               " SUM(CASE WHEN J.IMAGE_TYPE='B' THEN 1 ELSE 0 END),"
                   DELIMITED BY SIZE
               " SUM(CASE WHEN J.IMAGE_TYPE='A' THEN 1 ELSE 0 END),"
                   DELIMITED BY SIZE
               " MAX(CASE WHEN J.IMAGE_TYPE='B'" DELIMITED BY SIZE
               " AND J.TABLE_NM='REGISTRATIONS' THEN 'Y' ELSE 'N' END),"
                   DELIMITED BY SIZE
               " MAX(CASE WHEN J.IMAGE_TYPE='A'" DELIMITED BY SIZE
               " AND J.TABLE_NM='REGISTRATIONS' THEN 'Y' ELSE 'N' END)"
                   DELIMITED BY SIZE
               " FROM LOAD_JOURNAL J WHERE J.BATCH_ID=$1"
                   DELIMITED BY SIZE
               " AND J.RID IN (SELECT RID FROM LOAD_JOURNAL"
                   DELIMITED BY SIZE
               " WHERE BATCH_ID=$1 AND IMAGE_TYPE<>'T')"
                   DELIMITED BY SIZE
               " GROUP BY J.RID ORDER BY J.RID" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-RID-LIST-SQL
           END-STRING.

           STRING
               "UPDATE LOAD_RUN_CONTROL SET STATUS='B'"
                   DELIMITED BY SIZE
               " WHERE BATCH_ID=$1" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-MARK-SQL
           END-STRING.

           STRING
               "DELETE FROM LOAD_JOURNAL WHERE BATCH_ID=$1"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-RETIRE-SQL
           END-STRING.

           STRING
               "UPDATE DUP_REVIEW SET APPLIED_BATCH=NULL"
                   DELIMITED BY SIZE
               " WHERE APPLIED_BATCH=$1" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-UNFOLD-SQL
           END-STRING.

           STRING
               "DELETE FROM REG_CHANGE_AUDIT WHERE BATCH_ID=$1"
                   DELIMITED BY SIZE
               " AND OPERATOR_ID IS NULL" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-UNCOUNT-SQL
           END-STRING.

           STRING "BEGIN" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-BEGIN-SQL
           END-STRING.
           STRING "COMMIT" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-COMMIT-SQL
           END-STRING.
           STRING "ROLLBACK" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-ROLLBACK-SQL
           END-STRING.

           STRING WS-BATCH-ID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
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
               DISPLAY "ERROR: REGBKOUT UNABLE TO ESTABLISH CONNECTION"
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
           OPEN OUTPUT BKOUT-RPT.
           IF WS-BKOUT-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN BKOUTRPT, STATUS="
                   WS-BKOUT-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           MOVE WS-RUN-DT TO BK-H1-RUN-DT.
           MOVE WS-RPT-H1 TO BK-LINE.
           WRITE BK-LINE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-BACK-OUT-BATCH -- RUN CONTROL FIRST, THEN THE TWO
      * CONFLICT CHECKS, THEN THE RID LISTING, THEN THE RESTORE.  ANY
      * REFUSAL SETS WS-OUTCOME AND RETURN CODE 8 AND LEAVES THE
      * DATABASE AS IT WAS.
      ******************************************************************
       4000-BACK-OUT-BATCH.
           PERFORM 4100-CHECK-RUN-CONTROL THRU 4100-EXIT.
           IF WS-OUTCOME NOT EQUAL SPACE THEN
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4200-LIST-LATER-BATCHES THRU 4200-EXIT.
           IF WS-OUTCOME NOT EQUAL SPACE THEN
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4300-LIST-OUTSIDE-CHANGES THRU 4300-EXIT.
           IF WS-OUTCOME NOT EQUAL SPACE THEN
               GO TO 4000-EXIT
           END-IF.

           IF WS-LATER-CONFLICTS GREATER ZERO OR
                   WS-OUTSIDE-CONFLICTS GREATER ZERO THEN
               MOVE "BACKOUT REFUSED -- RIDS CHANGED SINCE THIS BATCH"
                   TO WS-OUTCOME
               MOVE 8 TO WS-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4400-LIST-RIDS THRU 4400-EXIT.
           IF WS-OUTCOME NOT EQUAL SPACE THEN
               GO TO 4000-EXIT
           END-IF.

           PERFORM 5000-APPLY-BACKOUT THRU 5000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CHECK-RUN-CONTROL -- THE BATCH MUST BE ON RUN CONTROL AND
      * FINISHED ONE WAY OR THE OTHER.  A BATCH STILL RUNNING IS LEFT
      * TO REGWATCH; ONE ALREADY BACKED OUT HAS NOTHING LEFT TO UNDO.
      ******************************************************************
       4100-CHECK-RUN-CONTROL.
           MOVE SPACE TO WS-OUTCOME.
           MOVE SPACE TO WS-BATCH-STATUS.
           MOVE SPACE TO WS-BATCH-SOURCE.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-RC-CHECK-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.

           PERFORM 4900-CHECK-SELECT THRU 4900-EXIT.
           IF STEP-FAILED THEN
               MOVE "BACKOUT REFUSED -- RUN-CONTROL LOOKUP FAILED"
                   TO WS-OUTCOME
               GO TO 4100-REPORT
           END-IF.

           IF WS-NTUPLES EQUAL ZERO THEN
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               MOVE "BACKOUT REFUSED -- BATCH NOT ON RUN CONTROL"
                   TO WS-OUTCOME
               MOVE 8 TO WS-RETURN-CODE
               GO TO 4100-REPORT
           END-IF.

           MOVE ZERO TO WS-ROW-IDX.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE WS-FIELD-TEXT TO WS-BATCH-STATUS.
           MOVE 1 TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE WS-FIELD-TEXT TO WS-BATCH-SOURCE.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.

           EVALUATE TRUE
               WHEN BATCH-RUNNING
                   MOVE "BACKOUT REFUSED -- BATCH IS STILL RUNNING"
                       TO WS-OUTCOME
                   MOVE 8 TO WS-RETURN-CODE
               WHEN BATCH-BACKED-OUT
                   MOVE "BACKOUT REFUSED -- BATCH ALREADY BACKED OUT"
                       TO WS-OUTCOME
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4100-REPORT.
           MOVE WS-BATCH-ID     TO BK-H2-BATCH-ID.
           MOVE WS-BATCH-SOURCE TO BK-H2-SOURCE.
           MOVE WS-BATCH-STATUS TO BK-H2-STATUS.
           MOVE WS-RPT-H2 TO BK-LINE.
           WRITE BK-LINE.
           MOVE ALL "-" TO BK-LINE.
           WRITE BK-LINE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-LIST-LATER-BATCHES -- FIRST CONFLICT SECTION: EACH RID A
      * LATER BATCH ALSO CHANGED, WITH THAT BATCH'S ID.
      ******************************************************************
       4200-LIST-LATER-BATCHES.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-LATER-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.

           PERFORM 4900-CHECK-SELECT THRU 4900-EXIT.
           IF STEP-FAILED THEN
               MOVE "BACKOUT REFUSED -- LATER-BATCH CHECK FAILED"
                   TO WS-OUTCOME
               GO TO 4200-EXIT
           END-IF.

           MOVE WS-NTUPLES TO WS-LATER-CONFLICTS.
           IF WS-NTUPLES GREATER ZERO THEN
               MOVE SPACE TO BK-LINE
               WRITE BK-LINE
               MOVE "RIDS CHANGED AGAIN BY A LATER BATCH"
                   TO WS-RPT-SECTION
               MOVE WS-RPT-SECTION TO BK-LINE
               WRITE BK-LINE
               MOVE WS-RPT-CONFLICT-HDR TO BK-LINE
               WRITE BK-LINE
               PERFORM 4250-WRITE-LATER-CONFLICT THRU 4250-EXIT
                   VARYING WS-ROW-IDX FROM 0 BY 1
                   UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       4200-EXIT.
           EXIT.

       4250-WRITE-LATER-CONFLICT.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-RID.
           MOVE 1 TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-LATER-BATCH.
           MOVE 2 TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-SSN-TEXT.
           PERFORM 4960-MASK-ROW-SSN THRU 4960-EXIT.

           MOVE WS-ROW-RID         TO BK-CF-RID.
           MOVE WS-MASKED-SSN      TO BK-CF-SSN.
           MOVE WS-ROW-LATER-BATCH TO BK-CF-LATER-BATCH.
           MOVE WS-RPT-CONFLICT TO BK-LINE.
           WRITE BK-LINE.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 4300-LIST-OUTSIDE-CHANGES -- SECOND CONFLICT SECTION: RIDS
      * WHOSE ROWS WERE CHANGED SINCE THE BATCH BY SOMETHING OTHER
      * THAN A LOAD.
      ******************************************************************
       4300-LIST-OUTSIDE-CHANGES.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-OUTSIDE-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.

           PERFORM 4900-CHECK-SELECT THRU 4900-EXIT.
           IF STEP-FAILED THEN
               MOVE "BACKOUT REFUSED -- CHANGED-ROW CHECK FAILED"
                   TO WS-OUTCOME
               GO TO 4300-EXIT
           END-IF.

           MOVE WS-NTUPLES TO WS-OUTSIDE-CONFLICTS.
           IF WS-NTUPLES GREATER ZERO THEN
               MOVE SPACE TO BK-LINE
               WRITE BK-LINE
               MOVE "RIDS CHANGED OUTSIDE A LOAD SINCE THIS BATCH"
                   TO WS-RPT-SECTION
               MOVE WS-RPT-SECTION TO BK-LINE
               WRITE BK-LINE
               MOVE WS-RPT-CONFLICT-HDR TO BK-LINE
               WRITE BK-LINE
               PERFORM 4350-WRITE-OUTSIDE-CONFLICT THRU 4350-EXIT
                   VARYING WS-ROW-IDX FROM 0 BY 1
                   UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       4300-EXIT.
           EXIT.

       4350-WRITE-OUTSIDE-CONFLICT.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-RID.
           MOVE 1 TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-SSN-TEXT.
           PERFORM 4960-MASK-ROW-SSN THRU 4960-EXIT.

           MOVE WS-ROW-RID    TO BK-CF-RID.
           MOVE WS-MASKED-SSN TO BK-CF-SSN.
           MOVE "(NOT A LOAD)" TO BK-CF-LATER-BATCH.
           MOVE WS-RPT-CONFLICT TO BK-LINE.
           WRITE BK-LINE.
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 4400-LIST-RIDS -- EVERY RID THE BACKOUT WILL PUT BACK, WITH THE
      * ACTION THAT UNDOES WHAT THE BATCH DID TO IT.
      ******************************************************************
       4400-LIST-RIDS.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-RID-LIST-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.

           PERFORM 4900-CHECK-SELECT THRU 4900-EXIT.
           IF STEP-FAILED THEN
               MOVE "BACKOUT REFUSED -- RID LISTING FAILED"
                   TO WS-OUTCOME
               GO TO 4400-EXIT
           END-IF.

           MOVE WS-NTUPLES TO WS-RIDS-IN-SCOPE.
           MOVE SPACE TO BK-LINE.
           WRITE BK-LINE.
           MOVE "RIDS BACKED OUT" TO WS-RPT-SECTION.
           MOVE WS-RPT-SECTION TO BK-LINE.
           WRITE BK-LINE.
           MOVE WS-RPT-RID-HDR TO BK-LINE.
           WRITE BK-LINE.

           PERFORM 4450-WRITE-ONE-RID THRU 4450-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       4400-EXIT.
           EXIT.

       4450-WRITE-ONE-RID.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-RID.
           MOVE 1 TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-SSN-TEXT.
           MOVE 2 TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-ROW-BEFORE-ROWS.
           MOVE 3 TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-ROW-AFTER-ROWS.
           MOVE 4 TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-BEFORE-REG.
           MOVE 5 TO WS-COL-IDX.
           PERFORM 4950-FETCH-ONE-COLUMN THRU 4950-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-AFTER-REG.
           PERFORM 4960-MASK-ROW-SSN THRU 4960-EXIT.

           EVALUATE TRUE
               WHEN WS-ROW-BEFORE-REG EQUAL "N" AND
                       WS-ROW-AFTER-REG EQUAL "Y"
                   MOVE "INSERT REMOVED" TO BK-RD-ACTION
               WHEN WS-ROW-BEFORE-REG EQUAL "Y" AND
                       WS-ROW-AFTER-REG EQUAL "N"
                   MOVE "DELETE/MERGE REVERSED" TO BK-RD-ACTION
               WHEN WS-ROW-BEFORE-REG EQUAL "Y"
                   MOVE "PRIOR ROWS RESTORED" TO BK-RD-ACTION
               WHEN OTHER
                   MOVE "CHILD ROWS RESTORED" TO BK-RD-ACTION
           END-EVALUATE.

           MOVE WS-ROW-RID         TO BK-RD-RID.
           MOVE WS-MASKED-SSN      TO BK-RD-SSN.
           MOVE WS-ROW-BEFORE-ROWS TO BK-RD-BEFORE-ROWS.
           MOVE WS-ROW-AFTER-ROWS  TO BK-RD-AFTER-ROWS.
           MOVE WS-RPT-RID TO BK-LINE.
           WRITE BK-LINE.
       4450-EXIT.
           EXIT.

      ******************************************************************
      * 4900-CHECK-SELECT -- COMMON RESULT CHECK FOR THE QUERIES.  ON
      * FAILURE THE RESULT IS CLEARED HERE AND THE RUN ENDS 8.
      ******************************************************************
       4900-CHECK-SELECT.
           SET STEP-OK TO TRUE.

           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.

           IF WS-CALL-RESULT NOT EQUAL 2 THEN
               SET STEP-FAILED TO TRUE
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               MOVE SPACE TO ANSWER
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY "ERROR: BACKOUT QUERY FAILED FOR BATCH "
                   WS-BATCH-ID ": " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               MOVE 8 TO WS-RETURN-CODE
               GO TO 4900-EXIT
           END-IF.

           CALL "PQntuples" USING
               BY VALUE PGRES
               RETURNING WS-NTUPLES
           END-CALL.
       4900-EXIT.
           EXIT.

       4950-FETCH-ONE-COLUMN.
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
       4950-EXIT.
           EXIT.

      ******************************************************************
      * 4960-MASK-ROW-SSN -- A RID WITH NO REGISTRATIONS IMAGE (ONLY
      * CHILD ROWS CHANGED) HAS NO SSN TO SHOW.
      ******************************************************************
       4960-MASK-ROW-SSN.
           IF WS-ROW-SSN-TEXT NOT NUMERIC THEN
               MOVE SPACE TO WS-MASKED-SSN
               GO TO 4960-EXIT
           END-IF.

           MOVE WS-ROW-SSN-TEXT TO WS-ROW-SSN.
           CALL "SSNMASK" USING
               BY REFERENCE WS-ROW-SSN
               BY REFERENCE WS-MASKED-SSN
           END-CALL.
       4960-EXIT.
           EXIT.

      ******************************************************************
      * 5000-APPLY-BACKOUT -- ONE TRANSACTION: CLEAR EVERY IN-SCOPE
      * RID'S CURRENT ROWS CHILD TABLES FIRST, PUT THE BEFORE IMAGES
      * BACK PARENT TABLE FIRST, MARK RUN CONTROL, RETIRE THE JOURNAL.
      * A FAILED STEP ROLLS THE LOT BACK.
      ******************************************************************
       5000-APPLY-BACKOUT.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-BEGIN-SQL
               RETURNING PGRES
           END-CALL.
           PERFORM 5900-CHECK-STEP THRU 5900-EXIT.
           IF STEP-FAILED THEN
               MOVE "BACKOUT FAILED -- NOTHING CHANGED" TO WS-OUTCOME
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-REMOVE-CURRENT-ROWS THRU 5100-EXIT
               VARYING WS-TABLE-IDX FROM 4 BY -1
               UNTIL WS-TABLE-IDX LESS 1 OR STEP-FAILED.
           IF STEP-FAILED THEN
               PERFORM 5800-ROLL-BACK THRU 5800-EXIT
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5200-RESTORE-BEFORE-ROWS THRU 5200-EXIT
               VARYING WS-TABLE-IDX FROM 1 BY 1
               UNTIL WS-TABLE-IDX GREATER 4 OR STEP-FAILED.
           IF STEP-FAILED THEN
               PERFORM 5800-ROLL-BACK THRU 5800-EXIT
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5300-EXEC-BATCH-STATEMENT THRU 5300-EXIT.
           IF STEP-FAILED THEN
               PERFORM 5800-ROLL-BACK THRU 5800-EXIT
               GO TO 5000-EXIT
           END-IF.

           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-COMMIT-SQL
               RETURNING PGRES
           END-CALL.
           PERFORM 5900-CHECK-STEP THRU 5900-EXIT.
           IF STEP-FAILED THEN
               PERFORM 5800-ROLL-BACK THRU 5800-EXIT
               GO TO 5000-EXIT
           END-IF.

           MOVE "BATCH BACKED OUT" TO WS-OUTCOME.
       5000-EXIT.
           EXIT.

       5100-REMOVE-CURRENT-ROWS.
           MOVE SPACE TO WS-DELETE-SQL.
           STRING
               "DELETE FROM " DELIMITED BY SIZE
               WS-TABLE-NM(WS-TABLE-IDX) DELIMITED BY SPACE
               " WHERE RID IN (SELECT RID FROM LOAD_JOURNAL"
                   DELIMITED BY SIZE
               " WHERE BATCH_ID=$1 AND IMAGE_TYPE<>'T')"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-DELETE-SQL
           END-STRING.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-DELETE-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 5900-CHECK-STEP THRU 5900-EXIT.
           ADD WS-ROWS-AFFECTED TO WS-ROWS-REMOVED.
       5100-EXIT.
           EXIT.

       5200-RESTORE-BEFORE-ROWS.
           MOVE SPACE TO WS-RESTORE-SQL.
           STRING
               "INSERT INTO " DELIMITED BY SIZE
               WS-TABLE-NM(WS-TABLE-IDX) DELIMITED BY SPACE
               " SELECT (JSON_POPULATE_RECORD(NULL::"
                   DELIMITED BY SIZE
               WS-TABLE-NM(WS-TABLE-IDX) DELIMITED BY SPACE
               ", ROW_IMAGE::JSON)).* FROM LOAD_JOURNAL"
                   DELIMITED BY SIZE
               " WHERE BATCH_ID=$1 AND TABLE_NM='" DELIMITED BY SIZE
               WS-TABLE-NM(WS-TABLE-IDX) DELIMITED BY SPACE
               "' AND IMAGE_TYPE='B'" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-RESTORE-SQL
           END-STRING.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-RESTORE-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 5900-CHECK-STEP THRU 5900-EXIT.
           ADD WS-ROWS-AFFECTED TO WS-ROWS-RESTORED.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-EXEC-BATCH-STATEMENT -- MARK THE RUN-CONTROL ROW BACKED
      * OUT, RETIRE THE BATCH'S JOURNAL, RELEASE ANY DUPLICATE PAIR
      * IT FOLDED, AND DROP ITS ACTIVITY ROWS, INSIDE THE SAME
      * TRANSACTION AS THE RESTORE, SO NONE OF THEM EVER DISAGREE.
      ******************************************************************
       5300-EXEC-BATCH-STATEMENT.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-MARK-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 5900-CHECK-STEP THRU 5900-EXIT.
           IF STEP-FAILED THEN
               GO TO 5300-EXIT
           END-IF.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-RETIRE-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 5900-CHECK-STEP THRU 5900-EXIT.
           IF STEP-FAILED THEN
               GO TO 5300-EXIT
           END-IF.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-UNFOLD-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 5900-CHECK-STEP THRU 5900-EXIT.
           IF STEP-FAILED THEN
               GO TO 5300-EXIT
           END-IF.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-UNCOUNT-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 5900-CHECK-STEP THRU 5900-EXIT.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5800-ROLL-BACK -- UNDO A PART-DONE RESTORE.  THE DATABASE IS
      * LEFT EXACTLY AS IT WAS BEFORE THE BACKOUT STARTED.
      ******************************************************************
       5800-ROLL-BACK.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-ROLLBACK-SQL
               RETURNING PGRES
           END-CALL.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           MOVE ZERO TO WS-RIDS-IN-SCOPE.
           MOVE ZERO TO WS-ROWS-REMOVED.
           MOVE ZERO TO WS-ROWS-RESTORED.
           MOVE "BACKOUT FAILED -- ROLLED BACK, NOTHING CHANGED"
               TO WS-OUTCOME.
       5800-EXIT.
           EXIT.

      ******************************************************************
      * 5900-CHECK-STEP -- COMMON RESULT CHECK FOR THE RESTORE
      * STATEMENTS; PICKS UP THE AFFECTED-ROW COUNT ON SUCCESS.
      ******************************************************************
       5900-CHECK-STEP.
           SET STEP-OK TO TRUE.
           MOVE ZERO TO WS-ROWS-AFFECTED.

           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.

           IF WS-CALL-RESULT NOT EQUAL 1 AND
                   WS-CALL-RESULT NOT EQUAL 2 THEN
               SET STEP-FAILED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               MOVE SPACE TO ANSWER
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY "ERROR: BACKOUT STEP FAILED FOR BATCH "
                   WS-BATCH-ID ": " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
           ELSE
               CALL "PQcmdTuples" USING
                   BY VALUE PGRES
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               MOVE SPACE TO WS-CMD-TUPLES-TEXT
               STRING RESSTR DELIMITED BY X"00"
                   INTO WS-CMD-TUPLES-TEXT
               END-STRING
               IF WS-CMD-TUPLES-TEXT NOT EQUAL SPACE THEN
                   MOVE FUNCTION NUMVAL(WS-CMD-TUPLES-TEXT)
                       TO WS-ROWS-AFFECTED
               END-IF
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-RUN-TOTALS -- COUNTS AND THE ONE-LINE OUTCOME.
      ******************************************************************
       6000-WRITE-RUN-TOTALS.
           MOVE SPACE TO BK-LINE.
           WRITE BK-LINE.
           MOVE "LATER-BATCH CONFLICTS" TO BK-CT-LABEL.
           MOVE WS-LATER-CONFLICTS TO BK-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO BK-LINE.
           WRITE BK-LINE.
           MOVE "CHANGED OUTSIDE A LOAD" TO BK-CT-LABEL.
           MOVE WS-OUTSIDE-CONFLICTS TO BK-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO BK-LINE.
           WRITE BK-LINE.
           MOVE "RIDS BACKED OUT" TO BK-CT-LABEL.
           MOVE WS-RIDS-IN-SCOPE TO BK-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO BK-LINE.
           WRITE BK-LINE.
           MOVE "CURRENT ROWS REMOVED" TO BK-CT-LABEL.
           MOVE WS-ROWS-REMOVED TO BK-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO BK-LINE.
           WRITE BK-LINE.
           MOVE "BEFORE-IMAGE ROWS RESTORED" TO BK-CT-LABEL.
           MOVE WS-ROWS-RESTORED TO BK-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO BK-LINE.
           WRITE BK-LINE.
           MOVE SPACE TO BK-LINE.
           WRITE BK-LINE.
           MOVE WS-OUTCOME TO BK-LINE.
           WRITE BK-LINE.

           DISPLAY "BATCH " WS-BATCH-ID ": " FUNCTION TRIM(WS-OUTCOME)
               END-DISPLAY.
           DISPLAY "RIDS BACKED OUT:    " WS-RIDS-IN-SCOPE END-DISPLAY.
           DISPLAY "ROWS RESTORED:      " WS-ROWS-RESTORED END-DISPLAY.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE BKOUT-RPT.
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

       END PROGRAM REGBKOUT.

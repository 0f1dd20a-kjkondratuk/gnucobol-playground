      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       MORNING STATUS REPORT FOR THE JOB STREAM REGJOBS
      *                RUNS.  FOR THE LATEST RUN OF THE JOB
      *                (REGJOBS_JOB, DEFAULT NIGHTLY) PRINTS EVERY
      *                STEP IN THE STEP-DEFINITION FILE (JOBSTEPS, OR
      *                REGJOBS_STEPS) WITH ITS LIMIT, NUMBER OF
      *                ATTEMPTS, AND THE START, END, RETURN CODE AND
      *                STATUS OF ITS LAST ATTEMPT FROM JOB_STEP_LOG --
      *                STEPS THE RUN NEVER REACHED PRINT AS NOT RUN --
      *                THEN ONE LINE SAYING WHETHER THE RUN FINISHED
      *                OR WHERE THE NEXT REGJOBS WILL RESTART IT.
      *                RETURN CODE 0 FOR A COMPLETE RUN, 4 OTHERWISE,
      *                SO THE SCHEDULER CAN PAGE ON IT.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -X -STD=IBM -LPQ REGJRPT.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL JOB-STREAM STATUS REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGJRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STEPS ASSIGN TO WS-STEPS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPS-STATUS.
           SELECT JOB-RPT ASSIGN TO "JOBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STEPS.
           COPY JOBDEF.

       FD  JOB-RPT.
       01  JR-LINE                  PIC X(100).

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
      * DBCONN CALLER ID -- SIZED TO DBCONN'S LINKAGE ITEM SO THE CALL
      * NEVER READS PAST A SHORT LITERAL'S STORAGE.
      *----------------------------------------------------------------
       01  WS-CALLER-ID             PIC X(09) VALUE "REGJRPT".

      *----------------------------------------------------------------
      * RUN PARAMETERS -- THE SAME REGJOBS_JOB AND REGJOBS_STEPS THE
      * CONTROLLER READS.
      *----------------------------------------------------------------
       01  WS-JOB-NAME              PIC X(16) VALUE "NIGHTLY".
       01  WS-STEPS-FILE-NAME       PIC X(40) VALUE "JOBSTEPS".
       01  WS-ENV-TEXT              PIC X(64).

       01  WS-STEPS-STATUS          PIC X(02).
       01  WS-JOB-RPT-STATUS        PIC X(02).
       01  WS-STEPS-EOF-SW          PIC X(01) VALUE "N".
           88  STEPS-EOF                VALUE "Y".
           88  STEPS-NOT-EOF            VALUE "N".

      *----------------------------------------------------------------
      * STEP TABLE -- THE DEFINED STEPS IN FILE ORDER, EACH CARRYING
      * THE LAST LOGGED ATTEMPT.  A LOGGED STEP NO LONGER IN THE FILE
      * IS ADDED AT THE END SO NOTHING THAT RAN GOES UNREPORTED.
      *----------------------------------------------------------------
       01  WS-MAX-STEPS             PIC 9(03) COMP VALUE 60.
       01  WS-STEP-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY        OCCURS 60 TIMES.
               10  WS-STEP-NO       PIC 9(03).
               10  WS-STEP-PROGRAM  PIC X(30).
               10  WS-STEP-MAX-RC   PIC 9(02).
               10  WS-STEP-DEFINED-SW
                                    PIC X(01).
                   88  STEP-DEFINED     VALUE "Y".
                   88  STEP-NOT-DEFINED VALUE "N".
               10  WS-STEP-ATTEMPTS PIC 9(03).
               10  WS-STEP-START    PIC X(14).
               10  WS-STEP-END      PIC X(14).
               10  WS-STEP-RC       PIC X(03).
               10  WS-STEP-STATUS   PIC X(01).
       01  WS-STEP-SUB              PIC 9(03) COMP.
       01  WS-EXTRA-SW              PIC X(01) VALUE "N".
           88  EXTRA-STEPS-LOGGED       VALUE "Y".
       01  WS-FOUND-SUB             PIC 9(03) COMP.

      *----------------------------------------------------------------
      * THE LATEST RUN AND ITS CONTROLLER (STEP 000) ROWS
      *----------------------------------------------------------------
       01  WS-RUN-ID                PIC X(14) VALUE SPACE.
       01  WS-RUN-START             PIC X(14) VALUE SPACE.
       01  WS-RUN-END               PIC X(14) VALUE SPACE.
       01  WS-RUN-INVOCATIONS       PIC 9(03) VALUE ZERO.
       01  WS-RUN-STATUS            PIC X(01) VALUE SPACE.
           88  RUN-COMPLETE             VALUE "C".
           88  RUN-STOPPED              VALUE "F".
           88  RUN-IN-PROGRESS          VALUE "R".
       01  WS-STOP-SUB              PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * SELECT -- EVERY ATTEMPT ROW OF THE LATEST RUN, IN STEP AND
      * ATTEMPT ORDER, SO EACH STEP'S LAST ROW IS ITS LAST ATTEMPT.
      *----------------------------------------------------------------
       01  WS-SELECT-SQL            PIC X(400).
       01  WS-PARAM-VALUES.
           05  WS-PARAM-VALUE       OCCURS 1 TIMES PIC X(32).
       01  WS-PARAM-PTRS.
           05  WS-PARAM-PTR         OCCURS 1 TIMES USAGE POINTER.
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-ROW-IDX               USAGE BINARY-LONG.
       01  WS-COL-IDX               USAGE BINARY-LONG.
       01  WS-FIELD-TEXT            PIC X(32).

       01  WS-ROW-STEP-NO           PIC 9(03).
       01  WS-ROW-ATTEMPT           PIC 9(03).
       01  WS-ROW-PROGRAM           PIC X(30).
       01  WS-ROW-MAX-RC            PIC 9(02).
       01  WS-ROW-START             PIC X(14).
       01  WS-ROW-END               PIC X(14).
       01  WS-ROW-RC                PIC X(03).
       01  WS-ROW-STATUS            PIC X(01).

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RUN-DT                PIC 9(08).
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "JOB STREAM STATUS REPORT".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  JR-H1-RUN-DT         PIC 9(08).
       01  WS-RPT-H2.
           05  FILLER               PIC X(04) VALUE "JOB ".
           05  JR-H2-JOB            PIC X(16).
           05  FILLER               PIC X(07) VALUE "RUN ID ".
           05  JR-H2-RUN-ID         PIC X(14).
           05  FILLER               PIC X(14) VALUE "  INVOCATIONS ".
           05  JR-H2-INVOCATIONS    PIC ZZ9.
       01  WS-RPT-H3.
           05  FILLER               PIC X(05) VALUE "STEP".
           05  FILLER               PIC X(21) VALUE "PROGRAM".
           05  FILLER               PIC X(04) VALUE "MAX".
           05  FILLER               PIC X(05) VALUE "ATT".
           05  FILLER               PIC X(15) VALUE "START".
           05  FILLER               PIC X(15) VALUE "END".
           05  FILLER               PIC X(05) VALUE " RC".
           05  FILLER               PIC X(17) VALUE "STATUS".
       01  WS-RPT-DETAIL.
           05  JR-DT-STEP           PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  JR-DT-PROGRAM        PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  JR-DT-MAX-RC         PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  JR-DT-ATTEMPTS       PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  JR-DT-START          PIC X(14).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  JR-DT-END            PIC X(14).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  JR-DT-RC             PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  JR-DT-STATUS         PIC X(17).
       01  WS-STEP-NO-DISP          PIC 9(03).

       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-STEPS THRU 2000-EXIT.
           PERFORM 3000-CONNECT-DATABASE THRU 3000-EXIT.
           PERFORM 4000-READ-RUN-LOG THRU 4000-EXIT.
           PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACE TO WS-ENV-TEXT.
           ACCEPT WS-ENV-TEXT FROM ENVIRONMENT "REGJOBS_JOB".
           IF WS-ENV-TEXT NOT EQUAL SPACE THEN
               MOVE FUNCTION TRIM(WS-ENV-TEXT) TO WS-JOB-NAME
           END-IF.
           MOVE SPACE TO WS-ENV-TEXT.
           ACCEPT WS-ENV-TEXT FROM ENVIRONMENT "REGJOBS_STEPS".
           IF WS-ENV-TEXT NOT EQUAL SPACE THEN
               MOVE FUNCTION TRIM(WS-ENV-TEXT) TO WS-STEPS-FILE-NAME
           END-IF.

           STRING
               "SELECT STEP_NO, ATTEMPT_NO, PROGRAM, MAX_RC,"
                   DELIMITED BY SIZE
               " TO_CHAR(START_TS,'YYYYMMDDHH24MISS'),"
                   DELIMITED BY SIZE
               " COALESCE(TO_CHAR(END_TS,'YYYYMMDDHH24MISS'),''),"
                   DELIMITED BY SIZE
               " COALESCE(RC::TEXT,''), STATUS, RUN_ID"
                   DELIMITED BY SIZE
               " FROM JOB_STEP_LOG WHERE JOB_NM=$1"
                   DELIMITED BY SIZE
               " AND RUN_ID=(SELECT MAX(RUN_ID) FROM JOB_STEP_LOG"
                   DELIMITED BY SIZE
               " WHERE JOB_NM=$1) ORDER BY STEP_NO, ATTEMPT_NO"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-SELECT-SQL
           END-STRING.

           STRING WS-JOB-NAME DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-STEPS -- THE DEFINED STEPS.  THE CONTROLLER HAS
      * ALREADY POLICED THE FILE'S LAYOUT, SO ENV AND COMMENT LINES
      * ARE SIMPLY PASSED OVER HERE.
      ******************************************************************
       2000-LOAD-STEPS.
           OPEN INPUT JOB-STEPS.
           IF WS-STEPS-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-STEPS-FILE-NAME)
                   ", STATUS=" WS-STEPS-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           SET STEPS-NOT-EOF TO TRUE.
           PERFORM 2100-READ-ONE-LINE THRU 2100-EXIT
               UNTIL STEPS-EOF.

           CLOSE JOB-STEPS.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-LINE.
           READ JOB-STEPS
               AT END
                   SET STEPS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.

           IF NOT J01-STEP-ID
                   OR J01-STEP-NO NOT NUMERIC
                   OR J01-MAX-RC NOT NUMERIC THEN
               GO TO 2100-EXIT
           END-IF.

           IF WS-STEP-COUNT NOT LESS WS-MAX-STEPS THEN
               DISPLAY "ERROR: MORE THAN " WS-MAX-STEPS
                   " STEPS TO REPORT" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           ADD 1 TO WS-STEP-COUNT.
           MOVE J01-STEP-NO TO WS-STEP-NO(WS-STEP-COUNT).
           MOVE J01-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT).
           MOVE J01-MAX-RC  TO WS-STEP-MAX-RC(WS-STEP-COUNT).
           SET STEP-DEFINED(WS-STEP-COUNT) TO TRUE.
           PERFORM 2200-CLEAR-ATTEMPT THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2200-CLEAR-ATTEMPT.
           MOVE ZERO  TO WS-STEP-ATTEMPTS(WS-STEP-COUNT).
           MOVE SPACE TO WS-STEP-START(WS-STEP-COUNT).
           MOVE SPACE TO WS-STEP-END(WS-STEP-COUNT).
           MOVE SPACE TO WS-STEP-RC(WS-STEP-COUNT).
           MOVE SPACE TO WS-STEP-STATUS(WS-STEP-COUNT).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONNECT-DATABASE
      ******************************************************************
       3000-CONNECT-DATABASE.
           CALL "DBCONN" USING
               BY REFERENCE WS-CALLER-ID
               BY REFERENCE PGCONN
               BY REFERENCE WS-CONN-STATUS
           END-CALL.

           IF WS-CONN-STATUS NOT EQUAL ZERO THEN
               DISPLAY "ERROR: REGJRPT UNABLE TO ESTABLISH CONNECTION"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-READ-RUN-LOG -- FOLD EVERY ATTEMPT ROW OF THE LATEST RUN
      * INTO THE STEP TABLE.
      ******************************************************************
       4000-READ-RUN-LOG.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-SELECT-SQL
               BY VALUE 1
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

           IF WS-CALL-RESULT NOT EQUAL 2 THEN
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "ERROR: JOB_STEP_LOG SELECT FAILED: "
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

           PERFORM 4100-FOLD-ONE-ROW THRU 4100-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX NOT LESS WS-NTUPLES.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-FOLD-ONE-ROW -- STEP 000 IS THE CONTROLLER: ITS FIRST
      * ROW STARTS THE RUN AND ITS LAST SAYS HOW THE RUN STANDS.  ANY
      * OTHER ROW OVERLAYS ITS STEP'S ENTRY, SO THE LAST ATTEMPT WINS.
      ******************************************************************
       4100-FOLD-ONE-ROW.
           PERFORM 4200-FETCH-LOG-ROW THRU 4200-EXIT.

           IF WS-ROW-STEP-NO EQUAL ZERO THEN
               IF WS-RUN-START EQUAL SPACE THEN
                   MOVE WS-ROW-START TO WS-RUN-START
               END-IF
               MOVE WS-ROW-END     TO WS-RUN-END
               MOVE WS-ROW-STATUS  TO WS-RUN-STATUS
               MOVE WS-ROW-ATTEMPT TO WS-RUN-INVOCATIONS
               GO TO 4100-EXIT
           END-IF.

           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 4150-FIND-STEP THRU 4150-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB GREATER WS-STEP-COUNT
                   OR WS-FOUND-SUB NOT EQUAL ZERO.

           IF WS-FOUND-SUB EQUAL ZERO THEN
               IF WS-STEP-COUNT NOT LESS WS-MAX-STEPS THEN
                   DISPLAY "ERROR: MORE THAN " WS-MAX-STEPS
                       " STEPS TO REPORT" UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT  TO WS-FOUND-SUB
               MOVE WS-ROW-STEP-NO TO WS-STEP-NO(WS-FOUND-SUB)
               MOVE WS-ROW-PROGRAM TO WS-STEP-PROGRAM(WS-FOUND-SUB)
               MOVE WS-ROW-MAX-RC  TO WS-STEP-MAX-RC(WS-FOUND-SUB)
               SET STEP-NOT-DEFINED(WS-FOUND-SUB) TO TRUE
               SET EXTRA-STEPS-LOGGED TO TRUE
           END-IF.

           MOVE WS-ROW-ATTEMPT TO WS-STEP-ATTEMPTS(WS-FOUND-SUB).
           MOVE WS-ROW-START   TO WS-STEP-START(WS-FOUND-SUB).
           MOVE WS-ROW-END     TO WS-STEP-END(WS-FOUND-SUB).
           MOVE WS-ROW-RC      TO WS-STEP-RC(WS-FOUND-SUB).
           MOVE WS-ROW-STATUS  TO WS-STEP-STATUS(WS-FOUND-SUB).
       4100-EXIT.
           EXIT.

       4150-FIND-STEP.
           IF WS-STEP-NO(WS-STEP-SUB) EQUAL WS-ROW-STEP-NO THEN
               MOVE WS-STEP-SUB TO WS-FOUND-SUB
           END-IF.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4200-FETCH-LOG-ROW -- PULL ROW WS-ROW-IDX INTO THE WS-ROW
      * WORK AREA.
      ******************************************************************
       4200-FETCH-LOG-ROW.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-ROW-STEP-NO.

           MOVE 1 TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-ROW-ATTEMPT.

           MOVE 2 TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-PROGRAM.

           MOVE 3 TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-ROW-MAX-RC.

           MOVE 4 TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-START.

           MOVE 5 TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-END.

           MOVE 6 TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-RC.

           MOVE 7 TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE WS-FIELD-TEXT(1:1) TO WS-ROW-STATUS.

           MOVE 8 TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE WS-FIELD-TEXT TO WS-RUN-ID.
       4200-EXIT.
           EXIT.

       4250-FETCH-ONE-COLUMN.
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
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-REPORT -- HEADINGS, ONE LINE PER STEP, AND THE RUN
      * OUTCOME.
      ******************************************************************
       5000-WRITE-REPORT.
           OPEN OUTPUT JOB-RPT.
           IF WS-JOB-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN JOBRPT, STATUS="
                   WS-JOB-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           MOVE WS-RUN-DT          TO JR-H1-RUN-DT.
           MOVE WS-RPT-H1          TO JR-LINE.
           WRITE JR-LINE.
           MOVE WS-JOB-NAME        TO JR-H2-JOB.
           MOVE WS-RUN-ID          TO JR-H2-RUN-ID.
           MOVE WS-RUN-INVOCATIONS TO JR-H2-INVOCATIONS.
           MOVE WS-RPT-H2          TO JR-LINE.
           WRITE JR-LINE.

           IF WS-RUN-ID EQUAL SPACE THEN
               MOVE "NO RUN OF THIS JOB IS ON RECORD" TO JR-LINE
               WRITE JR-LINE
               MOVE 4 TO WS-RETURN-CODE
               GO TO 5000-CLOSE
           END-IF.

           MOVE WS-RPT-H3          TO JR-LINE.
           WRITE JR-LINE.
           MOVE ALL "-"            TO JR-LINE.
           WRITE JR-LINE.

           PERFORM 5100-WRITE-ONE-STEP THRU 5100-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB GREATER WS-STEP-COUNT.

           MOVE ALL "-" TO JR-LINE.
           WRITE JR-LINE.
           PERFORM 5200-WRITE-OUTCOME THRU 5200-EXIT.

       5000-CLOSE.
           CLOSE JOB-RPT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-STEP.
           MOVE WS-STEP-NO(WS-STEP-SUB)       TO JR-DT-STEP.
           MOVE WS-STEP-PROGRAM(WS-STEP-SUB)  TO JR-DT-PROGRAM.
           MOVE WS-STEP-MAX-RC(WS-STEP-SUB)   TO JR-DT-MAX-RC.
           MOVE WS-STEP-ATTEMPTS(WS-STEP-SUB) TO JR-DT-ATTEMPTS.
           MOVE WS-STEP-START(WS-STEP-SUB)    TO JR-DT-START.
           MOVE WS-STEP-END(WS-STEP-SUB)      TO JR-DT-END.
           MOVE WS-STEP-RC(WS-STEP-SUB)       TO JR-DT-RC.

           EVALUATE WS-STEP-STATUS(WS-STEP-SUB)
               WHEN "C"
                   MOVE "COMPLETE" TO JR-DT-STATUS
               WHEN "F"
                   MOVE "FAILED OVER LIMIT" TO JR-DT-STATUS
                   IF WS-STOP-SUB EQUAL ZERO THEN
                       MOVE WS-STEP-SUB TO WS-STOP-SUB
                   END-IF
               WHEN "A"
                   MOVE "ABANDONED" TO JR-DT-STATUS
               WHEN "R"
                   MOVE "RUNNING" TO JR-DT-STATUS
               WHEN OTHER
                   MOVE "NOT RUN" TO JR-DT-STATUS
           END-EVALUATE.
           IF STEP-NOT-DEFINED(WS-STEP-SUB) THEN
               MOVE "*" TO JR-DT-STATUS(17:1)
           END-IF.

           MOVE WS-RPT-DETAIL TO JR-LINE.
           WRITE JR-LINE.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-WRITE-OUTCOME -- HOW THE RUN STANDS, BY THE CONTROLLER'S
      * LAST ROW.  A RUNNING CONTROLLER ROW THIS MORNING MEANS EITHER
      * THE STREAM IS STILL GOING OR THE CONTROLLER DIED; REGWATCH
      * AND THE PROCESS LIST TELL WHICH.
      ******************************************************************
       5200-WRITE-OUTCOME.
           MOVE SPACE TO JR-LINE.
           EVALUATE TRUE
               WHEN RUN-COMPLETE
                   STRING "RUN COMPLETE -- STARTED " DELIMITED BY SIZE
                       WS-RUN-START DELIMITED BY SIZE
                       ", ENDED " DELIMITED BY SIZE
                       WS-RUN-END DELIMITED BY SIZE
                       INTO JR-LINE
                   END-STRING
               WHEN RUN-STOPPED AND WS-STOP-SUB NOT EQUAL ZERO
                   MOVE WS-STEP-NO(WS-STOP-SUB) TO WS-STEP-NO-DISP
                   STRING "RUN STOPPED AT STEP " DELIMITED BY SIZE
                       WS-STEP-NO-DISP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-STEP-PROGRAM(WS-STOP-SUB)
                           DELIMITED BY SPACE
                       " -- THE NEXT REGJOBS RESTARTS THERE"
                           DELIMITED BY SIZE
                       INTO JR-LINE
                   END-STRING
                   MOVE 4 TO WS-RETURN-CODE
               WHEN RUN-IN-PROGRESS
                   MOVE "RUN STILL RUNNING, OR THE CONTROLLER DIED"
                       TO JR-LINE
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE
                       "RUN NOT COMPLETE -- THE NEXT REGJOBS RESUMES IT"
                       TO JR-LINE
                   MOVE 4 TO WS-RETURN-CODE
           END-EVALUATE.
           WRITE JR-LINE.

           IF EXTRA-STEPS-LOGGED THEN
               MOVE "* LOGGED STEP NO LONGER IN THE STEP FILE"
                   TO JR-LINE
               WRITE JR-LINE
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE
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

       END PROGRAM REGJRPT.

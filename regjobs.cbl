      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       NIGHTLY JOB-STREAM CONTROLLER.  READS THE STEP-
      *                DEFINITION FILE (JOBSTEPS, LAYOUT IN JOBDEF)
      *                NAMING EACH PROGRAM OF THE STREAM, ITS
      *                ENVIRONMENT OVERRIDES AND THE HIGHEST RETURN
      *                CODE IT MAY END WITH, AND RUNS THE STEPS IN
      *                ORDER -- CONSECUTIVE STEPS SHARING A PARALLEL
      *                GROUP LETTER (THE REGSPLIT LOADERS) ARE STARTED
      *                TOGETHER AND ALL WAITED FOR.  THE STREAM STOPS
      *                ON THE FIRST STEP THAT ENDS OVER ITS LIMIT.
      *                EVERY STEP'S START, END AND RETURN CODE GO TO
      *                THE JOB_STEP_LOG TABLE UNDER ONE RUN ID, AND
      *                THE NEXT INVOCATION OF A RUN THAT DID NOT
      *                FINISH PICKS THE SAME RUN ID BACK UP AND
      *                RESTARTS AT THE FAILED STEP -- STEPS ALREADY
      *                COMPLETE IN THAT RUN ARE NOT RUN AGAIN.
      *                REGJOBS_START=FRESH ABANDONS AN UNFINISHED RUN
      *                AND STARTS FROM THE TOP UNDER A NEW RUN ID.
      *                REGJRPT PRINTS THE MORNING STATUS OF THE RUN.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -X -STD=IBM -LPQ REGJOBS.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL JOB-STREAM CONTROLLER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGJOBS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STEPS ASSIGN TO WS-STEPS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPS-STATUS.
           SELECT STEP-RC-FILE ASSIGN TO WS-RC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STEPS.
           COPY JOBDEF.

       FD  STEP-RC-FILE.
       01  RC-LINE                  PIC X(40).

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
       01  WS-CALLER-ID             PIC X(09) VALUE "REGJOBS".

      *----------------------------------------------------------------
      * RUN PARAMETERS
      *   REGJOBS_JOB      JOB NAME THE LOG ROWS ARE FILED UNDER
      *                    (DEFAULT NIGHTLY) -- ONE CONTROLLER, ANY
      *                    NUMBER OF STREAMS.
      *   REGJOBS_STEPS    STEP-DEFINITION FILE (DEFAULT JOBSTEPS).
      *   REGJOBS_BIN_DIR  DIRECTORY THE STEP PROGRAMS ARE RUN FROM
      *                    (DEFAULT THE CURRENT DIRECTORY).
      *   REGJOBS_START    FRESH = IGNORE AN UNFINISHED RUN AND START
      *                    AT THE TOP UNDER A NEW RUN ID.
      *----------------------------------------------------------------
       01  WS-JOB-NAME              PIC X(16) VALUE "NIGHTLY".
       01  WS-STEPS-FILE-NAME       PIC X(40) VALUE "JOBSTEPS".
       01  WS-BIN-DIR               PIC X(64) VALUE "./".
       01  WS-START-MODE            PIC X(08).
       01  WS-ENV-TEXT              PIC X(64).

       01  WS-STEPS-STATUS          PIC X(02).
       01  WS-STEPS-EOF-SW          PIC X(01) VALUE "N".
           88  STEPS-EOF                VALUE "Y".
           88  STEPS-NOT-EOF            VALUE "N".
       01  WS-LINE-NO               PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      * STEP TABLE -- THE WHOLE DEFINITION FILE, HELD SO THE RESTART
      * CAN FLAG WHAT IS ALREADY DONE BEFORE ANYTHING RUNS.  FIFTY
      * STEPS OF TEN OVERRIDES EACH IS SEVERAL TIMES THE NIGHTLY
      * STREAM; MORE THAN THAT IS A DEFINITION ERROR.
      *----------------------------------------------------------------
       01  WS-MAX-STEPS             PIC 9(03) COMP VALUE 50.
       01  WS-MAX-ENVS              PIC 9(03) COMP VALUE 10.
       01  WS-STEP-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY        OCCURS 50 TIMES.
               10  WS-STEP-NO       PIC 9(03).
               10  WS-STEP-PROGRAM  PIC X(30).
               10  WS-STEP-MAX-RC   PIC 9(02).
               10  WS-STEP-GRP      PIC X(01).
               10  WS-STEP-DONE-SW  PIC X(01).
                   88  STEP-DONE        VALUE "Y".
                   88  STEP-NOT-DONE    VALUE "N".
               10  WS-STEP-RC       PIC 9(03).
               10  WS-STEP-END-TS   PIC X(14).
               10  WS-STEP-ENV-COUNT
                                    PIC 9(03) COMP.
               10  WS-STEP-ENV      OCCURS 10 TIMES.
                   15  WS-ENV-NAME  PIC X(30).
                   15  WS-ENV-VALUE PIC X(81).
       01  WS-STEP-SUB              PIC 9(03) COMP.
       01  WS-ENV-SUB               PIC 9(03) COMP.
       01  WS-PREV-STEP-NO          PIC 9(03) VALUE ZERO.
       01  WS-QUOTE-COUNT           PIC 9(03) COMP.

      *----------------------------------------------------------------
      * CURRENT GROUP -- ONE STEP, OR A RUN OF CONSECUTIVE STEPS WITH
      * THE SAME PARALLEL GROUP LETTER.
      *----------------------------------------------------------------
       01  WS-GRP-FIRST             PIC 9(03) COMP.
       01  WS-GRP-LAST              PIC 9(03) COMP.
       01  WS-GRP-SUB               PIC 9(03) COMP.
       01  WS-GRP-TO-RUN            PIC 9(03) COMP.
       01  WS-GRP-END-SW            PIC X(01).
           88  GRP-END                  VALUE "Y".
           88  GRP-NOT-END              VALUE "N".

      *----------------------------------------------------------------
      * SHELL COMMAND -- EACH MEMBER OF THE GROUP RUNS IN ITS OWN
      * SUBSHELL WHICH WRITES THE PROGRAM'S EXIT STATUS AND END TIME
      * TO JOBRC.NNN (NNN = STEP NUMBER) BEFORE THE SHELL'S WAIT
      * RETURNS, SO A GROUP OF ONE AND A GROUP OF FOUR ARE COLLECTED
      * THE SAME WAY.
      *----------------------------------------------------------------
       01  WS-CMD                   PIC X(8000).
       01  WS-CMD-PTR               PIC 9(05) COMP.
       01  WS-SYSTEM-RC             USAGE BINARY-LONG.
       01  WS-RC-FILE-NAME          PIC X(40).
       01  WS-RC-FILE-STATUS        PIC X(02).
       01  WS-RC-TEXT               PIC X(08).
       01  WS-RC-END-TEXT           PIC X(20).
       01  WS-STEP-NO-TEXT          PIC 9(03).
       01  WS-MAX-RC-TEXT           PIC 9(02).
       01  WS-RC-DISP               PIC 9(03).

      *----------------------------------------------------------------
      * RUN IDENTITY -- THE RUN ID IS THE START STAMP OF THE FIRST
      * INVOCATION (YYYYMMDDHHMMSS), SO THE LATEST RUN OF A JOB IS
      * ITS MAXIMUM RUN ID.  STEP 000 IN THE LOG IS THE CONTROLLER
      * ITSELF; ITS COMPLETE ROW IS WHAT MARKS A RUN AS FINISHED.
      *----------------------------------------------------------------
       01  WS-RUN-ID                PIC X(14).
       01  WS-RUN-SW                PIC X(01) VALUE "N".
           88  RUN-RESUMED              VALUE "Y".
           88  RUN-NEW                  VALUE "N".
       01  WS-STREAM-SW             PIC X(01) VALUE "N".
           88  STREAM-STOPPED           VALUE "Y".
           88  STREAM-RUNNING           VALUE "N".
       01  WS-STOP-STEP-NO          PIC 9(03) VALUE ZERO.
       01  WS-STEPS-RUN             PIC 9(03) COMP VALUE ZERO.
       01  WS-STEPS-SKIPPED         PIC 9(03) COMP VALUE ZERO.

       01  WS-NOW-DATE              PIC 9(08).
       01  WS-NOW-TIME              PIC 9(08).
       01  WS-NOW-STAMP             PIC X(14).
       01  WS-GRP-START-TS          PIC X(14).

      *----------------------------------------------------------------
      * JOB_STEP_LOG STATEMENTS.  ONE ROW PER ATTEMPT AT A STEP:
      * STATUS R WHILE RUNNING, C COMPLETE WITHIN ITS LIMIT, F OVER
      * ITS LIMIT, A ABANDONED (STILL R WHEN THE RUN WAS PICKED UP
      * AGAIN -- THE CONTROLLER ITSELF DIED UNDER IT).
      *----------------------------------------------------------------
       01  WS-EXEC-SQL              PIC X(400).
       01  WS-RESUME-SQL            PIC X(400).
       01  WS-ABANDON-SQL           PIC X(200).
       01  WS-DONE-SQL              PIC X(200).
       01  WS-INSERT-SQL            PIC X(400).
       01  WS-UPDATE-SQL            PIC X(200).
       01  WS-PARAM-COUNT           USAGE BINARY-LONG.
       01  WS-PARAM-VALUES.
           05  WS-PARAM-VALUE       OCCURS 6 TIMES PIC X(32).
       01  WS-PARAM-PTRS.
           05  WS-PARAM-PTR         OCCURS 6 TIMES USAGE POINTER.
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-ROW-IDX               USAGE BINARY-LONG.
       01  WS-COL-IDX               USAGE BINARY-LONG VALUE ZERO.
       01  WS-FIELD-TEXT            PIC X(32).
       01  WS-LOG-STATUS            PIC X(01).

       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-STEPS THRU 2000-EXIT.
           PERFORM 3000-CONNECT-DATABASE THRU 3000-EXIT.
           PERFORM 3500-ESTABLISH-RUN THRU 3500-EXIT.
           PERFORM 4000-RUN-STEPS THRU 4000-EXIT.
           PERFORM 5000-CLOSE-RUN THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- RUN PARAMETERS AND THE LOG STATEMENTS.
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
           MOVE SPACE TO WS-ENV-TEXT.
           ACCEPT WS-ENV-TEXT FROM ENVIRONMENT "REGJOBS_BIN_DIR".
           IF WS-ENV-TEXT NOT EQUAL SPACE THEN
               MOVE FUNCTION TRIM(WS-ENV-TEXT) TO WS-BIN-DIR
           END-IF.
           MOVE SPACE TO WS-START-MODE.
           ACCEPT WS-START-MODE FROM ENVIRONMENT "REGJOBS_START".

      *----------------------------------------------------------------
      * THE UNFINISHED-RUN TEST: THE LATEST RUN OF THE JOB, IF IT HAS
      * NO COMPLETE CONTROLLER (STEP 000) ROW.
      *----------------------------------------------------------------
           STRING
               "SELECT L.RUN_ID FROM JOB_STEP_LOG L"
                   DELIMITED BY SIZE
               " WHERE L.JOB_NM=$1 AND L.RUN_ID=(SELECT MAX(RUN_ID)"
                   DELIMITED BY SIZE
               " FROM JOB_STEP_LOG WHERE JOB_NM=$1)"
                   DELIMITED BY SIZE
               " AND NOT EXISTS (SELECT 1 FROM JOB_STEP_LOG C"
                   DELIMITED BY SIZE
               " WHERE C.JOB_NM=L.JOB_NM AND C.RUN_ID=L.RUN_ID"
                   DELIMITED BY SIZE
               " AND C.STEP_NO=0 AND C.STATUS='C') LIMIT 1"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-RESUME-SQL
           END-STRING.
           STRING
               "UPDATE JOB_STEP_LOG SET STATUS='A',"
                   DELIMITED BY SIZE
               " END_TS=COALESCE(END_TS,CURRENT_TIMESTAMP)"
                   DELIMITED BY SIZE
               " WHERE JOB_NM=$1 AND RUN_ID=$2 AND STATUS='R'"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-ABANDON-SQL
           END-STRING.
           STRING
               "SELECT DISTINCT STEP_NO FROM JOB_STEP_LOG"
                   DELIMITED BY SIZE
               " WHERE JOB_NM=$1 AND RUN_ID=$2 AND STEP_NO>0"
                   DELIMITED BY SIZE
               " AND STATUS='C'"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-DONE-SQL
           END-STRING.
           STRING
               "INSERT INTO JOB_STEP_LOG (JOB_NM,RUN_ID,STEP_NO,"
                   DELIMITED BY SIZE
               "ATTEMPT_NO,PROGRAM,MAX_RC,START_TS,STATUS)"
                   DELIMITED BY SIZE
               " SELECT $1,$2,$3::INTEGER,"
                   DELIMITED BY SIZE
               "COALESCE(MAX(ATTEMPT_NO),0)+1,$4,$5::INTEGER,"
                   DELIMITED BY SIZE
               "TO_TIMESTAMP($6,'YYYYMMDDHH24MISS'),'R'"
                   DELIMITED BY SIZE
               " FROM JOB_STEP_LOG WHERE JOB_NM=$1 AND RUN_ID=$2"
                   DELIMITED BY SIZE
               " AND STEP_NO=$3::INTEGER"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-INSERT-SQL
           END-STRING.
           STRING
               "UPDATE JOB_STEP_LOG SET"
                   DELIMITED BY SIZE
               " END_TS=TO_TIMESTAMP($4,'YYYYMMDDHH24MISS'),"
                   DELIMITED BY SIZE
               "RC=$5::INTEGER,STATUS=$6 WHERE JOB_NM=$1"
                   DELIMITED BY SIZE
               " AND RUN_ID=$2 AND STEP_NO=$3::INTEGER"
                   DELIMITED BY SIZE
               " AND STATUS='R'"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-UPDATE-SQL
           END-STRING.

           PERFORM 1100-SET-PARAM-PTR THRU 1100-EXIT
               VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB GREATER 6.
       1000-EXIT.
           EXIT.

       1100-SET-PARAM-PTR.
           SET WS-PARAM-PTR(WS-ENV-SUB)
               TO ADDRESS OF WS-PARAM-VALUE(WS-ENV-SUB).
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-STEPS -- READ AND VALIDATE THE WHOLE DEFINITION FILE
      * BEFORE ANYTHING RUNS.  A BAD DEFINITION ABANDONS THE STREAM
      * WITHOUT TOUCHING THE LOG, SO THE NEXT INVOCATION AFTER THE FIX
      * STILL RESUMES WHERE THE LAST REAL RUN LEFT OFF.
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

           IF WS-STEP-COUNT EQUAL ZERO THEN
               DISPLAY "ERROR: NO STEPS DEFINED IN "
                   FUNCTION TRIM(WS-STEPS-FILE-NAME) UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           DISPLAY "REGJOBS JOB " FUNCTION TRIM(WS-JOB-NAME)
               ": " WS-STEP-COUNT " STEPS DEFINED"
           END-DISPLAY.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-LINE.
           READ JOB-STEPS
               AT END
                   SET STEPS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-LINE-NO.

           IF J01-STEP-RECORD EQUAL SPACE
                   OR J01-REC-ID(1:1) EQUAL "*" THEN
               GO TO 2100-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN J01-STEP-ID
                   PERFORM 2200-STORE-STEP THRU 2200-EXIT
               WHEN J01-ENV-ID
                   PERFORM 2300-STORE-ENV THRU 2300-EXIT
               WHEN OTHER
                   DISPLAY "ERROR: JOBSTEPS LINE " WS-LINE-NO
                       " IS NEITHER STP NOR ENV" UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-STORE-STEP -- STEP NUMBERS MUST RISE THROUGH THE FILE;
      * THE ORDER OF THE FILE IS THE ORDER OF THE STREAM.
      ******************************************************************
       2200-STORE-STEP.
           IF J01-STEP-NO NOT NUMERIC
                   OR J01-STEP-NO EQUAL ZERO
                   OR J01-STEP-NO NOT GREATER WS-PREV-STEP-NO
                   OR J01-MAX-RC NOT NUMERIC
                   OR J01-PROGRAM EQUAL SPACE THEN
               DISPLAY "ERROR: JOBSTEPS LINE " WS-LINE-NO
                   " -- STEP NUMBER, PROGRAM OR MAXIMUM RC INVALID"
                   " (STEP NUMBERS MUST ASCEND)" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           IF WS-STEP-COUNT NOT LESS WS-MAX-STEPS THEN
               DISPLAY "ERROR: MORE THAN " WS-MAX-STEPS
                   " STEPS IN JOBSTEPS" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           ADD 1 TO WS-STEP-COUNT.
           MOVE J01-STEP-NO      TO WS-STEP-NO(WS-STEP-COUNT).
           MOVE J01-PROGRAM      TO WS-STEP-PROGRAM(WS-STEP-COUNT).
           MOVE J01-MAX-RC       TO WS-STEP-MAX-RC(WS-STEP-COUNT).
           MOVE J01-PARALLEL-GRP TO WS-STEP-GRP(WS-STEP-COUNT).
           SET STEP-NOT-DONE(WS-STEP-COUNT) TO TRUE.
           MOVE ZERO             TO WS-STEP-RC(WS-STEP-COUNT).
           MOVE SPACE            TO WS-STEP-END-TS(WS-STEP-COUNT).
           MOVE ZERO             TO WS-STEP-ENV-COUNT(WS-STEP-COUNT).
           MOVE J01-STEP-NO      TO WS-PREV-STEP-NO.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-STORE-ENV -- AN OVERRIDE FOLLOWS ITS OWN STEP LINE.  THE
      * VALUE IS PASSED SINGLE-QUOTED, SO IT MAY NOT CONTAIN ONE.
      ******************************************************************
       2300-STORE-ENV.
           IF WS-STEP-COUNT EQUAL ZERO
                   OR J02-STEP-NO NOT NUMERIC
                   OR J02-STEP-NO NOT EQUAL WS-PREV-STEP-NO
                   OR J02-ENV-NAME EQUAL SPACE THEN
               DISPLAY "ERROR: JOBSTEPS LINE " WS-LINE-NO
                   " -- ENV LINE DOES NOT FOLLOW ITS STEP"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE ZERO TO WS-QUOTE-COUNT.
           INSPECT J02-ENV-VALUE TALLYING WS-QUOTE-COUNT
               FOR ALL "'".
           INSPECT J02-ENV-NAME TALLYING WS-QUOTE-COUNT
               FOR ALL "'".
           IF WS-QUOTE-COUNT GREATER ZERO THEN
               DISPLAY "ERROR: JOBSTEPS LINE " WS-LINE-NO
                   " -- QUOTE IN ENVIRONMENT OVERRIDE" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           IF WS-STEP-ENV-COUNT(WS-STEP-COUNT)
                   NOT LESS WS-MAX-ENVS THEN
               DISPLAY "ERROR: JOBSTEPS LINE " WS-LINE-NO
                   " -- MORE THAN " WS-MAX-ENVS
                   " OVERRIDES FOR ONE STEP" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           ADD 1 TO WS-STEP-ENV-COUNT(WS-STEP-COUNT).
           MOVE WS-STEP-ENV-COUNT(WS-STEP-COUNT) TO WS-ENV-SUB.
           MOVE J02-ENV-NAME
               TO WS-ENV-NAME(WS-STEP-COUNT, WS-ENV-SUB).
           MOVE J02-ENV-VALUE
               TO WS-ENV-VALUE(WS-STEP-COUNT, WS-ENV-SUB).
       2300-EXIT.
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
               DISPLAY "ERROR: REGJOBS UNABLE TO ESTABLISH CONNECTION"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-ESTABLISH-RUN -- RESUME THE LATEST RUN IF IT NEVER
      * FINISHED, OTHERWISE OPEN A NEW ONE.  ON A RESUME, ROWS LEFT
      * RUNNING ARE MARKED ABANDONED AND EVERY STEP WITH A COMPLETE
      * ROW IN THE RUN IS FLAGGED DONE.  EITHER WAY A NEW CONTROLLER
      * (STEP 000) ROW RECORDS THIS INVOCATION.
      ******************************************************************
       3500-ESTABLISH-RUN.
           PERFORM 9100-STAMP-NOW THRU 9100-EXIT.
           SET RUN-NEW TO TRUE.
           MOVE WS-NOW-STAMP TO WS-RUN-ID.

           IF FUNCTION UPPER-CASE(WS-START-MODE) EQUAL "FRESH" THEN
               DISPLAY "REGJOBS_START=FRESH -- ANY UNFINISHED RUN "
                   "IS LEFT AS IT STANDS" END-DISPLAY
               GO TO 3500-OPEN-RUN
           END-IF.

           MOVE WS-RESUME-SQL TO WS-EXEC-SQL.
           MOVE 1 TO WS-PARAM-COUNT.
           PERFORM 3600-SET-JOB-PARAM THRU 3600-EXIT.
           PERFORM 9000-EXEC-SELECT THRU 9000-EXIT.
           IF WS-NTUPLES GREATER ZERO THEN
               MOVE ZERO TO WS-ROW-IDX
               MOVE ZERO TO WS-COL-IDX
               PERFORM 9050-FETCH-ONE-COLUMN THRU 9050-EXIT
               MOVE WS-FIELD-TEXT TO WS-RUN-ID
               SET RUN-RESUMED TO TRUE
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.

           IF RUN-NEW THEN
               GO TO 3500-OPEN-RUN
           END-IF.

           DISPLAY "RESUMING UNFINISHED RUN " WS-RUN-ID END-DISPLAY.

           MOVE WS-ABANDON-SQL TO WS-EXEC-SQL.
           MOVE 2 TO WS-PARAM-COUNT.
           PERFORM 3600-SET-JOB-PARAM THRU 3600-EXIT.
           PERFORM 9010-EXEC-COMMAND THRU 9010-EXIT.

           MOVE WS-DONE-SQL TO WS-EXEC-SQL.
           MOVE 2 TO WS-PARAM-COUNT.
           PERFORM 3600-SET-JOB-PARAM THRU 3600-EXIT.
           PERFORM 9000-EXEC-SELECT THRU 9000-EXIT.
           PERFORM 3700-FLAG-DONE-STEP THRU 3700-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX NOT LESS WS-NTUPLES.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.

       3500-OPEN-RUN.
           DISPLAY "RUN ID " WS-RUN-ID END-DISPLAY.
           MOVE ZERO      TO WS-STEP-NO-TEXT.
           MOVE SPACE     TO WS-PARAM-VALUE(4).
           STRING WS-CALLER-ID DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(4)
           END-STRING.
           MOVE ZERO      TO WS-MAX-RC-TEXT.
           MOVE WS-NOW-STAMP TO WS-GRP-START-TS.
           PERFORM 9200-INSERT-LOG-ROW THRU 9200-EXIT.
       3500-EXIT.
           EXIT.

       3600-SET-JOB-PARAM.
           MOVE SPACE TO WS-PARAM-VALUE(1).
           STRING WS-JOB-NAME DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           MOVE SPACE TO WS-PARAM-VALUE(2).
           STRING WS-RUN-ID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(2)
           END-STRING.
       3600-EXIT.
           EXIT.

       3700-FLAG-DONE-STEP.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 9050-FETCH-ONE-COLUMN THRU 9050-EXIT.
           PERFORM 3750-MATCH-STEP THRU 3750-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB GREATER WS-STEP-COUNT.
       3700-EXIT.
           EXIT.

       3750-MATCH-STEP.
           IF WS-STEP-NO(WS-STEP-SUB) EQUAL
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT)) THEN
               SET STEP-DONE(WS-STEP-SUB) TO TRUE
           END-IF.
       3750-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RUN-STEPS -- WALK THE TABLE ONE GROUP AT A TIME UNTIL
      * THE END OR A STEP OVER ITS LIMIT.
      ******************************************************************
       4000-RUN-STEPS.
           SET STREAM-RUNNING TO TRUE.
           MOVE 1 TO WS-STEP-SUB.
           PERFORM 4100-RUN-NEXT-GROUP THRU 4100-EXIT
               UNTIL WS-STEP-SUB GREATER WS-STEP-COUNT
                   OR STREAM-STOPPED.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-RUN-NEXT-GROUP -- FIND THE EXTENT OF THE GROUP STARTING
      * AT WS-STEP-SUB, LOG AND START EVERY MEMBER NOT ALREADY DONE,
      * WAIT FOR THEM ALL, THEN COLLECT EACH ONE'S RETURN CODE.
      ******************************************************************
       4100-RUN-NEXT-GROUP.
           MOVE WS-STEP-SUB TO WS-GRP-FIRST.
           MOVE WS-STEP-SUB TO WS-GRP-LAST.
           IF WS-STEP-GRP(WS-STEP-SUB) NOT EQUAL SPACE THEN
               SET GRP-NOT-END TO TRUE
               PERFORM 4150-EXTEND-GROUP THRU 4150-EXIT
                   UNTIL GRP-END
           END-IF.

           COMPUTE WS-STEP-SUB = WS-GRP-LAST + 1.

           PERFORM 9100-STAMP-NOW THRU 9100-EXIT.
           MOVE WS-NOW-STAMP TO WS-GRP-START-TS.
           MOVE ZERO TO WS-GRP-TO-RUN.
           MOVE SPACE TO WS-CMD.
           MOVE 1 TO WS-CMD-PTR.
           PERFORM 4200-START-MEMBER THRU 4200-EXIT
               VARYING WS-GRP-SUB FROM WS-GRP-FIRST BY 1
               UNTIL WS-GRP-SUB GREATER WS-GRP-LAST.

           IF WS-GRP-TO-RUN EQUAL ZERO THEN
               GO TO 4100-EXIT
           END-IF.

           STRING "wait" DELIMITED BY SIZE
               INTO WS-CMD WITH POINTER WS-CMD-PTR
               ON OVERFLOW
                   GO TO 4100-OVERFLOW
           END-STRING.

           CALL "SYSTEM" USING WS-CMD
               RETURNING WS-SYSTEM-RC
           END-CALL.
           IF WS-SYSTEM-RC NOT EQUAL ZERO THEN
               DISPLAY "WARNING: SHELL FOR STEP "
                   WS-STEP-NO(WS-GRP-FIRST)
                   " ENDED ABNORMALLY, STATUS=" WS-SYSTEM-RC
                   UPON SYSERR
               END-DISPLAY
           END-IF.

           PERFORM 4400-COLLECT-MEMBER THRU 4400-EXIT
               VARYING WS-GRP-SUB FROM WS-GRP-FIRST BY 1
               UNTIL WS-GRP-SUB GREATER WS-GRP-LAST.
           GO TO 4100-EXIT.

       4100-OVERFLOW.
           DISPLAY "ERROR: COMMAND FOR STEP " WS-STEP-NO(WS-GRP-FIRST)
               " TOO LONG -- TOO MANY OVERRIDES IN ONE GROUP"
               UPON SYSERR
           END-DISPLAY.
           GO TO BAIL.
       4100-EXIT.
           EXIT.

       4150-EXTEND-GROUP.
           IF WS-GRP-LAST NOT LESS WS-STEP-COUNT THEN
               SET GRP-END TO TRUE
               GO TO 4150-EXIT
           END-IF.
           IF WS-STEP-GRP(WS-GRP-LAST + 1)
                   NOT EQUAL WS-STEP-GRP(WS-GRP-FIRST) THEN
               SET GRP-END TO TRUE
               GO TO 4150-EXIT
           END-IF.
           ADD 1 TO WS-GRP-LAST.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4200-START-MEMBER -- SKIP A MEMBER ALREADY COMPLETE IN THIS
      * RUN; OTHERWISE LOG ITS START AND ADD ITS SUBSHELL TO THE
      * COMMAND -- A SUBSHELL RUNNING THE PROGRAM UNDER "ENV" WITH
      * THE STEP'S OVERRIDES, THEN ECHOING ITS EXIT STATUS AND THE
      * END TIME TO JOBRC.NNN, PUT IN THE BACKGROUND.
      ******************************************************************
       4200-START-MEMBER.
           IF STEP-DONE(WS-GRP-SUB) THEN
               DISPLAY "STEP " WS-STEP-NO(WS-GRP-SUB) " "
                   FUNCTION TRIM(WS-STEP-PROGRAM(WS-GRP-SUB))
                   " ALREADY COMPLETE IN THIS RUN -- SKIPPED"
               END-DISPLAY
               ADD 1 TO WS-STEPS-SKIPPED
               GO TO 4200-EXIT
           END-IF.

           ADD 1 TO WS-GRP-TO-RUN.
           MOVE WS-STEP-NO(WS-GRP-SUB) TO WS-STEP-NO-TEXT.
           MOVE SPACE TO WS-PARAM-VALUE(4).
           STRING WS-STEP-PROGRAM(WS-GRP-SUB) DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(4)
           END-STRING.
           MOVE WS-STEP-MAX-RC(WS-GRP-SUB) TO WS-MAX-RC-TEXT.
           PERFORM 9200-INSERT-LOG-ROW THRU 9200-EXIT.

           DISPLAY "STEP " WS-STEP-NO(WS-GRP-SUB) " "
               FUNCTION TRIM(WS-STEP-PROGRAM(WS-GRP-SUB))
               " STARTED " WS-GRP-START-TS
           END-DISPLAY.

           MOVE SPACE TO WS-RC-FILE-NAME.
           STRING "JOBRC." DELIMITED BY SIZE
               WS-STEP-NO-TEXT DELIMITED BY SIZE
               INTO WS-RC-FILE-NAME
           END-STRING.

           STRING "rm -f " DELIMITED BY SIZE
               WS-RC-FILE-NAME DELIMITED BY SPACE
               "; ( env" DELIMITED BY SIZE
               INTO WS-CMD WITH POINTER WS-CMD-PTR
               ON OVERFLOW
                   GO TO 4100-OVERFLOW
           END-STRING.

           PERFORM 4250-ADD-ENV THRU 4250-EXIT
               VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB GREATER
                   WS-STEP-ENV-COUNT(WS-GRP-SUB).

           STRING " " DELIMITED BY SIZE
               WS-BIN-DIR DELIMITED BY SPACE
               WS-STEP-PROGRAM(WS-GRP-SUB) DELIMITED BY SPACE
               " ; echo $? `date +%Y%m%d%H%M%S` >" DELIMITED BY SIZE
               WS-RC-FILE-NAME DELIMITED BY SPACE
               " ) & " DELIMITED BY SIZE
               INTO WS-CMD WITH POINTER WS-CMD-PTR
               ON OVERFLOW
                   GO TO 4100-OVERFLOW
           END-STRING.
       4200-EXIT.
           EXIT.

       4250-ADD-ENV.
           STRING " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENV-NAME(WS-GRP-SUB, WS-ENV-SUB))
                   DELIMITED BY SIZE
               "='" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENV-VALUE(WS-GRP-SUB, WS-ENV-SUB))
                   DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO WS-CMD WITH POINTER WS-CMD-PTR
               ON OVERFLOW
                   GO TO 4100-OVERFLOW
           END-STRING.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 4400-COLLECT-MEMBER -- READ THE MEMBER'S JOBRC FILE AND CLOSE
      * ITS LOG ROW.  NO FILE, OR NO NUMBER IN IT, MEANS THE SUBSHELL
      * NEVER GOT AS FAR AS THE ECHO; THAT IS RECORDED AS RC 99 SO IT
      * FAILS ANY LIMIT.  A STEP OVER ITS LIMIT STOPS THE STREAM ONCE
      * THE REST OF ITS GROUP IS COLLECTED.
      ******************************************************************
       4400-COLLECT-MEMBER.
           IF STEP-DONE(WS-GRP-SUB) THEN
               GO TO 4400-EXIT
           END-IF.

           MOVE WS-STEP-NO(WS-GRP-SUB) TO WS-STEP-NO-TEXT.
           MOVE SPACE TO WS-RC-FILE-NAME.
           STRING "JOBRC." DELIMITED BY SIZE
               WS-STEP-NO-TEXT DELIMITED BY SIZE
               INTO WS-RC-FILE-NAME
           END-STRING.

           PERFORM 9100-STAMP-NOW THRU 9100-EXIT.
           MOVE 99 TO WS-STEP-RC(WS-GRP-SUB).
           MOVE WS-NOW-STAMP TO WS-STEP-END-TS(WS-GRP-SUB).

           OPEN INPUT STEP-RC-FILE.
           IF WS-RC-FILE-STATUS EQUAL "00" THEN
               MOVE SPACE TO RC-LINE
               READ STEP-RC-FILE
                   AT END
                       MOVE SPACE TO RC-LINE
               END-READ
               MOVE SPACE TO WS-RC-TEXT
               MOVE SPACE TO WS-RC-END-TEXT
               UNSTRING RC-LINE DELIMITED BY ALL SPACE
                   INTO WS-RC-TEXT WS-RC-END-TEXT
               END-UNSTRING
               IF WS-RC-TEXT NOT EQUAL SPACE
                       AND FUNCTION TRIM(WS-RC-TEXT) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RC-TEXT))
                       TO WS-STEP-RC(WS-GRP-SUB)
               END-IF
               IF WS-RC-END-TEXT(1:14) IS NUMERIC THEN
                   MOVE WS-RC-END-TEXT(1:14)
                       TO WS-STEP-END-TS(WS-GRP-SUB)
               END-IF
               CLOSE STEP-RC-FILE
           ELSE
               DISPLAY "WARNING: NO RETURN CODE FILE "
                   FUNCTION TRIM(WS-RC-FILE-NAME)
                   " FOR STEP " WS-STEP-NO(WS-GRP-SUB)
                   " -- RECORDED AS RC 99" UPON SYSERR
               END-DISPLAY
           END-IF.

           ADD 1 TO WS-STEPS-RUN.
           MOVE WS-STEP-RC(WS-GRP-SUB) TO WS-RC-DISP.

           IF WS-STEP-RC(WS-GRP-SUB)
                   GREATER WS-STEP-MAX-RC(WS-GRP-SUB) THEN
               MOVE "F" TO WS-LOG-STATUS
               DISPLAY "STEP " WS-STEP-NO(WS-GRP-SUB) " "
                   FUNCTION TRIM(WS-STEP-PROGRAM(WS-GRP-SUB))
                   " ENDED RC=" WS-RC-DISP
                   " OVER ITS LIMIT OF " WS-STEP-MAX-RC(WS-GRP-SUB)
                   " -- STREAM STOPPED" UPON SYSERR
               END-DISPLAY
               IF STREAM-RUNNING THEN
                   MOVE WS-STEP-NO(WS-GRP-SUB) TO WS-STOP-STEP-NO
               END-IF
               SET STREAM-STOPPED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE "C" TO WS-LOG-STATUS
               SET STEP-DONE(WS-GRP-SUB) TO TRUE
               DISPLAY "STEP " WS-STEP-NO(WS-GRP-SUB) " "
                   FUNCTION TRIM(WS-STEP-PROGRAM(WS-GRP-SUB))
                   " ENDED RC=" WS-RC-DISP
                   " " WS-STEP-END-TS(WS-GRP-SUB)
               END-DISPLAY
               IF WS-STEP-RC(WS-GRP-SUB) GREATER ZERO
                       AND WS-RETURN-CODE LESS 4 THEN
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

           MOVE WS-STEP-END-TS(WS-GRP-SUB) TO WS-NOW-STAMP.
           PERFORM 9300-UPDATE-LOG-ROW THRU 9300-EXIT.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CLOSE-RUN -- CLOSE THE CONTROLLER ROW.  COMPLETE ONLY
      * WHEN EVERY STEP IS DONE; A STOPPED STREAM LEAVES IT FAILED SO
      * THE NEXT INVOCATION RESUMES THIS RUN.
      ******************************************************************
       5000-CLOSE-RUN.
           PERFORM 9100-STAMP-NOW THRU 9100-EXIT.
           MOVE ZERO TO WS-STEP-NO-TEXT.
           MOVE WS-RETURN-CODE TO WS-RC-DISP.
           IF STREAM-STOPPED THEN
               MOVE "F" TO WS-LOG-STATUS
           ELSE
               MOVE "C" TO WS-LOG-STATUS
           END-IF.
           PERFORM 9300-UPDATE-LOG-ROW THRU 9300-EXIT.

           DISPLAY "STEPS RUN:          " WS-STEPS-RUN END-DISPLAY.
           DISPLAY "STEPS SKIPPED:      " WS-STEPS-SKIPPED
           END-DISPLAY.
           IF STREAM-STOPPED THEN
               DISPLAY "RUN " WS-RUN-ID " STOPPED AT STEP "
                   WS-STOP-STEP-NO " -- RERUN REGJOBS TO RESTART THERE"
               END-DISPLAY
           ELSE
               DISPLAY "RUN " WS-RUN-ID " COMPLETE" END-DISPLAY
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE
      ******************************************************************
       8000-TERMINATE.
           CALL "PQfinish" USING BY VALUE PGCONN END-CALL.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-EXEC-SELECT / 9010-EXEC-COMMAND -- RUN WS-EXEC-SQL WITH
      * THE FIRST WS-PARAM-COUNT PARAMETERS.  THE LOG IS THE RESTART
      * RECORD, SO A FAILURE HERE ABANDONS THE CONTROLLER RATHER THAN
      * RUN STEPS IT COULD NOT ACCOUNT FOR.
      ******************************************************************
       9000-EXEC-SELECT.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-EXEC-SQL
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

           IF WS-CALL-RESULT NOT EQUAL 2 THEN
               PERFORM 9090-REPORT-SQL-ERROR THRU 9090-EXIT
           END-IF.

           CALL "PQntuples" USING
               BY VALUE PGRES
               RETURNING WS-NTUPLES
           END-CALL.
       9000-EXIT.
           EXIT.

       9010-EXEC-COMMAND.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-EXEC-SQL
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
               PERFORM 9090-REPORT-SQL-ERROR THRU 9090-EXIT
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       9010-EXIT.
           EXIT.

       9050-FETCH-ONE-COLUMN.
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
       9050-EXIT.
           EXIT.

       9090-REPORT-SQL-ERROR.
           CALL "PQerrorMessage" USING
               BY VALUE PGCONN
               RETURNING RESPTR
           END-CALL.
           SET ADDRESS OF RESSTR TO RESPTR.
           MOVE SPACE TO ANSWER.
           STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING.
           DISPLAY "ERROR: JOB_STEP_LOG ACCESS FAILED FOR RUN "
               WS-RUN-ID ": " FUNCTION TRIM(ANSWER)
               UPON SYSERR
           END-DISPLAY.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           GO TO BAIL.
       9090-EXIT.
           EXIT.

      ******************************************************************
      * 9100-STAMP-NOW -- CURRENT TIME AS YYYYMMDDHHMMSS.
      ******************************************************************
       9100-STAMP-NOW.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACE TO WS-NOW-STAMP.
           STRING WS-NOW-DATE DELIMITED BY SIZE
               WS-NOW-TIME(1:6) DELIMITED BY SIZE
               INTO WS-NOW-STAMP
           END-STRING.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * 9200-INSERT-LOG-ROW -- OPEN AN ATTEMPT ROW FOR STEP
      * WS-STEP-NO-TEXT (PROGRAM ALREADY IN PARAMETER 4) STARTING AT
      * WS-GRP-START-TS.
      ******************************************************************
       9200-INSERT-LOG-ROW.
           PERFORM 3600-SET-JOB-PARAM THRU 3600-EXIT.
           MOVE SPACE TO WS-PARAM-VALUE(3).
           STRING WS-STEP-NO-TEXT DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(3)
           END-STRING.
           MOVE SPACE TO WS-PARAM-VALUE(5).
           STRING WS-MAX-RC-TEXT DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(5)
           END-STRING.
           MOVE SPACE TO WS-PARAM-VALUE(6).
           STRING WS-GRP-START-TS DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(6)
           END-STRING.

           MOVE WS-INSERT-SQL TO WS-EXEC-SQL.
           MOVE 6 TO WS-PARAM-COUNT.
           PERFORM 9010-EXEC-COMMAND THRU 9010-EXIT.
       9200-EXIT.
           EXIT.

      ******************************************************************
      * 9300-UPDATE-LOG-ROW -- CLOSE THE RUNNING ROW FOR STEP
      * WS-STEP-NO-TEXT WITH END WS-NOW-STAMP, RC WS-RC-DISP AND
      * STATUS WS-LOG-STATUS.
      ******************************************************************
       9300-UPDATE-LOG-ROW.
           PERFORM 3600-SET-JOB-PARAM THRU 3600-EXIT.
           MOVE SPACE TO WS-PARAM-VALUE(3).
           STRING WS-STEP-NO-TEXT DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(3)
           END-STRING.
           MOVE SPACE TO WS-PARAM-VALUE(4).
           STRING WS-NOW-STAMP DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(4)
           END-STRING.
           MOVE SPACE TO WS-PARAM-VALUE(5).
           STRING WS-RC-DISP DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(5)
           END-STRING.
           MOVE SPACE TO WS-PARAM-VALUE(6).
           STRING WS-LOG-STATUS DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(6)
           END-STRING.

           MOVE WS-UPDATE-SQL TO WS-EXEC-SQL.
           MOVE 6 TO WS-PARAM-COUNT.
           PERFORM 9010-EXEC-COMMAND THRU 9010-EXIT.
       9300-EXIT.
           EXIT.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGJOBS.

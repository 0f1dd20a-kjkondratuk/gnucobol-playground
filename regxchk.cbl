      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       MISSING AND LATE BATCH CHECK.  COMPARES THE
      *                EXPECTED-TRANSMISSION CALENDAR (XMITCAL, LAYOUT
      *                IN XMITDEF) WITH LOAD_RUN_CONTROL OVER THE LAST
      *                REGXCHK_DAYS DAYS (DEFAULT 7) AND LISTS ON
      *                XCHKRPT, FOR EVERY CALENDAR SOURCE AND DAY:
      *                  - AN EXPECTED BATCH THAT NEVER ARRIVED;
      *                  - ONE THAT ARRIVED AFTER THE DAY'S CUTOFF;
      *                  - A DAY THAT CAME IN MORE THAN ONCE UNDER
      *                    DIFFERENT BATCH IDS;
      *                  - A BATCH ON A DAY NOTHING WAS EXPECTED.
      *                A BATCH BELONGS TO THE DAY ON ITS HEADER
      *                (HDR_CREATE_DT) AND ARRIVED WHEN REGFILE FIRST
      *                REGISTERED IT (ARRIVED_TS); RUN-CONTROL ROWS
      *                FROM BEFORE THOSE COLUMNS FALL BACK TO START_TS.
      *                THE PARTS OF A REGSPLIT LOAD ("Pn" IN THE LAST
      *                TWO POSITIONS) ARE ONE TRANSMISSION, AND A
      *                BATCH THAT WAS BACKED OUT OR STOPPED FAILED
      *                DOES NOT MAKE ITS RESEND A DUPLICATE.  TODAY IS
      *                ONLY JUDGED ONCE ITS CUTOFF HAS PASSED.  EACH
      *                DAY'S VERDICT IS KEPT ON THE HISTORY FILE
      *                (XMITHST, LAYOUT IN XHSTDEF) FOR THE REGXRPT
      *                MONTH-END ON-TIME REPORT.
      *
      *                RETURN CODE, FOR THE SCHEDULER TO PAGE ON:
      *                  0  EVERYTHING EXPECTED ARRIVED ON TIME;
      *                  4  A LATE ARRIVAL NOT REPORTED BEFORE;
      *                  8  AN EXPECTED BATCH IS STILL MISSING, A
      *                     DUPLICATE NOT REPORTED BEFORE, OR NO
      *                     CALENDAR TO CHECK AGAINST.
      *                A MISSING BATCH RAISES 8 ON EVERY RUN UNTIL IT
      *                ARRIVES OR LEAVES THE LOOK-BACK WINDOW.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -X -STD=IBM -LPQ REGXCHK.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL MISSING AND LATE BATCH CHECK.
      *    20261015 TWK  A BATCH STOPPED FAILED ("F") IS TREATED LIKE A
      *                  BACKED-OUT ONE: ITS RESEND IS NOT A DUPLICATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGXCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XMIT-CAL ASSIGN TO "XMITCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-CAL-STATUS.
           SELECT XMIT-HST ASSIGN TO "XMITHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Y01-XMIT-KEY
               FILE STATUS IS WS-XMIT-HST-STATUS.
           SELECT XCHK-RPT ASSIGN TO "XCHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCHK-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-CAL.
           COPY XMITDEF.

       FD  XMIT-HST.
           COPY XHSTDEF.

       FD  XCHK-RPT.
       01  XC-LINE                  PIC X(110).

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
      * FILE STATUS
      *----------------------------------------------------------------
       01  WS-XMIT-CAL-STATUS       PIC X(02).
       01  WS-XMIT-HST-STATUS       PIC X(02).
       01  WS-XCHK-RPT-STATUS       PIC X(02).
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.
       01  WS-CAL-EOF-SW            PIC X(01) VALUE "N".
           88  CAL-END-OF-FILE          VALUE "Y".
           88  CAL-NOT-END-OF-FILE      VALUE "N".

      *----------------------------------------------------------------
      * DBCONN CALLER ID -- SIZED TO DBCONN'S LINKAGE ITEM SO THE CALL
      * NEVER READS PAST A SHORT LITERAL'S STORAGE.
      *----------------------------------------------------------------
       01  WS-CALLER-ID             PIC X(09) VALUE "REGXCHK".

      *----------------------------------------------------------------
      * RUN DATE, TIME, AND THE LOOK-BACK WINDOW -- REGXCHK_DAYS DAYS
      * ENDING TODAY.  DAYS ARE WALKED AS INTEGER DATES SO MONTH AND
      * YEAR ENDS NEED NO SPECIAL HANDLING; THE DAY OF THE WEEK IS
      * THE INTEGER DATE MOD 7 (DAY 1 OF THE INTEGER CALENDAR,
      * 1 JANUARY 1601, WAS A MONDAY).
      *----------------------------------------------------------------
       01  WS-RUN-DT                PIC 9(08).
       01  WS-RUN-TM                PIC 9(08).
       01  WS-RUN-TM-R REDEFINES WS-RUN-TM.
           05  WS-RUN-HHMM          PIC 9(04).
           05  FILLER               PIC 9(04).
       01  WS-PARM-TEXT             PIC X(06).
       01  WS-DAYS                  PIC 9(03) VALUE 7.
       01  WS-MAX-DAYS              PIC 9(03) VALUE 60.
       01  WS-FIRST-DT              PIC 9(08).
       01  WS-FIRST-INT             PIC 9(07) COMP.
       01  WS-RUN-INT               PIC 9(07) COMP.
       01  WS-DAY-INT               PIC 9(07) COMP.
       01  WS-DAY-DT                PIC 9(08).
       01  WS-WEEKDAY               PIC 9(01) COMP.
       01  WS-WEEK-QUOTIENT         PIC 9(07) COMP.
       01  WS-WEEKDAY-NAMES-X.
           05  FILLER               PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01  WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAMES-X.
           05  WS-WEEKDAY-NAME      PIC X(03) OCCURS 7 TIMES.

      *----------------------------------------------------------------
      * CALENDAR -- LOADED ONCE.  OVERFLOW ABANDONS THE RUN RATHER
      * THAN CHECK SHORT.
      *----------------------------------------------------------------
       01  WS-MAX-SOURCES           PIC 9(03) COMP VALUE 50.
       01  WS-SRC-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY         OCCURS 50 TIMES.
               10  WS-SRC-SYSTEM    PIC X(08).
               10  WS-SRC-DAYS      PIC X(07).
               10  WS-SRC-CUTOFF    PIC 9(04).
       01  WS-SRC-SUB               PIC 9(03) COMP.
       01  WS-MAX-HOLIDAYS          PIC 9(03) COMP VALUE 300.
       01  WS-HOL-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY         OCCURS 300 TIMES.
               10  WS-HOL-DT        PIC 9(08).
               10  WS-HOL-SYSTEM    PIC X(08).
       01  WS-HOL-SUB               PIC 9(03) COMP.
       01  WS-CAL-LINE-NO           PIC 9(05) COMP VALUE ZERO.
       01  WS-CAL-LINE-DISP         PIC Z(04)9.

      *----------------------------------------------------------------
      * RUN-CONTROL ROWS FOR ONE SOURCE OVER THE WINDOW, IN DAY THEN
      * ARRIVAL ORDER.  THE DAY IS THE HEADER CREATE DATE AS SENT, SO
      * IT IS KEPT AS TEXT -- A MALFORMED ONE SIMPLY MATCHES NO DAY.
      *----------------------------------------------------------------
       01  WS-RUNS-SQL              PIC X(400).
       01  WS-PARAM-VALUES.
           05  WS-PARAM-VALUE       OCCURS 3 TIMES PIC X(32).
       01  WS-PARAM-PTRS.
           05  WS-PARAM-PTR         OCCURS 3 TIMES USAGE POINTER.
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-ROW-IDX               USAGE BINARY-LONG.
       01  WS-COL-IDX               USAGE BINARY-LONG.
       01  WS-FIELD-TEXT            PIC X(32).
       01  WS-MAX-RUNS              PIC 9(04) COMP VALUE 1000.
       01  WS-RUN-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY         OCCURS 1000 TIMES.
               10  WS-RUN-DAY       PIC X(08).
               10  WS-RUN-BATCH-ID  PIC X(12).
               10  WS-RUN-FAMILY    PIC X(12).
               10  WS-RUN-ARRIVED   PIC 9(12).
               10  WS-RUN-STATUS    PIC X(01).
      *            BACKED OUT, OR STOPPED BY REGFILE OR REGWATCH
                   88  WS-RUN-NOT-A-COPY  VALUE "B" "F".
       01  WS-RUN-SUB               PIC 9(04) COMP.

      *----------------------------------------------------------------
      * ONE DAY'S VERDICT
      *----------------------------------------------------------------
       01  WS-EXPECTED-SW           PIC X(01).
           88  DAY-EXPECTED             VALUE "Y".
           88  DAY-NOT-EXPECTED         VALUE "N".
       01  WS-DUE-SW                PIC X(01).
           88  DAY-DUE                  VALUE "Y".
           88  DAY-NOT-YET-DUE          VALUE "N".
       01  WS-DAY-OUTCOME           PIC X(01).
           88  DAY-ON-TIME              VALUE "O".
           88  DAY-LATE                 VALUE "L".
           88  DAY-MISSING              VALUE "M".
           88  DAY-UNSCHEDULED          VALUE "U".
           88  DAY-NOTHING              VALUE SPACE.
       01  WS-DAY-ROWS              PIC 9(04) COMP.
       01  WS-DAY-FAMILIES          PIC 9(02) COMP.
       01  WS-DAY-BATCH-ID          PIC X(12).
       01  WS-DAY-FAMILY            PIC X(12).
       01  WS-DAY-OTHER-ID          PIC X(12).
       01  WS-DAY-ARRIVED           PIC 9(12).
       01  WS-DAY-DEADLINE          PIC 9(12).
       01  WS-DAY-DUP-SW            PIC X(01).
           88  DAY-DUPLICATED           VALUE "Y".
           88  DAY-NOT-DUPLICATED       VALUE "N".
       01  WS-NEW-SW                PIC X(01).
           88  FINDING-NEW              VALUE "Y".
           88  FINDING-SEEN-BEFORE      VALUE "N".
       01  WS-HST-FOUND-SW          PIC X(01).
           88  HST-FOUND                VALUE "Y".
           88  HST-NOT-FOUND            VALUE "N".

      *----------------------------------------------------------------
      * COUNTERS
      *----------------------------------------------------------------
       01  WS-DAYS-EXPECTED         PIC 9(05) COMP VALUE ZERO.
       01  WS-DAYS-ON-TIME          PIC 9(05) COMP VALUE ZERO.
       01  WS-DAYS-LATE             PIC 9(05) COMP VALUE ZERO.
       01  WS-DAYS-MISSING          PIC 9(05) COMP VALUE ZERO.
       01  WS-DAYS-DUPLICATED       PIC 9(05) COMP VALUE ZERO.
       01  WS-DAYS-UNSCHEDULED      PIC 9(05) COMP VALUE ZERO.
       01  WS-COUNT-DISP            PIC Z(04)9.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "EXPECTED-TRANSMISSION CHECK".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  XC-H1-RUN-DT         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XC-H1-RUN-HHMM       PIC 9(04).
       01  WS-RPT-H2.
           05  FILLER               PIC X(09) VALUE "WINDOW ".
           05  XC-H2-FIRST-DT       PIC 9(08).
           05  FILLER               PIC X(09) VALUE " THROUGH ".
           05  XC-H2-LAST-DT        PIC 9(08).
           05  FILLER               PIC X(02) VALUE " (".
           05  XC-H2-DAYS           PIC ZZ9.
           05  FILLER               PIC X(06) VALUE " DAYS)".
       01  WS-RPT-HDG.
           05  FILLER               PIC X(09) VALUE "SOURCE".
           05  FILLER               PIC X(09) VALUE "DAY".
           05  FILLER               PIC X(04) VALUE "DOW".
           05  FILLER               PIC X(07) VALUE "CUTOFF".
           05  FILLER               PIC X(12) VALUE "VERDICT".
           05  FILLER               PIC X(13) VALUE "ARRIVED".
           05  FILLER               PIC X(13) VALUE "BATCH".
           05  FILLER               PIC X(13) VALUE "ALSO AS".
           05  FILLER               PIC X(04) VALUE "NEW".
       01  WS-RPT-DETAIL.
           05  XC-DT-SOURCE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XC-DT-DAY            PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XC-DT-DOW            PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XC-DT-CUTOFF         PIC 9(04).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  XC-DT-VERDICT        PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XC-DT-ARRIVED        PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XC-DT-BATCH-ID       PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XC-DT-OTHER-ID       PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XC-DT-NEW            PIC X(03).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
           PERFORM 2000-CONNECT-DATABASE THRU 2000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-CHECK-SOURCES THRU 4000-EXIT.
           PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- THE WINDOW AND THE RUN-CONTROL SELECT.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TM FROM TIME.

           MOVE SPACE TO WS-PARM-TEXT.
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "REGXCHK_DAYS".
           IF WS-PARM-TEXT NOT EQUAL SPACE THEN
               IF FUNCTION TRIM(WS-PARM-TEXT) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-DAYS
               ELSE
                   DISPLAY "ERROR: REGXCHK_DAYS MUST BE A NUMBER"
                       UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               IF WS-DAYS LESS 1 OR WS-DAYS GREATER WS-MAX-DAYS THEN
                   DISPLAY "ERROR: REGXCHK_DAYS MUST BE 1 TO "
                       WS-MAX-DAYS UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
           END-IF.

           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DT).
           COMPUTE WS-FIRST-INT = WS-RUN-INT - WS-DAYS + 1.
           COMPUTE WS-FIRST-DT =
               FUNCTION DATE-OF-INTEGER(WS-FIRST-INT).

           STRING
               "SELECT COALESCE(HDR_CREATE_DT,"
                   DELIMITED BY SIZE
               " TO_CHAR(START_TS,'YYYYMMDD')), BATCH_ID,"
                   DELIMITED BY SIZE
               " TO_CHAR(COALESCE(ARRIVED_TS,START_TS),"
                   DELIMITED BY SIZE
               "'YYYYMMDDHH24MI'), STATUS"
                   DELIMITED BY SIZE
               " FROM LOAD_RUN_CONTROL WHERE SOURCE_SYSTEM=$1"
                   DELIMITED BY SIZE
               " AND COALESCE(HDR_CREATE_DT,"
                   DELIMITED BY SIZE
               " TO_CHAR(START_TS,'YYYYMMDD')) BETWEEN $2 AND $3"
                   DELIMITED BY SIZE
               " ORDER BY 1, 3" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-RUNS-SQL
           END-STRING.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-CALENDAR -- EVERY SRC AND HOL LINE.  A CALENDAR
      * LINE THAT CANNOT BE READ STOPS THE RUN: A SOURCE SILENTLY
      * DROPPED FROM THE CHECK IS THE FAILURE THIS JOB EXISTS TO
      * PREVENT.  NO CALENDAR AT ALL IS REPORTED BY 3000 WITH RC 8.
      ******************************************************************
       1500-LOAD-CALENDAR.
           OPEN INPUT XMIT-CAL.
           IF WS-XMIT-CAL-STATUS EQUAL "35" THEN
               GO TO 1500-EXIT
           END-IF.
           IF WS-XMIT-CAL-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN XMITCAL, STATUS="
                   WS-XMIT-CAL-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           SET CAL-NOT-END-OF-FILE TO TRUE.
           PERFORM 1550-LOAD-ONE-LINE THRU 1550-EXIT
               UNTIL CAL-END-OF-FILE.
           CLOSE XMIT-CAL.
       1500-EXIT.
           EXIT.

       1550-LOAD-ONE-LINE.
           READ XMIT-CAL
               AT END
                   SET CAL-END-OF-FILE TO TRUE
                   GO TO 1550-EXIT
           END-READ.
           ADD 1 TO WS-CAL-LINE-NO.
           MOVE WS-CAL-LINE-NO TO WS-CAL-LINE-DISP.

           IF B01-SOURCE-RECORD EQUAL SPACE OR
                   B01-REC-ID(1:1) EQUAL "*" THEN
               GO TO 1550-EXIT
           END-IF.

           IF B01-SOURCE-ID THEN
               IF B01-SOURCE-SYSTEM EQUAL SPACE OR
                       B01-CUTOFF-TM NOT NUMERIC THEN
                   GO TO 1590-BAD-LINE
               END-IF
               IF B01-CUTOFF-HH GREATER 23 OR
                       B01-CUTOFF-MI GREATER 59 THEN
                   GO TO 1590-BAD-LINE
               END-IF
               IF WS-SRC-COUNT NOT LESS WS-MAX-SOURCES THEN
                   DISPLAY "ERROR: MORE THAN " WS-MAX-SOURCES
                       " SOURCES ON XMITCAL" UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE B01-SOURCE-SYSTEM TO WS-SRC-SYSTEM(WS-SRC-COUNT)
               MOVE B01-SEND-DAYS     TO WS-SRC-DAYS(WS-SRC-COUNT)
               MOVE B01-CUTOFF-TM     TO WS-SRC-CUTOFF(WS-SRC-COUNT)
               GO TO 1550-EXIT
           END-IF.

           IF B01-HOLIDAY-ID THEN
               IF B02-HOLIDAY-DT NOT NUMERIC THEN
                   GO TO 1590-BAD-LINE
               END-IF
               IF WS-HOL-COUNT NOT LESS WS-MAX-HOLIDAYS THEN
                   DISPLAY "ERROR: MORE THAN " WS-MAX-HOLIDAYS
                       " HOLIDAYS ON XMITCAL" UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               ADD 1 TO WS-HOL-COUNT
               MOVE B02-HOLIDAY-DT    TO WS-HOL-DT(WS-HOL-COUNT)
               MOVE B02-SOURCE-SYSTEM TO WS-HOL-SYSTEM(WS-HOL-COUNT)
               GO TO 1550-EXIT
           END-IF.

       1590-BAD-LINE.
           DISPLAY "ERROR: XMITCAL LINE " WS-CAL-LINE-DISP
               " CANNOT BE READ: " B01-SOURCE-RECORD UPON SYSERR
           END-DISPLAY.
           GO TO BAIL.
       1550-EXIT.
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
               DISPLAY "ERROR: REGXCHK UNABLE TO ESTABLISH CONNECTION"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES -- THE REPORT MUST OPEN; THE HISTORY FILE IS
      * CREATED ON FIRST USE.  AN EMPTY OR MISSING CALENDAR MEANS
      * NOTHING CAN BE VOUCHED FOR, WHICH IS ITSELF WORTH A PAGE.
      ******************************************************************
       3000-OPEN-FILES.
           OPEN OUTPUT XCHK-RPT.
           IF WS-XCHK-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN XCHKRPT, STATUS="
                   WS-XCHK-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE WS-RUN-DT           TO XC-H1-RUN-DT.
           MOVE WS-RUN-HHMM         TO XC-H1-RUN-HHMM.
           MOVE WS-RPT-H1           TO XC-LINE.
           WRITE XC-LINE.
           MOVE WS-FIRST-DT         TO XC-H2-FIRST-DT.
           MOVE WS-RUN-DT           TO XC-H2-LAST-DT.
           MOVE WS-DAYS             TO XC-H2-DAYS.
           MOVE WS-RPT-H2           TO XC-LINE.
           WRITE XC-LINE.
           MOVE ALL "-"             TO XC-LINE.
           WRITE XC-LINE.

           IF WS-SRC-COUNT EQUAL ZERO THEN
               MOVE SPACE TO XC-LINE
               STRING "NO EXPECTED-TRANSMISSION CALENDAR (XMITCAL)"
                   " -- NOTHING CHECKED" DELIMITED BY SIZE
                   INTO XC-LINE
               END-STRING
               WRITE XC-LINE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

           OPEN I-O XMIT-HST.
           IF WS-XMIT-HST-STATUS EQUAL "35" THEN
               OPEN OUTPUT XMIT-HST
               CLOSE XMIT-HST
               OPEN I-O XMIT-HST
           END-IF.
           IF WS-XMIT-HST-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN XMITHST, STATUS="
                   WS-XMIT-HST-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE WS-RPT-HDG TO XC-LINE.
           WRITE XC-LINE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHECK-SOURCES -- ONE CALENDAR SOURCE AT A TIME.
      ******************************************************************
       4000-CHECK-SOURCES.
           PERFORM 4100-CHECK-ONE-SOURCE THRU 4100-EXIT
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB GREATER WS-SRC-COUNT.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-SOURCE.
           PERFORM 4200-LOAD-RUNS THRU 4200-EXIT.
           PERFORM 4400-CHECK-ONE-DAY THRU 4400-EXIT
               VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
               UNTIL WS-DAY-INT GREATER WS-RUN-INT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-LOAD-RUNS -- EVERY RUN-CONTROL ROW OF THIS SOURCE WHOSE
      * DAY FALLS IN THE WINDOW.  EACH ROW'S FAMILY IS ITS BATCH ID,
      * OR FOR A REGSPLIT PART THE ID WITHOUT ITS "Pn".
      ******************************************************************
       4200-LOAD-RUNS.
           STRING WS-SRC-SYSTEM(WS-SRC-SUB) DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           STRING WS-FIRST-DT DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(2)
           END-STRING.
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2).
           STRING WS-RUN-DT DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(3)
           END-STRING.
           SET WS-PARAM-PTR(3) TO ADDRESS OF WS-PARAM-VALUE(3).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-RUNS-SQL
               BY VALUE 3
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
                   "ERROR: RUN-CONTROL SELECT FAILED: "
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

           IF WS-NTUPLES GREATER WS-MAX-RUNS THEN
               DISPLAY "ERROR: MORE THAN " WS-MAX-RUNS
                   " RUN-CONTROL ROWS FOR " WS-SRC-SYSTEM(WS-SRC-SUB)
                   " IN THE WINDOW" UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO BAIL
           END-IF.

           MOVE ZERO TO WS-RUN-COUNT.
           PERFORM 4250-UNPACK-RUN-ROW THRU 4250-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       4200-EXIT.
           EXIT.

       4250-UNPACK-RUN-ROW.
           ADD 1 TO WS-RUN-COUNT.

           MOVE ZERO TO WS-COL-IDX.
           PERFORM 4290-FETCH-ONE-COLUMN THRU 4290-EXIT.
           MOVE WS-FIELD-TEXT TO WS-RUN-DAY(WS-RUN-COUNT).

           MOVE 1 TO WS-COL-IDX.
           PERFORM 4290-FETCH-ONE-COLUMN THRU 4290-EXIT.
           MOVE WS-FIELD-TEXT TO WS-RUN-BATCH-ID(WS-RUN-COUNT).
           MOVE WS-FIELD-TEXT TO WS-RUN-FAMILY(WS-RUN-COUNT).
           IF WS-FIELD-TEXT(11:1) EQUAL "P" AND
                   WS-FIELD-TEXT(12:1) NOT LESS "1" AND
                   WS-FIELD-TEXT(12:1) NOT GREATER "4" THEN
               MOVE SPACE TO WS-RUN-FAMILY(WS-RUN-COUNT)(11:2)
           END-IF.

           MOVE 2 TO WS-COL-IDX.
           PERFORM 4290-FETCH-ONE-COLUMN THRU 4290-EXIT.
           IF WS-FIELD-TEXT(1:12) IS NUMERIC THEN
               MOVE WS-FIELD-TEXT(1:12) TO WS-RUN-ARRIVED(WS-RUN-COUNT)
           ELSE
               MOVE ZERO TO WS-RUN-ARRIVED(WS-RUN-COUNT)
           END-IF.

           MOVE 3 TO WS-COL-IDX.
           PERFORM 4290-FETCH-ONE-COLUMN THRU 4290-EXIT.
           MOVE WS-FIELD-TEXT(1:1) TO WS-RUN-STATUS(WS-RUN-COUNT).
       4250-EXIT.
           EXIT.

       4290-FETCH-ONE-COLUMN.
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
       4290-EXIT.
           EXIT.

      ******************************************************************
      * 4400-CHECK-ONE-DAY -- WAS A BATCH EXPECTED, DID ONE COME, WAS
      * IT IN BY THE CUTOFF, AND DID THE DAY COME IN TWICE.  A DAY
      * WITH NOTHING EXPECTED AND NOTHING SENT IS NOT REPORTED.
      ******************************************************************
       4400-CHECK-ONE-DAY.
           COMPUTE WS-DAY-DT = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY
           END-DIVIDE.
           IF WS-WEEKDAY EQUAL ZERO THEN
               MOVE 7 TO WS-WEEKDAY
           END-IF.

           PERFORM 4450-SET-EXPECTED THRU 4450-EXIT.
           PERFORM 4500-GATHER-DAY THRU 4500-EXIT.

           SET DAY-NOTHING TO TRUE.
           IF WS-DAY-ROWS EQUAL ZERO THEN
               IF DAY-EXPECTED AND DAY-DUE THEN
                   SET DAY-MISSING TO TRUE
               END-IF
           ELSE
               IF DAY-EXPECTED THEN
                   COMPUTE WS-DAY-DEADLINE = WS-DAY-DT * 10000
                       + WS-SRC-CUTOFF(WS-SRC-SUB)
                   IF WS-DAY-ARRIVED GREATER WS-DAY-DEADLINE THEN
                       SET DAY-LATE TO TRUE
                   ELSE
                       SET DAY-ON-TIME TO TRUE
                   END-IF
               ELSE
                   SET DAY-UNSCHEDULED TO TRUE
               END-IF
           END-IF.

           IF DAY-NOTHING THEN
               GO TO 4400-EXIT
           END-IF.

           PERFORM 4600-RECORD-HISTORY THRU 4600-EXIT.
           PERFORM 4700-REPORT-DAY THRU 4700-EXIT.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4450-SET-EXPECTED -- THE SOURCE SENDS ON THIS WEEKDAY AND IT
      * IS NOT A HOLIDAY, EITHER FOR EVERY SOURCE OR FOR THIS ONE.
      * TODAY IS NOT YET DUE UNTIL ITS CUTOFF HAS PASSED.
      ******************************************************************
       4450-SET-EXPECTED.
           SET DAY-EXPECTED TO TRUE.
           IF WS-SRC-DAYS(WS-SRC-SUB)(WS-WEEKDAY:1) EQUAL "-" OR
                   WS-SRC-DAYS(WS-SRC-SUB)(WS-WEEKDAY:1) EQUAL SPACE
               THEN
               SET DAY-NOT-EXPECTED TO TRUE
           END-IF.

           PERFORM 4460-CHECK-ONE-HOLIDAY THRU 4460-EXIT
               VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB GREATER WS-HOL-COUNT
                   OR DAY-NOT-EXPECTED.

           SET DAY-DUE TO TRUE.
           IF WS-DAY-DT EQUAL WS-RUN-DT AND
                   WS-RUN-HHMM NOT GREATER WS-SRC-CUTOFF(WS-SRC-SUB)
               THEN
               SET DAY-NOT-YET-DUE TO TRUE
           END-IF.
       4450-EXIT.
           EXIT.

       4460-CHECK-ONE-HOLIDAY.
           IF WS-HOL-DT(WS-HOL-SUB) EQUAL WS-DAY-DT AND
                   (WS-HOL-SYSTEM(WS-HOL-SUB) EQUAL SPACE OR
                    WS-HOL-SYSTEM(WS-HOL-SUB) EQUAL
                        WS-SRC-SYSTEM(WS-SRC-SUB)) THEN
               SET DAY-NOT-EXPECTED TO TRUE
           END-IF.
       4460-EXIT.
           EXIT.

      ******************************************************************
      * 4500-GATHER-DAY -- THE ROWS FOR THIS DAY: HOW MANY, THE FIRST
      * TO ARRIVE (THE ROWS ARE IN ARRIVAL ORDER WITHIN THE DAY), AND
      * WHETHER A SECOND FAMILY TURNED UP.  A BATCH BACKED OUT ("B")
      * OR STOPPED FAILED ("F", BY REGFILE OR REGWATCH) STILL COUNTS
      * AS HAVING ARRIVED BUT NOT AS A COPY -- ITS RESEND IS THE
      * RECOVERY, NOT A DUPLICATE.
      ******************************************************************
       4500-GATHER-DAY.
           MOVE ZERO TO WS-DAY-ROWS.
           MOVE ZERO TO WS-DAY-FAMILIES.
           MOVE ZERO TO WS-DAY-ARRIVED.
           MOVE SPACE TO WS-DAY-BATCH-ID.
           MOVE SPACE TO WS-DAY-FAMILY.
           MOVE SPACE TO WS-DAY-OTHER-ID.
           SET DAY-NOT-DUPLICATED TO TRUE.
           PERFORM 4550-GATHER-ONE-ROW THRU 4550-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB GREATER WS-RUN-COUNT.
       4500-EXIT.
           EXIT.

       4550-GATHER-ONE-ROW.
           IF WS-RUN-DAY(WS-RUN-SUB) NOT EQUAL WS-DAY-DT THEN
               GO TO 4550-EXIT
           END-IF.

           ADD 1 TO WS-DAY-ROWS.
           IF WS-DAY-ROWS EQUAL 1 THEN
               MOVE WS-RUN-BATCH-ID(WS-RUN-SUB) TO WS-DAY-BATCH-ID
               MOVE WS-RUN-ARRIVED(WS-RUN-SUB)  TO WS-DAY-ARRIVED
           END-IF.

           IF WS-RUN-NOT-A-COPY(WS-RUN-SUB) THEN
               GO TO 4550-EXIT
           END-IF.

           IF WS-DAY-FAMILIES EQUAL ZERO THEN
               MOVE 1 TO WS-DAY-FAMILIES
               MOVE WS-RUN-FAMILY(WS-RUN-SUB) TO WS-DAY-FAMILY
               GO TO 4550-EXIT
           END-IF.

           IF WS-RUN-FAMILY(WS-RUN-SUB) NOT EQUAL WS-DAY-FAMILY AND
                   DAY-NOT-DUPLICATED THEN
               ADD 1 TO WS-DAY-FAMILIES
               MOVE WS-RUN-BATCH-ID(WS-RUN-SUB) TO WS-DAY-OTHER-ID
               SET DAY-DUPLICATED TO TRUE
           END-IF.
       4550-EXIT.
           EXIT.

      ******************************************************************
      * 4600-RECORD-HISTORY -- WRITE OR REWRITE THE DAY'S HISTORY
      * ENTRY, NOTING WHETHER THE FINDING IS NEW SINCE THE LAST RUN,
      * AND SET THE RETURN CODE.  A MISSING BATCH IS ALWAYS PAGED;
      * LATE ARRIVALS AND DUPLICATES ONLY THE FIRST TIME THEY ARE
      * SEEN.
      ******************************************************************
       4600-RECORD-HISTORY.
           MOVE WS-SRC-SYSTEM(WS-SRC-SUB) TO Y01-SOURCE-SYSTEM.
           MOVE WS-DAY-DT TO Y01-EXPECTED-DT.
           SET HST-FOUND TO TRUE.
           READ XMIT-HST
               KEY IS Y01-XMIT-KEY
               INVALID KEY
                   SET HST-NOT-FOUND TO TRUE
           END-READ.

           SET FINDING-NEW TO TRUE.
           IF HST-FOUND AND Y01-OUTCOME EQUAL WS-DAY-OUTCOME THEN
               SET FINDING-SEEN-BEFORE TO TRUE
               IF DAY-DUPLICATED AND Y01-NOT-DUPLICATED THEN
                   SET FINDING-NEW TO TRUE
               END-IF
           END-IF.

           IF HST-NOT-FOUND THEN
               MOVE SPACE TO Y01-XMIT-RECORD
               MOVE WS-SRC-SYSTEM(WS-SRC-SUB) TO Y01-SOURCE-SYSTEM
               MOVE WS-DAY-DT TO Y01-EXPECTED-DT
               MOVE WS-RUN-DT TO Y01-FIRST-CHECKED-DT
           END-IF.
           MOVE WS-DAY-OUTCOME TO Y01-OUTCOME.
           MOVE WS-DAY-DUP-SW TO Y01-DUP-SW.
           MOVE WS-SRC-CUTOFF(WS-SRC-SUB) TO Y01-CUTOFF-TM.
           MOVE WS-DAY-BATCH-ID TO Y01-BATCH-ID.
           MOVE WS-DAY-ARRIVED TO Y01-ARRIVED-TS.
           MOVE WS-DAY-FAMILIES TO Y01-BATCH-COUNT.
           MOVE WS-DAY-OTHER-ID TO Y01-OTHER-BATCH-ID.
           MOVE WS-RUN-DT TO Y01-LAST-CHECKED-DT.

           IF HST-FOUND THEN
               REWRITE Y01-XMIT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: XMITHST REWRITE FAILED, STATUS="
                           WS-XMIT-HST-STATUS UPON SYSERR
                       END-DISPLAY
                       GO TO BAIL
               END-REWRITE
           ELSE
               WRITE Y01-XMIT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: XMITHST WRITE FAILED, STATUS="
                           WS-XMIT-HST-STATUS UPON SYSERR
                       END-DISPLAY
                       GO TO BAIL
               END-WRITE
           END-IF.

           IF DAY-MISSING THEN
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           IF DAY-DUPLICATED AND FINDING-NEW THEN
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           IF DAY-LATE AND FINDING-NEW AND WS-RETURN-CODE LESS 4 THEN
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4700-REPORT-DAY -- ONE LINE PER JUDGED DAY, AND THE COUNTS.
      ******************************************************************
       4700-REPORT-DAY.
           MOVE SPACE TO WS-RPT-DETAIL.
           MOVE WS-SRC-SYSTEM(WS-SRC-SUB) TO XC-DT-SOURCE.
           MOVE WS-DAY-DT TO XC-DT-DAY.
           MOVE WS-WEEKDAY-NAME(WS-WEEKDAY) TO XC-DT-DOW.
           MOVE WS-SRC-CUTOFF(WS-SRC-SUB) TO XC-DT-CUTOFF.
           MOVE WS-DAY-BATCH-ID TO XC-DT-BATCH-ID.
           MOVE WS-DAY-OTHER-ID TO XC-DT-OTHER-ID.
           IF WS-DAY-ARRIVED NOT EQUAL ZERO THEN
               MOVE WS-DAY-ARRIVED TO XC-DT-ARRIVED
           END-IF.

           IF DAY-EXPECTED THEN
               ADD 1 TO WS-DAYS-EXPECTED
           END-IF.
           IF DAY-ON-TIME THEN
               MOVE "ON TIME" TO XC-DT-VERDICT
               ADD 1 TO WS-DAYS-ON-TIME
           END-IF.
           IF DAY-LATE THEN
               MOVE "LATE" TO XC-DT-VERDICT
               ADD 1 TO WS-DAYS-LATE
           END-IF.
           IF DAY-MISSING THEN
               MOVE "MISSING" TO XC-DT-VERDICT
               ADD 1 TO WS-DAYS-MISSING
           END-IF.
           IF DAY-UNSCHEDULED THEN
               MOVE "UNSCHEDULED" TO XC-DT-VERDICT
               ADD 1 TO WS-DAYS-UNSCHEDULED
           END-IF.
           IF DAY-DUPLICATED THEN
               ADD 1 TO WS-DAYS-DUPLICATED
           END-IF.

           IF FINDING-NEW AND NOT DAY-ON-TIME THEN
               MOVE "NEW" TO XC-DT-NEW
           END-IF.
           IF FINDING-NEW AND DAY-DUPLICATED THEN
               MOVE "NEW" TO XC-DT-NEW
           END-IF.

           MOVE WS-RPT-DETAIL TO XC-LINE.
           WRITE XC-LINE.
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-TOTALS
      ******************************************************************
       6000-WRITE-TOTALS.
           MOVE ALL "-" TO XC-LINE.
           WRITE XC-LINE.
           MOVE SPACE TO XC-LINE.
           MOVE WS-DAYS-EXPECTED TO WS-COUNT-DISP.
           STRING "EXPECTED BATCHES JUDGED:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO XC-LINE
           END-STRING.
           WRITE XC-LINE.
           MOVE SPACE TO XC-LINE.
           MOVE WS-DAYS-ON-TIME TO WS-COUNT-DISP.
           STRING "  ON TIME:                  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO XC-LINE
           END-STRING.
           WRITE XC-LINE.
           MOVE SPACE TO XC-LINE.
           MOVE WS-DAYS-LATE TO WS-COUNT-DISP.
           STRING "  LATE:                     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO XC-LINE
           END-STRING.
           WRITE XC-LINE.
           MOVE SPACE TO XC-LINE.
           MOVE WS-DAYS-MISSING TO WS-COUNT-DISP.
           STRING "  MISSING:                  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO XC-LINE
           END-STRING.
           WRITE XC-LINE.
           MOVE SPACE TO XC-LINE.
           MOVE WS-DAYS-UNSCHEDULED TO WS-COUNT-DISP.
           STRING "UNSCHEDULED ARRIVALS:       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO XC-LINE
           END-STRING.
           WRITE XC-LINE.
           MOVE SPACE TO XC-LINE.
           MOVE WS-DAYS-DUPLICATED TO WS-COUNT-DISP.
           STRING "DAYS SENT MORE THAN ONCE:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO XC-LINE
           END-STRING.
           WRITE XC-LINE.
           MOVE SPACE TO XC-LINE.
           MOVE WS-RETURN-CODE TO WS-COUNT-DISP.
           STRING "RETURN CODE:                " WS-COUNT-DISP
               DELIMITED BY SIZE INTO XC-LINE
           END-STRING.
           WRITE XC-LINE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE XMIT-HST.
           CLOSE XCHK-RPT.
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

       END PROGRAM REGXCHK.

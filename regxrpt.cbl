      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       MONTH-END TRANSMISSION TIMELINESS REPORT.
      *                READS THE TRANSMISSION HISTORY REGXCHK KEEPS
      *                (XMITHST, LAYOUT IN XHSTDEF) FOR ONE CALENDAR
      *                MONTH (REGXRPT_MONTH, YYYYMM; DEFAULT THE MONTH
      *                BEFORE THE RUN DATE) AND PRINTS XRPTRPT: FOR
      *                EACH SOURCE SYSTEM EVERY LATE, MISSING,
      *                DUPLICATED OR UNSCHEDULED DAY, THEN THE DAYS
      *                EXPECTED, ON TIME, LATE AND MISSING AND THE
      *                ON-TIME PERCENTAGE (ON TIME OVER EXPECTED);
      *                THEN THE SAME FOR ALL SOURCES TOGETHER.
      *                UNSCHEDULED DAYS ARE LISTED BUT DO NOT COUNT
      *                TOWARD THE PERCENTAGE.  THE FIGURES ARE AS GOOD
      *                AS REGXCHK'S COVERAGE: A DAY IT NEVER LOOKED AT
      *                IS NOT ON THE HISTORY.
      *
      *                RETURN CODE 0, OR 4 WHEN THERE IS NO HISTORY
      *                TO READ.
      * TECTONICS:     COBC -X -STD=IBM REGXRPT.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL TRANSMISSION TIMELINESS REPORT.
      *    20261015 TWK  THE VERDICT COLUMN IS WIDE ENOUGH FOR A
      *                  DUPLICATED LATE OR UNSCHEDULED DAY IN FULL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGXRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XMIT-HST ASSIGN TO "XMITHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Y01-XMIT-KEY
               FILE STATUS IS WS-XMIT-HST-STATUS.
           SELECT XRPT-RPT ASSIGN TO "XRPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRPT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-HST.
           COPY XHSTDEF.

       FD  XRPT-RPT.
       01  XR-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS
      *----------------------------------------------------------------
       01  WS-XMIT-HST-STATUS       PIC X(02).
       01  WS-XRPT-RPT-STATUS       PIC X(02).
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.
       01  WS-HST-SW                PIC X(01) VALUE "N".
           88  HST-AVAILABLE            VALUE "Y".
           88  HST-NOT-AVAILABLE        VALUE "N".
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  HST-END-OF-FILE          VALUE "Y".
           88  HST-NOT-END-OF-FILE      VALUE "N".

      *----------------------------------------------------------------
      * REPORT MONTH
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
       01  WS-ENTRY-DT              PIC 9(08).
       01  WS-ENTRY-DT-R REDEFINES WS-ENTRY-DT.
           05  WS-ENTRY-MONTH       PIC X(06).
           05  FILLER               PIC X(02).

      *----------------------------------------------------------------
      * SOURCE BREAK AND COUNTERS -- ONE SET FOR THE SOURCE IN HAND,
      * ONE FOR THE MONTH.
      *----------------------------------------------------------------
       01  WS-BREAK-SOURCE          PIC X(08) VALUE SPACE.
       01  WS-SOURCE-COUNTS.
           05  WS-SC-EXPECTED       PIC 9(05) COMP.
           05  WS-SC-ON-TIME        PIC 9(05) COMP.
           05  WS-SC-LATE           PIC 9(05) COMP.
           05  WS-SC-MISSING        PIC 9(05) COMP.
           05  WS-SC-DUPLICATED     PIC 9(05) COMP.
           05  WS-SC-UNSCHEDULED    PIC 9(05) COMP.
       01  WS-MONTH-COUNTS.
           05  WS-MC-EXPECTED       PIC 9(07) COMP.
           05  WS-MC-ON-TIME        PIC 9(07) COMP.
           05  WS-MC-LATE           PIC 9(07) COMP.
           05  WS-MC-MISSING        PIC 9(07) COMP.
           05  WS-MC-DUPLICATED     PIC 9(07) COMP.
           05  WS-MC-UNSCHEDULED    PIC 9(07) COMP.
       01  WS-SOURCES-REPORTED      PIC 9(03) COMP VALUE ZERO.
       01  WS-PCT                   PIC 9(03)V9.
       01  WS-VERDICT-WORD          PIC X(11).

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "TRANSMISSION TIMELINESS".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  XR-H1-RUN-DT         PIC 9(08).
       01  WS-RPT-H2.
           05  FILLER               PIC X(07) VALUE "MONTH ".
           05  XR-H2-MONTH          PIC X(06).
       01  WS-RPT-EXC-HDG.
           05  FILLER               PIC X(11) VALUE "SOURCE".
           05  FILLER               PIC X(09) VALUE "DAY".
           05  FILLER               PIC X(19) VALUE "VERDICT".
           05  FILLER               PIC X(13) VALUE "ARRIVED".
           05  FILLER               PIC X(07) VALUE "CUTOFF".
           05  FILLER               PIC X(13) VALUE "BATCH".
           05  FILLER               PIC X(12) VALUE "ALSO AS".
       01  WS-RPT-EXC.
           05  XR-EX-SOURCE         PIC X(08).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  XR-EX-DAY            PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XR-EX-VERDICT        PIC X(18).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XR-EX-ARRIVED        PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XR-EX-CUTOFF         PIC 9(04).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  XR-EX-BATCH-ID       PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  XR-EX-OTHER-ID       PIC X(12).
       01  WS-RPT-SUM-HDG.
           05  FILLER               PIC X(10) VALUE "SOURCE".
           05  FILLER               PIC X(10) VALUE "  EXPECTED".
           05  FILLER               PIC X(09) VALUE "  ON TIME".
           05  FILLER               PIC X(07) VALUE "   LATE".
           05  FILLER               PIC X(09) VALUE "  MISSING".
           05  FILLER               PIC X(10) VALUE "  TWICE".
           05  FILLER               PIC X(13) VALUE "  UNSCHEDULED".
           05  FILLER               PIC X(09) VALUE "ON-TIME %".
       01  WS-RPT-SUM.
           05  XR-SM-SOURCE         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  XR-SM-EXPECTED       PIC Z(09)9.
           05  XR-SM-ON-TIME        PIC Z(08)9.
           05  XR-SM-LATE           PIC Z(06)9.
           05  XR-SM-MISSING        PIC Z(08)9.
           05  XR-SM-DUPLICATED     PIC Z(06)9.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  XR-SM-UNSCHEDULED    PIC Z(12)9.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  XR-SM-PCT            PIC ZZ9.9.
           05  XR-SM-PCT-X REDEFINES XR-SM-PCT PIC X(05).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-READ-HISTORY THRU 4000-EXIT.
           PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- SETTLE THE REPORT MONTH.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-MONTH-TEXT.
           ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT "REGXRPT_MONTH".

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
                   DISPLAY "ERROR: REGXRPT_MONTH MUST BE YYYYMM, NOT "
                       WS-MONTH-TEXT UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               MOVE WS-MONTH-TEXT TO WS-RPT-MONTH
               IF WS-RPT-MM LESS 1 OR WS-RPT-MM GREATER 12 THEN
                   DISPLAY "ERROR: REGXRPT_MONTH MUST BE YYYYMM, NOT "
                       WS-MONTH-TEXT UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
           END-IF.

           INITIALIZE WS-SOURCE-COUNTS.
           INITIALIZE WS-MONTH-COUNTS.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES -- THE REPORT MUST OPEN.  NO HISTORY MEANS
      * REGXCHK HAS NEVER RUN: THE REPORT SAYS SO AND THE RUN ENDS
      * RC 4.
      ******************************************************************
       3000-OPEN-FILES.
           OPEN OUTPUT XRPT-RPT.
           IF WS-XRPT-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN XRPTRPT, STATUS="
                   WS-XRPT-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE WS-RUN-DT           TO XR-H1-RUN-DT.
           MOVE WS-RPT-H1           TO XR-LINE.
           WRITE XR-LINE.
           MOVE WS-RPT-MONTH        TO XR-H2-MONTH.
           MOVE WS-RPT-H2           TO XR-LINE.
           WRITE XR-LINE.
           MOVE ALL "-"             TO XR-LINE.
           WRITE XR-LINE.

           SET HST-NOT-AVAILABLE TO TRUE.
           OPEN INPUT XMIT-HST.
           IF WS-XMIT-HST-STATUS EQUAL "00" THEN
               SET HST-AVAILABLE TO TRUE
           ELSE
               IF WS-XMIT-HST-STATUS NOT EQUAL "35" THEN
                   DISPLAY "ERROR: UNABLE TO OPEN XMITHST, STATUS="
                       WS-XMIT-HST-STATUS UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               MOVE SPACE TO XR-LINE
               STRING "NO TRANSMISSION HISTORY ON FILE -- NOTHING"
                   " TO REPORT" DELIMITED BY SIZE
                   INTO XR-LINE
               END-STRING
               WRITE XR-LINE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-READ-HISTORY -- THE WHOLE FILE IN KEY ORDER, SOURCE BY
      * SOURCE, KEEPING THE REPORT MONTH'S DAYS.
      ******************************************************************
       4000-READ-HISTORY.
           IF HST-NOT-AVAILABLE THEN
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-RPT-EXC-HDG TO XR-LINE.
           WRITE XR-LINE.

           SET HST-NOT-END-OF-FILE TO TRUE.
           PERFORM 4100-READ-ONE-ENTRY THRU 4100-EXIT
               UNTIL HST-END-OF-FILE.
           PERFORM 4500-SOURCE-BREAK THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

       4100-READ-ONE-ENTRY.
           READ XMIT-HST NEXT
               AT END
                   SET HST-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ.

           MOVE Y01-EXPECTED-DT TO WS-ENTRY-DT.
           IF WS-ENTRY-MONTH NOT EQUAL WS-RPT-MONTH THEN
               GO TO 4100-EXIT
           END-IF.

           IF Y01-SOURCE-SYSTEM NOT EQUAL WS-BREAK-SOURCE THEN
               PERFORM 4500-SOURCE-BREAK THRU 4500-EXIT
               MOVE Y01-SOURCE-SYSTEM TO WS-BREAK-SOURCE
           END-IF.

           IF Y01-ON-TIME THEN
               ADD 1 TO WS-SC-EXPECTED
               ADD 1 TO WS-SC-ON-TIME
           END-IF.
           IF Y01-LATE THEN
               ADD 1 TO WS-SC-EXPECTED
               ADD 1 TO WS-SC-LATE
           END-IF.
           IF Y01-MISSING THEN
               ADD 1 TO WS-SC-EXPECTED
               ADD 1 TO WS-SC-MISSING
           END-IF.
           IF Y01-UNSCHEDULED THEN
               ADD 1 TO WS-SC-UNSCHEDULED
           END-IF.
           IF Y01-DUPLICATED THEN
               ADD 1 TO WS-SC-DUPLICATED
           END-IF.

           IF Y01-ON-TIME AND Y01-NOT-DUPLICATED THEN
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4200-WRITE-EXCEPTION THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-WRITE-EXCEPTION -- ONE DAY THAT WAS NOT SIMPLY ON TIME.
      ******************************************************************
       4200-WRITE-EXCEPTION.
           MOVE SPACE TO WS-RPT-EXC.
           MOVE Y01-SOURCE-SYSTEM TO XR-EX-SOURCE.
           MOVE Y01-EXPECTED-DT TO XR-EX-DAY.
           MOVE Y01-CUTOFF-TM TO XR-EX-CUTOFF.
           MOVE Y01-BATCH-ID TO XR-EX-BATCH-ID.
           MOVE Y01-OTHER-BATCH-ID TO XR-EX-OTHER-ID.
           IF Y01-ARRIVED-TS NOT EQUAL ZERO THEN
               MOVE Y01-ARRIVED-TS TO XR-EX-ARRIVED
           END-IF.
           MOVE SPACE TO WS-VERDICT-WORD.
           IF Y01-ON-TIME THEN
               MOVE "TWICE" TO WS-VERDICT-WORD
           END-IF.
           IF Y01-LATE THEN
               MOVE "LATE" TO WS-VERDICT-WORD
           END-IF.
           IF Y01-MISSING THEN
               MOVE "MISSING" TO WS-VERDICT-WORD
           END-IF.
           IF Y01-UNSCHEDULED THEN
               MOVE "UNSCHEDULED" TO WS-VERDICT-WORD
           END-IF.
           IF Y01-DUPLICATED AND NOT Y01-ON-TIME THEN
               STRING WS-VERDICT-WORD DELIMITED BY SPACE
                   " +TWICE" DELIMITED BY SIZE
                   INTO XR-EX-VERDICT
               END-STRING
           ELSE
               MOVE WS-VERDICT-WORD TO XR-EX-VERDICT
           END-IF.

           MOVE WS-RPT-EXC TO XR-LINE.
           WRITE XR-LINE.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4500-SOURCE-BREAK -- THE SUMMARY LINE FOR THE SOURCE JUST
      * FINISHED, UNDER ITS EXCEPTIONS, AND INTO THE MONTH'S TOTALS.
      ******************************************************************
       4500-SOURCE-BREAK.
           IF WS-BREAK-SOURCE EQUAL SPACE THEN
               GO TO 4500-EXIT
           END-IF.

           MOVE SPACE TO XR-LINE.
           WRITE XR-LINE.
           MOVE WS-RPT-SUM-HDG TO XR-LINE.
           WRITE XR-LINE.
           MOVE WS-BREAK-SOURCE TO XR-SM-SOURCE.
           MOVE WS-SC-EXPECTED    TO XR-SM-EXPECTED.
           MOVE WS-SC-ON-TIME     TO XR-SM-ON-TIME.
           MOVE WS-SC-LATE        TO XR-SM-LATE.
           MOVE WS-SC-MISSING     TO XR-SM-MISSING.
           MOVE WS-SC-DUPLICATED  TO XR-SM-DUPLICATED.
           MOVE WS-SC-UNSCHEDULED TO XR-SM-UNSCHEDULED.
           IF WS-SC-EXPECTED EQUAL ZERO THEN
               MOVE "  N/A" TO XR-SM-PCT-X
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-SC-ON-TIME * 100 / WS-SC-EXPECTED
               MOVE WS-PCT TO XR-SM-PCT
           END-IF.
           MOVE WS-RPT-SUM TO XR-LINE.
           WRITE XR-LINE.
           MOVE SPACE TO XR-LINE.
           WRITE XR-LINE.

           ADD WS-SC-EXPECTED    TO WS-MC-EXPECTED.
           ADD WS-SC-ON-TIME     TO WS-MC-ON-TIME.
           ADD WS-SC-LATE        TO WS-MC-LATE.
           ADD WS-SC-MISSING     TO WS-MC-MISSING.
           ADD WS-SC-DUPLICATED  TO WS-MC-DUPLICATED.
           ADD WS-SC-UNSCHEDULED TO WS-MC-UNSCHEDULED.
           ADD 1 TO WS-SOURCES-REPORTED.
           INITIALIZE WS-SOURCE-COUNTS.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-TOTALS -- ALL SOURCES TOGETHER.
      ******************************************************************
       6000-WRITE-TOTALS.
           IF HST-NOT-AVAILABLE THEN
               GO TO 6000-EXIT
           END-IF.

           MOVE ALL "-" TO XR-LINE.
           WRITE XR-LINE.
           IF WS-SOURCES-REPORTED EQUAL ZERO THEN
               MOVE "NO TRANSMISSIONS JUDGED IN THE MONTH" TO XR-LINE
               WRITE XR-LINE
               GO TO 6000-EXIT
           END-IF.

           MOVE WS-RPT-SUM-HDG TO XR-LINE.
           WRITE XR-LINE.
           MOVE "ALL"             TO XR-SM-SOURCE.
           MOVE WS-MC-EXPECTED    TO XR-SM-EXPECTED.
           MOVE WS-MC-ON-TIME     TO XR-SM-ON-TIME.
           MOVE WS-MC-LATE        TO XR-SM-LATE.
           MOVE WS-MC-MISSING     TO XR-SM-MISSING.
           MOVE WS-MC-DUPLICATED  TO XR-SM-DUPLICATED.
           MOVE WS-MC-UNSCHEDULED TO XR-SM-UNSCHEDULED.
           IF WS-MC-EXPECTED EQUAL ZERO THEN
               MOVE "  N/A" TO XR-SM-PCT-X
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-MC-ON-TIME * 100 / WS-MC-EXPECTED
               MOVE WS-PCT TO XR-SM-PCT
           END-IF.
           MOVE WS-RPT-SUM TO XR-LINE.
           WRITE XR-LINE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           IF HST-AVAILABLE THEN
               CLOSE XMIT-HST
           END-IF.
           CLOSE XRPT-RPT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGXRPT.

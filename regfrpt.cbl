      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       FUTURE-DATED SCHEDULE REPORT.  LISTS EVERY
      *                ENTRY ON THE HELD-TRANSACTION FILE (HELDTXN,
      *                LAYOUT IN HELDDEF) FALLING DUE ON OR BEFORE THE
      *                RUN DATE PLUS REGFRPT_DAYS DAYS (DEFAULT 30), IN
      *                EFFECTIVE-DATE ORDER WITH A COUNT FOR EACH DAY,
      *                ON FRPTRPT.  ENTRIES DATED TODAY ARE COUNTED AS
      *                DUE TONIGHT, AND ANY DATED EARLIER (A MISSED
      *                NIGHT) AS OVERDUE -- REGFREL RELEASES BOTH ON
      *                ITS NEXT RUN.  EACH LINE SHOWS THE NAME OR
      *                ADDRESS, THE SSN MASKED, WHERE THE ENTRY CAME
      *                FROM, AND WHETHER IT IS HELD, WAITING
      *                ON A SECOND OPERATOR, OR CANCELLED -- CANCELLED
      *                ENTRIES ARE LISTED SO THE CLERK SEES THE
      *                CANCELLATION, BUT ARE NOT COUNTED AS DUE.
      *                A MISSING HELDTXN IS REPORTED AS NOTHING HELD.
      *                RETURN CODE 0.
      * TECTONICS:     COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -X -STD=IBM REGFRPT.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL FUTURE-DATED SCHEDULE REPORT.
      *    20261015 TWK  ENTRIES DUE TONIGHT OR OVERDUE ARE LISTED TOO;
      *                  THEY ARE STILL HELD UNTIL REGFREL RUNS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGFRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-TXN ASSIGN TO "HELDTXN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F01-HELD-KEY
               ALTERNATE RECORD KEY IS F01-RID WITH DUPLICATES
               FILE STATUS IS WS-HELD-TXN-STATUS.
           SELECT FRPT-RPT ASSIGN TO "FRPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRPT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-TXN.
           COPY HELDDEF.

       FD  FRPT-RPT.
       01  FR-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS
      *----------------------------------------------------------------
       01  WS-HELD-TXN-STATUS       PIC X(02).
       01  WS-FRPT-RPT-STATUS       PIC X(02).
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.
       01  WS-HELD-SW               PIC X(01) VALUE "N".
           88  HELD-FILE-AVAILABLE      VALUE "Y".
           88  HELD-FILE-NOT-AVAILABLE  VALUE "N".
       01  WS-BROWSE-SW             PIC X(01) VALUE "N".
           88  BROWSE-ACTIVE            VALUE "Y".
           88  BROWSE-NOT-ACTIVE        VALUE "N".

      *----------------------------------------------------------------
      * THE HELD IMAGES, OPENED UP FOR THE DETAIL COLUMN
      *----------------------------------------------------------------
           COPY FILEDEF.
           COPY ADDRDEF.
           COPY OPRDEF.

      *----------------------------------------------------------------
      * WINDOW -- EVERYTHING STILL HELD THROUGH THE RUN DATE PLUS
      * REGFRPT_DAYS.  AN ENTRY DATED ON OR BEFORE THE RUN DATE GOES
      * OUT WITH TONIGHT'S REGFREL.
      *----------------------------------------------------------------
       01  WS-RUN-DT                PIC 9(08).
       01  WS-LAST-DT               PIC 9(08).
       01  WS-PARM-TEXT             PIC X(06).
       01  WS-DAYS                  PIC 9(03) VALUE 30.
       01  WS-MAX-DAYS              PIC 9(03) VALUE 366.

      *----------------------------------------------------------------
      * DAY BREAK AND COUNTERS
      *----------------------------------------------------------------
       01  WS-BREAK-DT              PIC 9(08) VALUE ZERO.
       01  WS-DAY-DUE               PIC 9(06) COMP VALUE ZERO.
       01  WS-TOTAL-DUE             PIC 9(06) COMP VALUE ZERO.
       01  WS-TOTAL-TONIGHT         PIC 9(06) COMP VALUE ZERO.
       01  WS-TOTAL-APPROVAL        PIC 9(06) COMP VALUE ZERO.
       01  WS-TOTAL-CANCELLED       PIC 9(06) COMP VALUE ZERO.
       01  WS-COUNT-DISP            PIC Z(05)9.
       01  WS-MASKED-SSN            PIC X(11).

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "FUTURE-DATED TRANSACTIONS SCHEDULED".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  FR-H1-RUN-DT         PIC 9(08).
       01  WS-RPT-H2.
           05  FILLER               PIC X(07) VALUE "DUE BY ".
           05  FR-H2-LAST-DT        PIC 9(08).
           05  FILLER               PIC X(02) VALUE " (".
           05  FR-H2-DAYS           PIC ZZ9.
           05  FILLER               PIC X(17) VALUE " DAYS), INCLUDING".
           05  FILLER               PIC X(30) VALUE
               " TONIGHT'S RELEASE AND OVERDUE".
       01  WS-RPT-HDG.
           05  FILLER               PIC X(10) VALUE "EFFECTIVE".
           05  FILLER               PIC X(07) VALUE "RID".
           05  FILLER               PIC X(02) VALUE "T".
           05  FILLER               PIC X(11) VALUE "STATUS".
           05  FILLER               PIC X(36) VALUE "DETAIL".
           05  FILLER               PIC X(12) VALUE "SSN".
           05  FILLER               PIC X(09) VALUE "SOURCE".
           05  FILLER               PIC X(09) VALUE "PARKED".
           05  FILLER               PIC X(09) VALUE "LAST BY".
       01  WS-RPT-DETAIL.
           05  FR-DT-EFF-DT         PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FR-DT-RID            PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FR-DT-TYPE           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FR-DT-STATUS         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FR-DT-DETAIL         PIC X(35).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FR-DT-SSN            PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FR-DT-SOURCE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FR-DT-PARKED-DT      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FR-DT-CHANGED-BY     PIC X(09).
       01  WS-RPT-DAY-TOTAL.
           05  FILLER               PIC X(10) VALUE SPACE.
           05  FR-DY-LABEL          PIC X(13).
           05  FR-DY-DT             PIC 9(08).
           05  FILLER               PIC X(02) VALUE ": ".
           05  FR-DY-COUNT          PIC Z(05)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-LIST-WINDOW THRU 4000-EXIT.
           PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- SETTLE THE END OF THE WINDOW.  REGFRPT_DAYS
      * MAY WIDEN OR NARROW IT, UP TO A YEAR.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.

           MOVE SPACE TO WS-PARM-TEXT.
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "REGFRPT_DAYS".
           IF WS-PARM-TEXT NOT EQUAL SPACE THEN
               IF FUNCTION TRIM(WS-PARM-TEXT) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-DAYS
               ELSE
                   DISPLAY "ERROR: REGFRPT_DAYS MUST BE A NUMBER"
                       UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               IF WS-DAYS LESS 1 OR WS-DAYS GREATER WS-MAX-DAYS THEN
                   DISPLAY "ERROR: REGFRPT_DAYS MUST BE 1 TO "
                       WS-MAX-DAYS UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
           END-IF.

           COMPUTE WS-LAST-DT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DT) + WS-DAYS).
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES -- THE REPORT MUST OPEN.  NO HELDTXN MEANS
      * NOTHING HAS EVER BEEN PARKED.
      ******************************************************************
       3000-OPEN-FILES.
           OPEN OUTPUT FRPT-RPT.
           IF WS-FRPT-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN FRPTRPT, STATUS="
                   WS-FRPT-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE WS-RUN-DT           TO FR-H1-RUN-DT.
           MOVE WS-RPT-H1           TO FR-LINE.
           WRITE FR-LINE.
           MOVE WS-LAST-DT          TO FR-H2-LAST-DT.
           MOVE WS-DAYS             TO FR-H2-DAYS.
           MOVE WS-RPT-H2           TO FR-LINE.
           WRITE FR-LINE.
           MOVE ALL "-"             TO FR-LINE.
           WRITE FR-LINE.

           SET HELD-FILE-NOT-AVAILABLE TO TRUE.
           OPEN INPUT HELD-TXN.
           IF WS-HELD-TXN-STATUS EQUAL "00" THEN
               SET HELD-FILE-AVAILABLE TO TRUE
           ELSE
               IF WS-HELD-TXN-STATUS NOT EQUAL "35" THEN
                   DISPLAY "ERROR: UNABLE TO OPEN HELDTXN, STATUS="
                       WS-HELD-TXN-STATUS UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LIST-WINDOW -- START AT THE FRONT OF THE FILE, SO WHAT
      * REGFREL WILL TAKE TONIGHT IS LISTED FIRST, AND READ IN KEY
      * ORDER PAST THE LAST DAY OF THE WINDOW.
      ******************************************************************
       4000-LIST-WINDOW.
           IF HELD-FILE-NOT-AVAILABLE THEN
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-RPT-HDG TO FR-LINE.
           WRITE FR-LINE.

           MOVE LOW-VALUES TO F01-HELD-KEY.
           SET BROWSE-NOT-ACTIVE TO TRUE.
           START HELD-TXN
               KEY IS NOT LESS THAN F01-HELD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BROWSE-ACTIVE TO TRUE
           END-START.

           PERFORM 4100-LIST-ONE-ENTRY THRU 4100-EXIT
               UNTIL BROWSE-NOT-ACTIVE.
           PERFORM 4500-DAY-BREAK THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-ENTRY.
           READ HELD-TXN NEXT
               AT END
                   SET BROWSE-NOT-ACTIVE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF F01-EFF-DT GREATER WS-LAST-DT THEN
               SET BROWSE-NOT-ACTIVE TO TRUE
               GO TO 4100-EXIT
           END-IF.

           IF F01-EFF-DT NOT EQUAL WS-BREAK-DT THEN
               PERFORM 4500-DAY-BREAK THRU 4500-EXIT
               MOVE F01-EFF-DT TO WS-BREAK-DT
           END-IF.

           MOVE SPACE TO WS-RPT-DETAIL.
           MOVE F01-EFF-DT        TO FR-DT-EFF-DT.
           MOVE F01-RID           TO FR-DT-RID.
           MOVE F01-HELD-TYPE     TO FR-DT-TYPE.
           MOVE F01-SOURCE-SYSTEM TO FR-DT-SOURCE.
           MOVE F01-PARKED-DT     TO FR-DT-PARKED-DT.
           MOVE F01-CHANGED-BY    TO FR-DT-CHANGED-BY.

           IF F01-STATUS-CANCELLED THEN
               MOVE "CANCELLED" TO FR-DT-STATUS
               ADD 1 TO WS-TOTAL-CANCELLED
           ELSE
               MOVE "HELD" TO FR-DT-STATUS
               ADD 1 TO WS-DAY-DUE
               ADD 1 TO WS-TOTAL-DUE
               IF F01-EFF-DT NOT GREATER WS-RUN-DT THEN
                   ADD 1 TO WS-TOTAL-TONIGHT
               END-IF
               IF F01-HAS-ATTR THEN
                   MOVE F01-ATTR-IMAGE TO O01-ATTR-RECORD
                   IF O01-APPROVAL-HELD THEN
                       MOVE "NEEDS APPR" TO FR-DT-STATUS
                       ADD 1 TO WS-TOTAL-APPROVAL
                   END-IF
               END-IF
           END-IF.

           IF F01-HELD-CHANGE THEN
               MOVE F01-TXN-IMAGE TO W01-RECORD
               STRING
                   W01-FIRST-NM DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   W01-LAST-NM DELIMITED BY "  "
                   INTO FR-DT-DETAIL
               END-STRING
               CALL "SSNMASK" USING
                   BY REFERENCE W01-SSN
                   BY REFERENCE WS-MASKED-SSN
               END-CALL
               MOVE WS-MASKED-SSN TO FR-DT-SSN
           ELSE
               MOVE F01-TXN-IMAGE TO A01-ADDR-RECORD
               STRING
                   A01-STREET DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   A01-CITY DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   A01-STATE DELIMITED BY SIZE
                   INTO FR-DT-DETAIL
               END-STRING
           END-IF.

           MOVE WS-RPT-DETAIL TO FR-LINE.
           WRITE FR-LINE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4500-DAY-BREAK -- THE COUNT DUE ON THE DAY JUST FINISHED,
      * LABELLED DUE TONIGHT OR OVERDUE WHEN REGFREL TAKES IT TONIGHT.
      ******************************************************************
       4500-DAY-BREAK.
           IF WS-BREAK-DT EQUAL ZERO THEN
               GO TO 4500-EXIT
           END-IF.
           IF WS-BREAK-DT LESS WS-RUN-DT THEN
               MOVE "OVERDUE FROM " TO FR-DY-LABEL
           ELSE
               IF WS-BREAK-DT EQUAL WS-RUN-DT THEN
                   MOVE "DUE TONIGHT  " TO FR-DY-LABEL
               ELSE
                   MOVE "DUE ON " TO FR-DY-LABEL
               END-IF
           END-IF.
           MOVE WS-BREAK-DT TO FR-DY-DT.
           MOVE WS-DAY-DUE  TO FR-DY-COUNT.
           MOVE WS-RPT-DAY-TOTAL TO FR-LINE.
           WRITE FR-LINE.
           MOVE SPACE TO FR-LINE.
           WRITE FR-LINE.
           MOVE ZERO TO WS-DAY-DUE.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-TOTALS
      ******************************************************************
       6000-WRITE-TOTALS.
           IF HELD-FILE-NOT-AVAILABLE THEN
               MOVE "NOTHING HELD -- HELDTXN HAS NOT BEEN CREATED"
                   TO FR-LINE
               WRITE FR-LINE
               GO TO 6000-EXIT
           END-IF.

           MOVE ALL "-" TO FR-LINE.
           WRITE FR-LINE.
           MOVE SPACE TO FR-LINE.
           MOVE WS-TOTAL-DUE TO WS-COUNT-DISP.
           STRING "ENTRIES DUE IN WINDOW:      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO FR-LINE
           END-STRING.
           WRITE FR-LINE.
           MOVE SPACE TO FR-LINE.
           MOVE WS-TOTAL-APPROVAL TO WS-COUNT-DISP.
           STRING "  OF WHICH NEED APPROVAL:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO FR-LINE
           END-STRING.
           WRITE FR-LINE.
           MOVE SPACE TO FR-LINE.
           MOVE WS-TOTAL-TONIGHT TO WS-COUNT-DISP.
           STRING "  OF WHICH RELEASE TONIGHT: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO FR-LINE
           END-STRING.
           WRITE FR-LINE.
           MOVE SPACE TO FR-LINE.
           MOVE WS-TOTAL-CANCELLED TO WS-COUNT-DISP.
           STRING "CANCELLED, TO BE DROPPED:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO FR-LINE
           END-STRING.
           WRITE FR-LINE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           IF HELD-FILE-AVAILABLE THEN
               CLOSE HELD-TXN
           END-IF.
           CLOSE FRPT-RPT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGFRPT.

      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       STATE / ZIP-PREFIX REFERENCE MAINTENANCE.
      *                APPLIES ADD AND DELETE TRANSACTIONS (ZIPMAINT)
      *                TO THE REFERENCE FILE (STZIPREF, LAYOUT ZIPDEF)
      *                THAT REGFILE AND REGMAINT CHECK EVERY ADDRESS
      *                AGAINST THROUGH ZIPCHK.  A RANGE IS REFUSED IF
      *                IT IS MALFORMED OR OVERLAPS A RANGE ALREADY ON
      *                FILE FOR ANY STATE -- ONE ZIP PREFIX, ONE STATE.
      *                THE NEW FILE IS REWRITTEN IN STATE / LOW-PREFIX
      *                ORDER, AND A LISTING (ZIPLRPT) SHOWS EACH
      *                TRANSACTION'S DISPOSITION AND THE RESULTING
      *                TABLE.  A FIRST RUN WITH NO STZIPREF BUILDS THE
      *                FILE FROM THE ADD TRANSACTIONS ALONE.
      *
      *                ZIPMAINT LINE LAYOUT:
      *                  COL 1     ACTION   A = ADD, D = DELETE
      *                  COL 3-4   STATE    TWO-LETTER CODE
      *                  COL 6-8   LOW      FIRST ZIP PREFIX IN RANGE
      *                  COL 10-12 HIGH     LAST ZIP PREFIX IN RANGE
      *                A DELETE MUST NAME AN EXISTING RANGE EXACTLY.
      *
      *                RETURN CODE 0 CLEAN, 4 WHEN ANY TRANSACTION WAS
      *                REFUSED (THE REST ARE STILL APPLIED).
      * TECTONICS:     COBC -X -STD=IBM REGZLOAD.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL REFERENCE MAINTENANCE PROGRAM.
      *    20261015 TWK  REFERENCE FILE NAME HONOURS REGFILE_ZIPREF, AS
      *                  ZIPCHK DOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGZLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZIP-REF ASSIGN TO WS-ZIP-REF-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ZIP-REF-STATUS.
           SELECT ZIP-MAINT ASSIGN TO "ZIPMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIP-MAINT-STATUS.
           SELECT ZIP-RPT ASSIGN TO "ZIPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIP-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ZIP-REF.
           COPY ZIPDEF.

       FD  ZIP-MAINT.
       01  ZM-MAINT-RECORD.
           05  ZM-ACTION            PIC X(01).
               88  ZM-ACTION-ADD        VALUE "A".
               88  ZM-ACTION-DELETE     VALUE "D".
           05  FILLER               PIC X(01).
           05  ZM-STATE             PIC X(02).
           05  FILLER               PIC X(01).
           05  ZM-ZIP-LOW           PIC X(03).
           05  FILLER               PIC X(01).
           05  ZM-ZIP-HIGH          PIC X(03).
           05  FILLER               PIC X(68).

       FD  ZIP-RPT.
       01  ZR-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * THE REFERENCE FILE NAME IS OVERRIDABLE (REGFILE_ZIPREF) EXACTLY
      * AS IT IS FOR ZIPCHK, SO A TEST RUN REBUILDS THE SAME COPY ITS
      * ADDRESS EDITS ARE CHECKED AGAINST.
      *----------------------------------------------------------------
       01  WS-ZIP-REF-FILE-NAME     PIC X(40) VALUE "STZIPREF".
       01  WS-FILE-NAME-TEXT        PIC X(40).
       01  WS-ZIP-REF-STATUS        PIC X(02).
       01  WS-ZIP-MAINT-STATUS      PIC X(02).
       01  WS-ZIP-RPT-STATUS        PIC X(02).
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-FILE              VALUE "Y".
           88  NOT-END-OF-FILE           VALUE "N".

      *----------------------------------------------------------------
      * THE WHOLE REFERENCE FILE IN MEMORY, KEPT IN STATE / LOW-PREFIX
      * ORDER AS TRANSACTIONS ARE APPLIED, THEN WRITTEN BACK IN ONE
      * PASS.  SAME CEILING AS ZIPCHK'S TABLE.
      *----------------------------------------------------------------
       01  WS-MAX-RANGES            PIC 9(04) COMP VALUE 500.
       01  WS-RANGE-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY       OCCURS 500 TIMES.
               10  WS-RT-STATE      PIC X(02).
               10  WS-RT-ZIP-LOW    PIC 9(03).
               10  WS-RT-ZIP-HIGH   PIC 9(03).
               10  WS-RT-MAINT-DT   PIC 9(08).
       01  WS-SUB                   PIC 9(04) COMP VALUE ZERO.
       01  WS-INS-SUB               PIC 9(04) COMP VALUE ZERO.
       01  WS-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * ONE TRANSACTION UNDER EDIT
      *----------------------------------------------------------------
       01  WS-TXN-STATE             PIC X(02).
       01  WS-TXN-LOW               PIC 9(03).
       01  WS-TXN-HIGH              PIC 9(03).
       01  WS-TXN-DISP              PIC X(40).
       01  WS-TXN-OK-SW             PIC X(01).
           88  TXN-OK                   VALUE "Y".
           88  TXN-REFUSED              VALUE "N".

       01  WS-RUN-DT                PIC 9(08).
       01  WS-TXNS-READ             PIC 9(06) COMP VALUE ZERO.
       01  WS-ADDS-APPLIED          PIC 9(06) COMP VALUE ZERO.
       01  WS-DELETES-APPLIED       PIC 9(06) COMP VALUE ZERO.
       01  WS-TXNS-REFUSED          PIC 9(06) COMP VALUE ZERO.
       01  WS-RANGES-BEFORE         PIC 9(06) COMP VALUE ZERO.
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "STATE / ZIP-PREFIX REFERENCE MAINTENANCE".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  ZR-H1-RUN-DT         PIC 9(08).
       01  WS-RPT-TXN.
           05  ZR-TX-ACTION         PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  ZR-TX-STATE          PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  ZR-TX-LOW            PIC X(03).
           05  FILLER               PIC X(01) VALUE "-".
           05  ZR-TX-HIGH           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  ZR-TX-DISP           PIC X(40).
       01  WS-RPT-RANGE.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  ZR-RG-STATE          PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  ZR-RG-LOW            PIC 9(03).
           05  FILLER               PIC X(01) VALUE "-".
           05  ZR-RG-HIGH           PIC 9(03).
           05  FILLER               PIC X(12) VALUE "  MAINTAINED".
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ZR-RG-MAINT-DT       PIC 9(08).
       01  WS-RPT-COUNT-LINE.
           05  ZR-CT-LABEL          PIC X(32).
           05  ZR-CT-COUNT          PIC Z(05)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-CURRENT-TABLE THRU 2000-EXIT.
           PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
           PERFORM 5000-WRITE-NEW-REFERENCE THRU 5000-EXIT.
           PERFORM 6000-WRITE-LISTING-TOTALS THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.

           MOVE SPACE TO WS-FILE-NAME-TEXT.
           ACCEPT WS-FILE-NAME-TEXT FROM ENVIRONMENT "REGFILE_ZIPREF".
           IF WS-FILE-NAME-TEXT NOT EQUAL SPACE THEN
               MOVE WS-FILE-NAME-TEXT TO WS-ZIP-REF-FILE-NAME
           END-IF.

           OPEN OUTPUT ZIP-RPT.
           IF WS-ZIP-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN ZIPLRPT, STATUS="
                   WS-ZIP-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE WS-RUN-DT TO ZR-H1-RUN-DT.
           MOVE WS-RPT-H1 TO ZR-LINE.
           WRITE ZR-LINE.
           MOVE ALL "-" TO ZR-LINE.
           WRITE ZR-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-CURRENT-TABLE -- THE FILE AS IT STANDS.  NO FILE YET
      * (STATUS 35) IS THE FIRST BUILD; ANY OTHER OPEN FAILURE IS
      * FATAL, BECAUSE REWRITING FROM AN EMPTY TABLE WOULD LOSE THE
      * REFERENCE.
      ******************************************************************
       2000-LOAD-CURRENT-TABLE.
           MOVE ZERO TO WS-RANGE-COUNT.
           OPEN INPUT ZIP-REF.
           IF WS-ZIP-REF-STATUS EQUAL "35" THEN
               MOVE "NO EXISTING STZIPREF -- BUILDING A NEW FILE"
                   TO ZR-LINE
               WRITE ZR-LINE
               GO TO 2000-EXIT
           END-IF.
           IF WS-ZIP-REF-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN STZIPREF, STATUS="
                   WS-ZIP-REF-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           READ ZIP-REF
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM 2100-LOAD-ONE-RANGE THRU 2100-EXIT
               UNTIL END-OF-FILE.
           CLOSE ZIP-REF.
           MOVE WS-RANGE-COUNT TO WS-RANGES-BEFORE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-RANGE.
           IF WS-RANGE-COUNT NOT LESS WS-MAX-RANGES THEN
               DISPLAY "ERROR: STZIPREF HAS MORE THAN " WS-MAX-RANGES
                   " RANGES" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           ADD 1 TO WS-RANGE-COUNT.
           MOVE Z01-STATE    TO WS-RT-STATE(WS-RANGE-COUNT).
           MOVE Z01-ZIP-LOW  TO WS-RT-ZIP-LOW(WS-RANGE-COUNT).
           MOVE Z01-ZIP-HIGH TO WS-RT-ZIP-HIGH(WS-RANGE-COUNT).
           MOVE Z01-MAINT-DT TO WS-RT-MAINT-DT(WS-RANGE-COUNT).

           READ ZIP-REF
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-TRANSACTIONS -- ONE ZIPMAINT LINE AT A TIME, EACH
      * LISTED WITH ITS DISPOSITION.  NO ZIPMAINT MEANS NOTHING TO
      * APPLY; THE FILE IS STILL REWRITTEN (IN ORDER) AND LISTED.
      ******************************************************************
       3000-APPLY-TRANSACTIONS.
           OPEN INPUT ZIP-MAINT.
           IF WS-ZIP-MAINT-STATUS NOT EQUAL "00" THEN
               MOVE "NO ZIPMAINT TRANSACTIONS -- FILE LISTED ONLY"
                   TO ZR-LINE
               WRITE ZR-LINE
               GO TO 3000-EXIT
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           READ ZIP-MAINT
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM 3100-APPLY-ONE-TRANSACTION THRU 3100-EXIT
               UNTIL END-OF-FILE.
           CLOSE ZIP-MAINT.
       3000-EXIT.
           EXIT.

       3100-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TXNS-READ.
           PERFORM 3200-EDIT-TRANSACTION THRU 3200-EXIT.

           IF TXN-OK AND ZM-ACTION-ADD THEN
               PERFORM 3300-ADD-RANGE THRU 3300-EXIT
           END-IF.

           IF TXN-OK AND ZM-ACTION-DELETE THEN
               PERFORM 3400-DELETE-RANGE THRU 3400-EXIT
           END-IF.

           IF TXN-REFUSED THEN
               ADD 1 TO WS-TXNS-REFUSED
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           MOVE ZM-ACTION   TO ZR-TX-ACTION.
           MOVE ZM-STATE    TO ZR-TX-STATE.
           MOVE ZM-ZIP-LOW  TO ZR-TX-LOW.
           MOVE ZM-ZIP-HIGH TO ZR-TX-HIGH.
           MOVE WS-TXN-DISP TO ZR-TX-DISP.
           MOVE WS-RPT-TXN  TO ZR-LINE.
           WRITE ZR-LINE.

           READ ZIP-MAINT
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-EDIT-TRANSACTION -- KNOWN ACTION, ALPHABETIC STATE CODE,
      * NUMERIC PREFIXES IN ORDER.  FIRST FAILURE WINS THE LISTING.
      ******************************************************************
       3200-EDIT-TRANSACTION.
           SET TXN-OK TO TRUE.
           MOVE SPACE TO WS-TXN-DISP.

           IF NOT ZM-ACTION-ADD AND NOT ZM-ACTION-DELETE THEN
               SET TXN-REFUSED TO TRUE
               MOVE "REFUSED -- ACTION MUST BE A OR D" TO WS-TXN-DISP
               GO TO 3200-EXIT
           END-IF.

           IF ZM-STATE NOT ALPHABETIC-UPPER OR ZM-STATE(1:1) EQUAL
                   SPACE OR ZM-STATE(2:1) EQUAL SPACE THEN
               SET TXN-REFUSED TO TRUE
               MOVE "REFUSED -- STATE MUST BE TWO LETTERS"
                   TO WS-TXN-DISP
               GO TO 3200-EXIT
           END-IF.

           IF ZM-ZIP-LOW NOT NUMERIC OR ZM-ZIP-HIGH NOT NUMERIC THEN
               SET TXN-REFUSED TO TRUE
               MOVE "REFUSED -- PREFIXES MUST BE THREE DIGITS"
                   TO WS-TXN-DISP
               GO TO 3200-EXIT
           END-IF.

           MOVE ZM-STATE    TO WS-TXN-STATE.
           MOVE ZM-ZIP-LOW  TO WS-TXN-LOW.
           MOVE ZM-ZIP-HIGH TO WS-TXN-HIGH.
           IF WS-TXN-LOW GREATER WS-TXN-HIGH THEN
               SET TXN-REFUSED TO TRUE
               MOVE "REFUSED -- LOW PREFIX ABOVE HIGH PREFIX"
                   TO WS-TXN-DISP
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-ADD-RANGE -- REFUSE AN OVERLAP WITH ANY RANGE ON FILE,
      * OTHERWISE INSERT IN STATE / LOW-PREFIX ORDER.
      ******************************************************************
       3300-ADD-RANGE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 3310-CHECK-ONE-OVERLAP THRU 3310-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB GREATER WS-RANGE-COUNT
                   OR WS-FOUND-SUB NOT EQUAL ZERO.
           IF WS-FOUND-SUB NOT EQUAL ZERO THEN
               SET TXN-REFUSED TO TRUE
               MOVE SPACE TO WS-TXN-DISP
               STRING
                   "REFUSED -- OVERLAPS " DELIMITED BY SIZE
                   WS-RT-STATE(WS-FOUND-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RT-ZIP-LOW(WS-FOUND-SUB) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RT-ZIP-HIGH(WS-FOUND-SUB) DELIMITED BY SIZE
                   INTO WS-TXN-DISP
               END-STRING
               GO TO 3300-EXIT
           END-IF.

           IF WS-RANGE-COUNT NOT LESS WS-MAX-RANGES THEN
               SET TXN-REFUSED TO TRUE
               MOVE "REFUSED -- REFERENCE TABLE FULL" TO WS-TXN-DISP
               GO TO 3300-EXIT
           END-IF.

      *----------------------------------------------------------------
      * FIND THE FIRST ENTRY THAT SORTS AFTER THE NEW RANGE, THEN
      * SHIFT IT AND EVERYTHING BEHIND IT DOWN ONE SLOT.
      *----------------------------------------------------------------
           MOVE ZERO TO WS-INS-SUB.
           PERFORM 3320-FIND-INSERT-POINT THRU 3320-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB GREATER WS-RANGE-COUNT
                   OR WS-INS-SUB NOT EQUAL ZERO.
           IF WS-INS-SUB EQUAL ZERO THEN
               COMPUTE WS-INS-SUB = WS-RANGE-COUNT + 1
           END-IF.

           PERFORM 3330-SHIFT-ONE-DOWN THRU 3330-EXIT
               VARYING WS-SUB FROM WS-RANGE-COUNT BY -1
               UNTIL WS-SUB LESS WS-INS-SUB.

           ADD 1 TO WS-RANGE-COUNT.
           MOVE WS-TXN-STATE TO WS-RT-STATE(WS-INS-SUB).
           MOVE WS-TXN-LOW   TO WS-RT-ZIP-LOW(WS-INS-SUB).
           MOVE WS-TXN-HIGH  TO WS-RT-ZIP-HIGH(WS-INS-SUB).
           MOVE WS-RUN-DT    TO WS-RT-MAINT-DT(WS-INS-SUB).
           ADD 1 TO WS-ADDS-APPLIED.
           MOVE "ADDED" TO WS-TXN-DISP.
       3300-EXIT.
           EXIT.

       3310-CHECK-ONE-OVERLAP.
           IF WS-TXN-LOW NOT GREATER WS-RT-ZIP-HIGH(WS-SUB)
                   AND WS-TXN-HIGH NOT LESS WS-RT-ZIP-LOW(WS-SUB) THEN
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.
       3310-EXIT.
           EXIT.

       3320-FIND-INSERT-POINT.
           IF WS-RT-STATE(WS-SUB) GREATER WS-TXN-STATE THEN
               MOVE WS-SUB TO WS-INS-SUB
           END-IF.
           IF WS-RT-STATE(WS-SUB) EQUAL WS-TXN-STATE
                   AND WS-RT-ZIP-LOW(WS-SUB) GREATER WS-TXN-LOW THEN
               MOVE WS-SUB TO WS-INS-SUB
           END-IF.
       3320-EXIT.
           EXIT.

       3330-SHIFT-ONE-DOWN.
           MOVE WS-RANGE-ENTRY(WS-SUB) TO WS-RANGE-ENTRY(WS-SUB + 1).
       3330-EXIT.
           EXIT.

      ******************************************************************
      * 3400-DELETE-RANGE -- THE RANGE MUST BE ON FILE EXACTLY AS
      * KEYED; THE ENTRIES BEHIND IT CLOSE UP ONE SLOT.
      ******************************************************************
       3400-DELETE-RANGE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 3410-MATCH-ONE-RANGE THRU 3410-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB GREATER WS-RANGE-COUNT
                   OR WS-FOUND-SUB NOT EQUAL ZERO.
           IF WS-FOUND-SUB EQUAL ZERO THEN
               SET TXN-REFUSED TO TRUE
               MOVE "REFUSED -- RANGE NOT ON FILE" TO WS-TXN-DISP
               GO TO 3400-EXIT
           END-IF.

           PERFORM 3420-SHIFT-ONE-UP THRU 3420-EXIT
               VARYING WS-SUB FROM WS-FOUND-SUB BY 1
               UNTIL WS-SUB NOT LESS WS-RANGE-COUNT.
           SUBTRACT 1 FROM WS-RANGE-COUNT.
           ADD 1 TO WS-DELETES-APPLIED.
           MOVE "DELETED" TO WS-TXN-DISP.
       3400-EXIT.
           EXIT.

       3410-MATCH-ONE-RANGE.
           IF WS-RT-STATE(WS-SUB) EQUAL WS-TXN-STATE
                   AND WS-RT-ZIP-LOW(WS-SUB) EQUAL WS-TXN-LOW
                   AND WS-RT-ZIP-HIGH(WS-SUB) EQUAL WS-TXN-HIGH THEN
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.
       3410-EXIT.
           EXIT.

       3420-SHIFT-ONE-UP.
           MOVE WS-RANGE-ENTRY(WS-SUB + 1) TO WS-RANGE-ENTRY(WS-SUB).
       3420-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-NEW-REFERENCE -- REPLACE STZIPREF WITH THE TABLE
      * AND LIST EVERY RANGE ON IT.
      ******************************************************************
       5000-WRITE-NEW-REFERENCE.
           OPEN OUTPUT ZIP-REF.
           IF WS-ZIP-REF-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO REWRITE STZIPREF, STATUS="
                   WS-ZIP-REF-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE SPACE TO ZR-LINE.
           WRITE ZR-LINE.
           MOVE "REFERENCE FILE AFTER MAINTENANCE" TO ZR-LINE.
           WRITE ZR-LINE.

           PERFORM 5100-WRITE-ONE-RANGE THRU 5100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB GREATER WS-RANGE-COUNT.
           CLOSE ZIP-REF.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-RANGE.
           MOVE SPACE TO Z01-ZIP-REF-RECORD.
           MOVE WS-RT-STATE(WS-SUB)    TO Z01-STATE.
           MOVE WS-RT-ZIP-LOW(WS-SUB)  TO Z01-ZIP-LOW.
           MOVE WS-RT-ZIP-HIGH(WS-SUB) TO Z01-ZIP-HIGH.
           MOVE WS-RT-MAINT-DT(WS-SUB) TO Z01-MAINT-DT.
           WRITE Z01-ZIP-REF-RECORD.

           MOVE WS-RT-STATE(WS-SUB)    TO ZR-RG-STATE.
           MOVE WS-RT-ZIP-LOW(WS-SUB)  TO ZR-RG-LOW.
           MOVE WS-RT-ZIP-HIGH(WS-SUB) TO ZR-RG-HIGH.
           MOVE WS-RT-MAINT-DT(WS-SUB) TO ZR-RG-MAINT-DT.
           MOVE WS-RPT-RANGE TO ZR-LINE.
           WRITE ZR-LINE.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-LISTING-TOTALS
      ******************************************************************
       6000-WRITE-LISTING-TOTALS.
           MOVE SPACE TO ZR-LINE.
           WRITE ZR-LINE.
           MOVE "RANGES ON FILE BEFORE" TO ZR-CT-LABEL.
           MOVE WS-RANGES-BEFORE TO ZR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO ZR-LINE.
           WRITE ZR-LINE.
           MOVE "TRANSACTIONS READ" TO ZR-CT-LABEL.
           MOVE WS-TXNS-READ TO ZR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO ZR-LINE.
           WRITE ZR-LINE.
           MOVE "RANGES ADDED" TO ZR-CT-LABEL.
           MOVE WS-ADDS-APPLIED TO ZR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO ZR-LINE.
           WRITE ZR-LINE.
           MOVE "RANGES DELETED" TO ZR-CT-LABEL.
           MOVE WS-DELETES-APPLIED TO ZR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO ZR-LINE.
           WRITE ZR-LINE.
           MOVE "TRANSACTIONS REFUSED" TO ZR-CT-LABEL.
           MOVE WS-TXNS-REFUSED TO ZR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO ZR-LINE.
           WRITE ZR-LINE.
           MOVE "RANGES ON FILE AFTER" TO ZR-CT-LABEL.
           MOVE WS-RANGE-COUNT TO ZR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO ZR-LINE.
           WRITE ZR-LINE.

           DISPLAY "ZIP RANGES ADDED:   " WS-ADDS-APPLIED END-DISPLAY.
           DISPLAY "ZIP RANGES DELETED: " WS-DELETES-APPLIED
               END-DISPLAY.
           DISPLAY "REFUSED:            " WS-TXNS-REFUSED END-DISPLAY.
           DISPLAY "RANGES ON FILE:     " WS-RANGE-COUNT END-DISPLAY.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE ZIP-RPT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGZLOAD.

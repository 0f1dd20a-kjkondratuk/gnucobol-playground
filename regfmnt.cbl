      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       OPERATOR MAINTENANCE OF THE FUTURE-DATED HELD-
      *                TRANSACTION FILE (HELDTXN, LAYOUT IN HELDDEF).
      *                LISTS WHAT IS HELD -- ALL OF IT IN EFFECTIVE-DATE
      *                ORDER FROM A GIVEN DATE, OR ONE REGISTRANT'S
      *                ENTRIES BY RID -- AND CHANGES OR CANCELS ONE
      *                ENTRY NAMED BY ITS KEY: EFFECTIVE DATE, RID,
      *                AND TYPE (U = NAME CHANGE, M/R = ADDRESS).
      *                A CHANGE CAN MOVE THE EFFECTIVE DATE AND/OR
      *                CORRECT THE NAME OR ADDRESS; AN SSN CORRECTION
      *                IS A CANCEL AND A NEW REGMAINT ENTRY, SINCE THE
      *                SSN IS HELD ONLY AS ITS VAULT TOKEN.  A CORRECTED
      *                ENTRY CARRIES A FRESH OPR RECORD FOR THIS
      *                OPERATOR, AND A CORRECTED NAME CHANGE IS HELD
      *                FOR A SECOND OPERATOR THE SAME AS ONE KEYED IN
      *                REGMAINT.  A CANCELLED ENTRY IS MARKED, NOT
      *                REMOVED; REGFREL DROPS IT ON ITS DATE.  EVERY
      *                ENTRY SHOWN IS LOGGED THROUGH ACCSLOG.
      * TECTONICS:     COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -m -STD=IBM ZIPCHK.CBL -o ZIPCHK.so
      *                COBC -m -STD=IBM ACCSLOG.CBL -o ACCSLOG.so
      *                COBC -X -STD=IBM REGFMNT.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL HELD-TRANSACTION MAINTENANCE.
      *    20261015 TWK  A DATE MOVE WHOSE OLD ENTRY WILL NOT DELETE IS
      *                  BACKED OUT; NO HELDTXN ENDS VIA QUIET-EXIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGFMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-TXN ASSIGN TO "HELDTXN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F01-HELD-KEY
               ALTERNATE RECORD KEY IS F01-RID WITH DUPLICATES
               FILE STATUS IS WS-HELD-TXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-TXN.
           COPY HELDDEF.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * HELDTXN FILE STATUS -- "23" ON A READ OR START MEANS NO SUCH
      * ENTRY, WHICH IS AN ANSWER, NOT AN ERROR.
      *----------------------------------------------------------------
       01  WS-HELD-TXN-STATUS       PIC X(02).

      *----------------------------------------------------------------
      * THE HELD IMAGES, OPENED UP FOR DISPLAY AND CORRECTION.  THE
      * FILE RECORD CARRIES THEM AS PLAIN 76-BYTE IMAGES.
      *----------------------------------------------------------------
           COPY FILEDEF.
           COPY ADDRDEF.
           COPY OPRDEF.

      *----------------------------------------------------------------
      * OPERATOR REQUEST:
      *   L [YYYYMMDD]           LIST FROM THE DATE (DEFAULT: ALL)
      *   R NNNNNN               LIST ONE RID'S ENTRIES
      *   C YYYYMMDD NNNNNN T    CHANGE ONE ENTRY
      *   X YYYYMMDD NNNNNN T    CANCEL ONE ENTRY
      *   BLANK OR Q             END THE SESSION
      *----------------------------------------------------------------
       01  WS-REQUEST-LINE          PIC X(30).
       01  WS-REQUEST-KEY           PIC X(01).
           88  REQUEST-LIST             VALUE "L".
           88  REQUEST-BY-RID           VALUE "R".
           88  REQUEST-CHANGE           VALUE "C".
           88  REQUEST-CANCEL           VALUE "X".
           88  REQUEST-QUIT             VALUE "Q", SPACE.
       01  WS-REQUEST-DT            PIC X(08).
       01  WS-REQUEST-RID           PIC X(06).
       01  WS-REQUEST-TYPE          PIC X(01).
       01  WS-DONE-SW               PIC X(01) VALUE "N".
           88  SESSION-DONE             VALUE "Y".
           88  SESSION-NOT-DONE          VALUE "N".
       01  WS-ANSWER                PIC X(40).

      *----------------------------------------------------------------
      * LIST STATE
      *----------------------------------------------------------------
       01  WS-LIST-SW               PIC X(01) VALUE "N".
           88  LIST-ACTIVE              VALUE "Y".
           88  LIST-NOT-ACTIVE          VALUE "N".
       01  WS-LIST-RID              PIC 9(06).
       01  WS-ENTRIES-SHOWN         PIC 9(04) COMP VALUE ZERO.
       01  WS-ENTRIES-DISP          PIC Z(03)9.
       01  WS-MASKED-SSN            PIC X(11).

      *----------------------------------------------------------------
      * CHANGE STATE -- THE ENTRY AS READ, THE CORRECTIONS KEYED, AND
      * WHETHER THE CONTENT (NOT JUST THE DATE) MOVED.
      *----------------------------------------------------------------
       01  WS-OLD-HELD-KEY          PIC X(15).
       01  WS-OLD-KEY-PARTS REDEFINES WS-OLD-HELD-KEY.
           05  WS-OLD-EFF-DT        PIC 9(08).
           05  WS-OLD-RID           PIC 9(06).
           05  WS-OLD-TYPE          PIC X(01).
       01  WS-NEW-EFF-DT            PIC 9(08).
       01  WS-CONTENT-SW            PIC X(01).
           88  CONTENT-CHANGED          VALUE "Y".
           88  CONTENT-UNCHANGED        VALUE "N".
       01  WS-EDIT-SW               PIC X(01).
           88  EDITS-PASSED             VALUE "Y".
           88  EDITS-FAILED             VALUE "N".
       01  WS-ZIP-RESULT            PIC X(01).
           88  ZIP-MISMATCH             VALUE "N".
       01  WS-TODAY-DT              PIC 9(08).
       01  WS-NOW-TM                PIC 9(08).
       01  WS-SAVED-RECORD          PIC X(220).
       01  WS-CHANGES-MADE          PIC 9(06) COMP VALUE ZERO.
       01  WS-CANCELS-MADE          PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * CALENDAR EDIT -- THE SAME RULES REGFILE APPLIES.
      *----------------------------------------------------------------
       01  WS-CHECK-DT              PIC 9(08).
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-DT.
           05  WS-CHECK-YYYY        PIC 9(04).
           05  WS-CHECK-MM          PIC 9(02).
           05  WS-CHECK-DD          PIC 9(02).
       01  WS-DAYS-TABLE-X.
           05  FILLER               PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-X.
           05  WS-DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.
       01  WS-MAX-DAY               PIC 9(02).
       01  WS-LEAP-QUOTIENT         PIC 9(04).
       01  WS-LEAP-REMAINDER        PIC 9(02).
       01  WS-CENTURY-QUOTIENT      PIC 9(04).
       01  WS-CENTURY-REMAINDER     PIC 9(02).
       01  WS-400-QUOTIENT          PIC 9(04).
       01  WS-400-REMAINDER         PIC 9(02).
       01  WS-LEAP-YEAR-SW          PIC X(01).
           88  LEAP-YEAR                VALUE "Y".
           88  NOT-LEAP-YEAR            VALUE "N".
       01  WS-DATE-VALID-SW         PIC X(01).
           88  DATE-VALID               VALUE "Y".
           88  DATE-INVALID             VALUE "N".

      *----------------------------------------------------------------
      * OPERATOR AND RECORD-ACCESS LOG -- SAME CAPTURE AS REGMAINT.
      * METHOD R FOR A LIST BY RID OR A SINGLE ENTRY, L FOR EACH LINE
      * OF A DATE LIST.  NO LOG ROW, NO LOOK.
      *----------------------------------------------------------------
       01  WS-CALLER-ID             PIC X(09) VALUE "REGFMNT".
       01  WS-OPERATOR-ID           PIC X(09).
       01  WS-TERMINAL-ID           PIC X(08).
       01  WS-LOG-METHOD            PIC X(01).
       01  WS-LOG-RID               PIC 9(06).
       01  WS-LOG-RESULT            PIC X(01).
       01  WS-LOG-STATUS            PIC 9(02).
           88  LOG-WRITTEN              VALUE 00.

      *----------------------------------------------------------------
      * DISPLAY LINES
      *----------------------------------------------------------------
       01  WS-LIST-HEADING.
           05  FILLER               PIC X(09) VALUE "EFFECTIVE".
           05  FILLER               PIC X(08) VALUE " RID".
           05  FILLER               PIC X(02) VALUE "T".
           05  FILLER               PIC X(06) VALUE "STAT".
           05  FILLER               PIC X(36) VALUE "DETAIL".
           05  FILLER               PIC X(12) VALUE "SSN".
           05  FILLER               PIC X(09) VALUE "SOURCE".
           05  FILLER               PIC X(10) VALUE "LAST BY".
       01  WS-LIST-LINE.
           05  WS-LL-EFF-DT         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-RID            PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-TYPE           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-STATUS         PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-DETAIL         PIC X(35).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-SSN            PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-SOURCE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-CHANGED-BY     PIC X(09).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-CAPTURE-OPERATOR THRU 1000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-REQUEST-LOOP THRU 4000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-CAPTURE-OPERATOR -- WHO IS SITTING AT THIS SESSION.  AN
      * UNRESOLVABLE OPERATOR IS STAMPED "UNKNOWN" RATHER THAN BLANK.
      ******************************************************************
       1000-CAPTURE-OPERATOR.
           MOVE SPACE TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID EQUAL SPACE THEN
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
           END-IF.
           IF WS-OPERATOR-ID EQUAL SPACE THEN
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           MOVE SPACE TO WS-TERMINAL-ID.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERM".
           IF WS-TERMINAL-ID EQUAL SPACE THEN
               MOVE "UNKNOWN" TO WS-TERMINAL-ID
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES -- NO HELDTXN MEANS NOTHING HAS EVER BEEN
      * PARKED; SAY SO RATHER THAN ABEND.
      ******************************************************************
       3000-OPEN-FILES.
           OPEN I-O HELD-TXN.
           IF WS-HELD-TXN-STATUS EQUAL "35" THEN
               DISPLAY "NOTHING IS HELD -- HELDTXN HAS NOT BEEN CREATED"
               END-DISPLAY
               GO TO QUIET-EXIT
           END-IF.
           IF WS-HELD-TXN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN HELDTXN, STATUS="
                   WS-HELD-TXN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REQUEST-LOOP -- PROMPT, READ, ACT, REPEAT UNTIL THE
      * OPERATOR ENTERS A BLANK LINE OR "Q".
      ******************************************************************
       4000-REQUEST-LOOP.
           SET SESSION-NOT-DONE TO TRUE.
           PERFORM 4100-HANDLE-ONE-REQUEST THRU 4100-EXIT
               UNTIL SESSION-DONE.
           DISPLAY "ENTRIES CHANGED:    " WS-CHANGES-MADE END-DISPLAY.
           DISPLAY "ENTRIES CANCELLED:  " WS-CANCELS-MADE END-DISPLAY.
       4000-EXIT.
           EXIT.

       4100-HANDLE-ONE-REQUEST.
           DISPLAY
               "ENTER L [YYYYMMDD], R NNNNNN, C OR X YYYYMMDD NNNNNN T "
               "(T = U/M/R), OR BLANK TO END"
           END-DISPLAY.
           MOVE SPACE TO WS-REQUEST-LINE.
           ACCEPT WS-REQUEST-LINE FROM CONSOLE.

           MOVE WS-REQUEST-LINE(1:1)  TO WS-REQUEST-KEY.
           MOVE WS-REQUEST-LINE(3:8)  TO WS-REQUEST-DT.
           MOVE WS-REQUEST-LINE(12:6) TO WS-REQUEST-RID.
           MOVE WS-REQUEST-LINE(19:1) TO WS-REQUEST-TYPE.

           IF REQUEST-QUIT THEN
               SET SESSION-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.

           IF REQUEST-LIST THEN
               PERFORM 4200-LIST-BY-DATE THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF.

           IF REQUEST-BY-RID THEN
               PERFORM 4300-LIST-BY-RID THRU 4300-EXIT
               GO TO 4100-EXIT
           END-IF.

           IF REQUEST-CHANGE OR REQUEST-CANCEL THEN
               PERFORM 4500-READ-NAMED-ENTRY THRU 4500-EXIT
               IF EDITS-PASSED AND REQUEST-CHANGE THEN
                   PERFORM 5000-CHANGE-ENTRY THRU 5000-EXIT
               END-IF
               IF EDITS-PASSED AND REQUEST-CANCEL THEN
                   PERFORM 6000-CANCEL-ENTRY THRU 6000-EXIT
               END-IF
               GO TO 4100-EXIT
           END-IF.

           DISPLAY "UNRECOGNIZED REQUEST: " WS-REQUEST-LINE
           END-DISPLAY.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-LIST-BY-DATE -- EVERY ENTRY FROM THE DATE GIVEN (OR FROM
      * THE START OF THE FILE) IN EFFECTIVE-DATE ORDER, CANCELLED ONES
      * INCLUDED AND MARKED.
      ******************************************************************
       4200-LIST-BY-DATE.
           MOVE LOW-VALUES TO F01-HELD-KEY.
           IF WS-REQUEST-DT NOT EQUAL SPACE THEN
               IF WS-REQUEST-DT NOT NUMERIC THEN
                   DISPLAY "DATE MUST BE YYYYMMDD: " WS-REQUEST-DT
                   END-DISPLAY
                   GO TO 4200-EXIT
               END-IF
               MOVE WS-REQUEST-DT TO F01-EFF-DT
           END-IF.

           MOVE "L" TO WS-LOG-METHOD.
           MOVE ZERO TO WS-ENTRIES-SHOWN.
           SET LIST-NOT-ACTIVE TO TRUE.
           START HELD-TXN
               KEY IS NOT LESS THAN F01-HELD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LIST-ACTIVE TO TRUE
           END-START.

           PERFORM 4250-SHOW-NEXT-DATE-ENTRY THRU 4250-EXIT
               UNTIL LIST-NOT-ACTIVE.

           MOVE WS-ENTRIES-SHOWN TO WS-ENTRIES-DISP.
           DISPLAY WS-ENTRIES-DISP " ENTRIES LISTED" END-DISPLAY.
       4200-EXIT.
           EXIT.

       4250-SHOW-NEXT-DATE-ENTRY.
           READ HELD-TXN NEXT
               AT END
                   SET LIST-NOT-ACTIVE TO TRUE
                   GO TO 4250-EXIT
           END-READ.
           PERFORM 4400-DISPLAY-ENTRY THRU 4400-EXIT.
           IF NOT LOG-WRITTEN THEN
               SET LIST-NOT-ACTIVE TO TRUE
           END-IF.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 4300-LIST-BY-RID -- POSITION THE RID ALTERNATE KEY AND LIST
      * EVERY ENTRY CARRYING IT.
      ******************************************************************
       4300-LIST-BY-RID.
           IF WS-REQUEST-DT(1:6) NOT NUMERIC THEN
               DISPLAY "RID MUST BE SIX DIGITS: " WS-REQUEST-DT
               END-DISPLAY
               GO TO 4300-EXIT
           END-IF.

           MOVE WS-REQUEST-DT(1:6) TO WS-LIST-RID.
           MOVE WS-LIST-RID TO F01-RID.
           MOVE "R" TO WS-LOG-METHOD.
           MOVE ZERO TO WS-ENTRIES-SHOWN.
           SET LIST-NOT-ACTIVE TO TRUE.
           START HELD-TXN
               KEY IS EQUAL TO F01-RID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LIST-ACTIVE TO TRUE
           END-START.

           PERFORM 4350-SHOW-NEXT-RID-ENTRY THRU 4350-EXIT
               UNTIL LIST-NOT-ACTIVE.

           IF WS-ENTRIES-SHOWN EQUAL ZERO THEN
               DISPLAY "NOTHING HELD FOR RID " WS-LIST-RID END-DISPLAY
           ELSE
               MOVE WS-ENTRIES-SHOWN TO WS-ENTRIES-DISP
               DISPLAY WS-ENTRIES-DISP " ENTRIES HELD FOR RID "
                   WS-LIST-RID
               END-DISPLAY
           END-IF.
       4300-EXIT.
           EXIT.

       4350-SHOW-NEXT-RID-ENTRY.
           READ HELD-TXN NEXT
               AT END
                   SET LIST-NOT-ACTIVE TO TRUE
                   GO TO 4350-EXIT
           END-READ.
           IF F01-RID NOT EQUAL WS-LIST-RID THEN
               SET LIST-NOT-ACTIVE TO TRUE
               GO TO 4350-EXIT
           END-IF.
           PERFORM 4400-DISPLAY-ENTRY THRU 4400-EXIT.
           IF NOT LOG-WRITTEN THEN
               SET LIST-NOT-ACTIVE TO TRUE
           END-IF.
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 4400-DISPLAY-ENTRY -- ONE ENTRY, LOGGED FIRST, SSN MASKED.
      * THE HEADING GOES OUT AHEAD OF THE FIRST ENTRY OF A LIST.
      ******************************************************************
       4400-DISPLAY-ENTRY.
           MOVE F01-RID TO WS-LOG-RID.
           MOVE "F" TO WS-LOG-RESULT.
           PERFORM 4900-LOG-ACCESS THRU 4900-EXIT.
           IF NOT LOG-WRITTEN THEN
               GO TO 4400-EXIT
           END-IF.

           IF WS-ENTRIES-SHOWN EQUAL ZERO THEN
               DISPLAY WS-LIST-HEADING END-DISPLAY
           END-IF.
           ADD 1 TO WS-ENTRIES-SHOWN.

           MOVE SPACE TO WS-LIST-LINE.
           MOVE F01-EFF-DT        TO WS-LL-EFF-DT.
           MOVE F01-RID           TO WS-LL-RID.
           MOVE F01-HELD-TYPE     TO WS-LL-TYPE.
           MOVE F01-SOURCE-SYSTEM TO WS-LL-SOURCE.
           MOVE F01-CHANGED-BY    TO WS-LL-CHANGED-BY.
           IF F01-STATUS-CANCELLED THEN
               MOVE "CANCL" TO WS-LL-STATUS
           ELSE
               MOVE "HELD" TO WS-LL-STATUS
           END-IF.
           IF F01-HAS-ATTR THEN
               MOVE F01-ATTR-IMAGE TO O01-ATTR-RECORD
               IF O01-APPROVAL-HELD AND F01-STATUS-HELD THEN
                   MOVE "APPR?" TO WS-LL-STATUS
               END-IF
           END-IF.

           IF F01-HELD-CHANGE THEN
               MOVE F01-TXN-IMAGE TO W01-RECORD
               STRING
                   W01-FIRST-NM DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   W01-LAST-NM DELIMITED BY "  "
                   INTO WS-LL-DETAIL
               END-STRING
               CALL "SSNMASK" USING
                   BY REFERENCE W01-SSN
                   BY REFERENCE WS-MASKED-SSN
               END-CALL
               MOVE WS-MASKED-SSN TO WS-LL-SSN
           ELSE
               MOVE F01-TXN-IMAGE TO A01-ADDR-RECORD
               STRING
                   A01-STREET DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   A01-CITY DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   A01-STATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   A01-POSTAL DELIMITED BY SPACE
                   INTO WS-LL-DETAIL
               END-STRING
           END-IF.
           DISPLAY WS-LIST-LINE END-DISPLAY.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4500-READ-NAMED-ENTRY -- C AND X NAME ONE ENTRY BY ITS FULL
      * KEY.  IT MUST EXIST AND STILL BE HELD; IT IS SHOWN (AND
      * LOGGED) BEFORE ANYTHING IS ASKED.
      ******************************************************************
       4500-READ-NAMED-ENTRY.
           SET EDITS-FAILED TO TRUE.
           IF WS-REQUEST-DT NOT NUMERIC OR WS-REQUEST-RID NOT NUMERIC
               THEN
               DISPLAY "ENTER THE EFFECTIVE DATE, RID AND TYPE, E.G. "
                   "C 20261101 001234 U"
               END-DISPLAY
               GO TO 4500-EXIT
           END-IF.
           IF WS-REQUEST-TYPE NOT EQUAL "U" AND
                   WS-REQUEST-TYPE NOT EQUAL "M" AND
                   WS-REQUEST-TYPE NOT EQUAL "R" THEN
               DISPLAY "TYPE MUST BE U, M, OR R" END-DISPLAY
               GO TO 4500-EXIT
           END-IF.

           MOVE WS-REQUEST-DT   TO F01-EFF-DT.
           MOVE WS-REQUEST-RID  TO F01-RID.
           MOVE WS-REQUEST-TYPE TO F01-HELD-TYPE.
           MOVE "R" TO WS-LOG-METHOD.
           MOVE F01-RID TO WS-LOG-RID.
           READ HELD-TXN
               KEY IS F01-HELD-KEY
               INVALID KEY
                   MOVE "N" TO WS-LOG-RESULT
                   PERFORM 4900-LOG-ACCESS THRU 4900-EXIT
                   DISPLAY "NO SUCH HELD ENTRY" END-DISPLAY
                   GO TO 4500-EXIT
           END-READ.

           MOVE ZERO TO WS-ENTRIES-SHOWN.
           PERFORM 4400-DISPLAY-ENTRY THRU 4400-EXIT.
           IF NOT LOG-WRITTEN THEN
               GO TO 4500-EXIT
           END-IF.

           IF F01-STATUS-CANCELLED THEN
               DISPLAY "ENTRY IS ALREADY CANCELLED" END-DISPLAY
               GO TO 4500-EXIT
           END-IF.
           SET EDITS-PASSED TO TRUE.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4900-LOG-ACCESS -- ONE ACCESS-LOG ROW FOR THE ENTRY ABOUT TO
      * BE SHOWN.
      ******************************************************************
       4900-LOG-ACCESS.
           CALL "ACCSLOG" USING
               BY REFERENCE WS-CALLER-ID
               BY REFERENCE WS-OPERATOR-ID
               BY REFERENCE WS-TERMINAL-ID
               BY REFERENCE WS-LOG-METHOD
               BY REFERENCE WS-LOG-RID
               BY REFERENCE WS-LOG-RESULT
               BY REFERENCE WS-LOG-STATUS
           END-CALL.
           IF NOT LOG-WRITTEN THEN
               DISPLAY "ACCESS LOG UNAVAILABLE -- RECORD NOT SHOWN"
               END-DISPLAY
           END-IF.
       4900-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHANGE-ENTRY -- ASK FOR A NEW DATE AND THE CORRECTED
      * FIELDS (BLANK KEEPS WHAT IS THERE), EDIT THEM, CONFIRM, THEN
      * APPLY.  THE ENTRY READ BY 4500 IS IN THE RECORD AREA.
      ******************************************************************
       5000-CHANGE-ENTRY.
           MOVE F01-HELD-KEY TO WS-OLD-HELD-KEY.
           MOVE F01-EFF-DT TO WS-NEW-EFF-DT.
           SET CONTENT-UNCHANGED TO TRUE.

           DISPLAY "NEW EFFECTIVE DATE (YYYYMMDD, BLANK = KEEP):"
           END-DISPLAY.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER FROM CONSOLE.
           IF WS-ANSWER NOT EQUAL SPACE THEN
               PERFORM 5100-EDIT-NEW-DATE THRU 5100-EXIT
               IF EDITS-FAILED THEN
                   GO TO 5000-EXIT
               END-IF
           END-IF.

           IF F01-HELD-CHANGE THEN
               PERFORM 5200-CORRECT-NAME THRU 5200-EXIT
           ELSE
               PERFORM 5300-CORRECT-ADDRESS THRU 5300-EXIT
           END-IF.
           IF EDITS-FAILED THEN
               GO TO 5000-EXIT
           END-IF.

           IF WS-NEW-EFF-DT EQUAL F01-EFF-DT AND CONTENT-UNCHANGED
               THEN
               DISPLAY "NOTHING CHANGED" END-DISPLAY
               GO TO 5000-EXIT
           END-IF.

           DISPLAY "APPLY THE CHANGE (Y/N):" END-DISPLAY.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER FROM CONSOLE.
           IF WS-ANSWER(1:1) NOT EQUAL "Y" THEN
               DISPLAY "CHANGE NOT APPLIED" END-DISPLAY
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5500-APPLY-CHANGE THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-EDIT-NEW-DATE -- A REAL DAY, LATER THAN TODAY.  TODAY'S
      * CHANGES GO THROUGH REGMAINT FOR TONIGHT'S RUN.
      ******************************************************************
       5100-EDIT-NEW-DATE.
           SET EDITS-FAILED TO TRUE.
           IF WS-ANSWER(1:8) NOT NUMERIC OR
                   WS-ANSWER(9:32) NOT EQUAL SPACE THEN
               DISPLAY "DATE MUST BE YYYYMMDD" END-DISPLAY
               GO TO 5100-EXIT
           END-IF.

           MOVE WS-ANSWER(1:8) TO WS-CHECK-DT.
           PERFORM 5900-EDIT-CALENDAR-DATE THRU 5900-EXIT.
           IF DATE-INVALID THEN
               DISPLAY "NOT A VALID DATE: " WS-CHECK-DT END-DISPLAY
               GO TO 5100-EXIT
           END-IF.

           ACCEPT WS-TODAY-DT FROM DATE YYYYMMDD.
           IF WS-CHECK-DT NOT GREATER WS-TODAY-DT THEN
               DISPLAY "DATE MUST BE AFTER TODAY -- FOR TONIGHT, "
                   "CANCEL AND KEY IT IN REGMAINT"
               END-DISPLAY
               GO TO 5100-EXIT
           END-IF.

           MOVE WS-CHECK-DT TO WS-NEW-EFF-DT.
           SET EDITS-PASSED TO TRUE.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-CORRECT-NAME -- FIRST AND LAST NAME, BLANK KEEPS.  THE
      * CORRECTED IMAGE IS BUILT IN W01-RECORD.
      ******************************************************************
       5200-CORRECT-NAME.
           SET EDITS-PASSED TO TRUE.
           MOVE F01-TXN-IMAGE TO W01-RECORD.

           DISPLAY "FIRST NAME (BLANK = KEEP " W01-FIRST-NM "):"
           END-DISPLAY.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER FROM CONSOLE.
           IF WS-ANSWER NOT EQUAL SPACE AND
                   WS-ANSWER(1:16) NOT EQUAL W01-FIRST-NM THEN
               MOVE WS-ANSWER(1:16) TO W01-FIRST-NM
               SET CONTENT-CHANGED TO TRUE
           END-IF.

           DISPLAY "LAST NAME (BLANK = KEEP " W01-LAST-NM "):"
           END-DISPLAY.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER FROM CONSOLE.
           IF WS-ANSWER NOT EQUAL SPACE AND
                   WS-ANSWER(1:18) NOT EQUAL W01-LAST-NM THEN
               MOVE WS-ANSWER(1:18) TO W01-LAST-NM
               SET CONTENT-CHANGED TO TRUE
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-CORRECT-ADDRESS -- STREET, CITY, STATE, ZIP, BLANK KEEPS,
      * THEN THE SAME FORMAT EDITS AND STATE / ZIP-PREFIX CHECK
      * REGMAINT APPLIES.  THE CORRECTED IMAGE IS BUILT IN
      * A01-ADDR-RECORD.
      ******************************************************************
       5300-CORRECT-ADDRESS.
           SET EDITS-PASSED TO TRUE.
           MOVE F01-TXN-IMAGE TO A01-ADDR-RECORD.

           DISPLAY "STREET (BLANK = KEEP " A01-STREET "):" END-DISPLAY.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER FROM CONSOLE.
           IF WS-ANSWER NOT EQUAL SPACE AND
                   WS-ANSWER(1:25) NOT EQUAL A01-STREET THEN
               MOVE WS-ANSWER(1:25) TO A01-STREET
               SET CONTENT-CHANGED TO TRUE
           END-IF.

           DISPLAY "CITY (BLANK = KEEP " A01-CITY "):" END-DISPLAY.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER FROM CONSOLE.
           IF WS-ANSWER NOT EQUAL SPACE AND
                   WS-ANSWER(1:18) NOT EQUAL A01-CITY THEN
               MOVE WS-ANSWER(1:18) TO A01-CITY
               SET CONTENT-CHANGED TO TRUE
           END-IF.

           DISPLAY "STATE (BLANK = KEEP " A01-STATE "):" END-DISPLAY.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER FROM CONSOLE.
           IF WS-ANSWER NOT EQUAL SPACE AND
                   WS-ANSWER(1:2) NOT EQUAL A01-STATE THEN
               MOVE WS-ANSWER(1:2) TO A01-STATE
               SET CONTENT-CHANGED TO TRUE
           END-IF.

           DISPLAY "ZIP (BLANK = KEEP " A01-POSTAL "):" END-DISPLAY.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER FROM CONSOLE.
           IF WS-ANSWER NOT EQUAL SPACE AND
                   WS-ANSWER(1:9) NOT EQUAL A01-POSTAL THEN
               MOVE WS-ANSWER(1:9) TO A01-POSTAL
               SET CONTENT-CHANGED TO TRUE
           END-IF.

           IF CONTENT-UNCHANGED THEN
               GO TO 5300-EXIT
           END-IF.

           SET EDITS-FAILED TO TRUE.
           IF A01-STATE NOT ALPHABETIC-UPPER OR
                   A01-STATE(1:1) EQUAL SPACE OR
                   A01-STATE(2:1) EQUAL SPACE THEN
               DISPLAY "STATE MUST BE A TWO-LETTER CODE" END-DISPLAY
               GO TO 5300-EXIT
           END-IF.
           IF A01-POSTAL(1:5) NOT NUMERIC OR
                   (A01-POSTAL(6:4) NOT EQUAL SPACE AND
                    A01-POSTAL(6:4) NOT NUMERIC) THEN
               DISPLAY "ZIP MUST BE FIVE OR NINE DIGITS" END-DISPLAY
               GO TO 5300-EXIT
           END-IF.
           CALL "ZIPCHK" USING A01-STATE A01-POSTAL WS-ZIP-RESULT
           END-CALL.
           IF ZIP-MISMATCH THEN
               DISPLAY "ZIP DOES NOT BELONG TO THAT STATE" END-DISPLAY
               GO TO 5300-EXIT
           END-IF.
           SET EDITS-PASSED TO TRUE.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5500-APPLY-CHANGE -- BUILD THE NEW ENTRY IN THE RECORD AREA.
      * THE CORRECTED IMAGE IS STILL IN W01-RECORD OR A01-ADDR-RECORD
      * FROM 5200/5300.  A CORRECTED IMAGE GETS A FRESH OPR RECORD FOR
      * THIS OPERATOR (A CORRECTED NAME CHANGE HELD FOR A SECOND
      * OPERATOR); A DATE MOVE ALONE KEEPS THE ATTRIBUTION IT HAD.
      * A NEW DATE IS A NEW KEY: THE ENTRY IS WRITTEN THERE FIRST AND
      * THE OLD ONE REMOVED ONLY ONCE THAT HAS WORKED.
      ******************************************************************
       5500-APPLY-CHANGE.
           ACCEPT WS-TODAY-DT FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TM FROM TIME.

           IF F01-HELD-CHANGE THEN
               IF CONTENT-CHANGED THEN
                   MOVE W01-RECORD TO F01-TXN-IMAGE
               END-IF
           ELSE
               MOVE WS-NEW-EFF-DT TO A01-EFF-DT
               MOVE A01-ADDR-RECORD TO F01-TXN-IMAGE
           END-IF.

           IF CONTENT-CHANGED THEN
               PERFORM 5600-STAMP-ATTRIBUTION THRU 5600-EXIT
           END-IF.
           MOVE WS-OPERATOR-ID TO F01-CHANGED-BY.
           MOVE WS-TODAY-DT TO F01-CHANGED-DT.

           IF WS-NEW-EFF-DT EQUAL F01-EFF-DT THEN
               REWRITE F01-HELD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: HELDTXN REWRITE FAILED, STATUS="
                           WS-HELD-TXN-STATUS UPON SYSERR
                       END-DISPLAY
                       GO TO 5500-EXIT
               END-REWRITE
               GO TO 5500-DONE
           END-IF.

           PERFORM 5700-MOVE-TO-NEW-DATE THRU 5700-EXIT.
           IF EDITS-FAILED THEN
               GO TO 5500-EXIT
           END-IF.

       5500-DONE.
           ADD 1 TO WS-CHANGES-MADE.
           DISPLAY "ENTRY CHANGED -- NOW DUE " F01-EFF-DT END-DISPLAY.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 5600-STAMP-ATTRIBUTION -- A FRESH OPR IMAGE: THIS OPERATOR,
      * THIS TERMINAL, NOW.  A CORRECTED NAME OR SSN CHANGE IS HELD
      * FOR A SECOND OPERATOR; AN ADDRESS NEVER IS.
      ******************************************************************
       5600-STAMP-ATTRIBUTION.
           MOVE SPACE TO O01-ATTR-RECORD.
           MOVE "OPR" TO O01-REC-ID.
           MOVE F01-RID TO O01-RID.
           IF F01-HELD-CHANGE THEN
               MOVE "U" TO O01-TXN-CD
               SET O01-APPROVAL-HELD TO TRUE
           ELSE
               MOVE "A" TO O01-TXN-CD
               SET O01-APPROVAL-NOT-NEEDED TO TRUE
           END-IF.
           MOVE WS-OPERATOR-ID TO O01-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO O01-TERMINAL-ID.
           MOVE WS-TODAY-DT TO O01-ENTRY-DT.
           MOVE WS-NOW-TM(1:6) TO O01-ENTRY-TM.
           MOVE SPACE TO O01-APPROVER-ID.
           MOVE ZERO TO O01-APPROVAL-DT.
           MOVE ZERO TO O01-APPROVAL-TM.
           MOVE O01-ATTR-RECORD TO F01-ATTR-IMAGE.
           SET F01-HAS-ATTR TO TRUE.
       5600-EXIT.
           EXIT.

      ******************************************************************
      * 5700-MOVE-TO-NEW-DATE -- WRITE UNDER THE NEW KEY, THEN DELETE
      * THE OLD.  A LIVE ENTRY ALREADY ON THE NEW KEY WINS AND NOTHING
      * IS CHANGED; A CANCELLED ONE THERE IS OVERWRITTEN.  IF THE OLD
      * ENTRY WILL NOT DELETE, THE NEW ONE IS TAKEN BACK OUT SO THE
      * TRANSACTION IS NEVER HELD UNDER TWO DATES.
      ******************************************************************
       5700-MOVE-TO-NEW-DATE.
           SET EDITS-PASSED TO TRUE.
           MOVE WS-NEW-EFF-DT TO F01-EFF-DT.
           MOVE F01-HELD-RECORD TO WS-SAVED-RECORD.

           WRITE F01-HELD-RECORD
               INVALID KEY
                   PERFORM 5750-TAKE-OVER-KEY THRU 5750-EXIT
           END-WRITE.
           IF EDITS-FAILED THEN
               GO TO 5700-EXIT
           END-IF.

           MOVE WS-OLD-HELD-KEY TO F01-HELD-KEY.
           DELETE HELD-TXN RECORD
               INVALID KEY
                   PERFORM 5780-BACK-OUT-NEW-ENTRY THRU 5780-EXIT
                   GO TO 5700-EXIT
           END-DELETE.
           MOVE WS-SAVED-RECORD TO F01-HELD-RECORD.
       5700-EXIT.
           EXIT.

       5750-TAKE-OVER-KEY.
           READ HELD-TXN
               KEY IS F01-HELD-KEY
               INVALID KEY
                   SET EDITS-FAILED TO TRUE
                   DISPLAY "ERROR: HELDTXN WRITE FAILED, STATUS="
                       WS-HELD-TXN-STATUS UPON SYSERR
                   END-DISPLAY
                   GO TO 5750-EXIT
           END-READ.
           IF F01-STATUS-HELD THEN
               SET EDITS-FAILED TO TRUE
               DISPLAY "AN ENTRY IS ALREADY HELD FOR THAT DATE -- "
                   "CHANGE OR CANCEL IT FIRST"
               END-DISPLAY
               GO TO 5750-EXIT
           END-IF.
           MOVE WS-SAVED-RECORD TO F01-HELD-RECORD.
           REWRITE F01-HELD-RECORD
               INVALID KEY
                   SET EDITS-FAILED TO TRUE
                   DISPLAY "ERROR: HELDTXN REWRITE FAILED, STATUS="
                       WS-HELD-TXN-STATUS UPON SYSERR
                   END-DISPLAY
           END-REWRITE.
       5750-EXIT.
           EXIT.

      ******************************************************************
      * 5780-BACK-OUT-NEW-ENTRY -- THE OLD ENTRY IS STILL ON FILE, SO
      * THE ONE JUST WRITTEN UNDER THE NEW DATE COMES OFF AGAIN AND
      * THE CHANGE IS NOT MADE.  SHOULD THAT FAIL TOO, BOTH ARE HELD
      * AND REGFREL WOULD RELEASE THE TRANSACTION TWICE: THE OPERATOR
      * IS TOLD TO CANCEL THE OLD ONE, WHICH LEAVES THE CHANGE IN.
      ******************************************************************
       5780-BACK-OUT-NEW-ENTRY.
           SET EDITS-FAILED TO TRUE.
           DISPLAY "ERROR: OLD ENTRY NOT REMOVED, STATUS="
               WS-HELD-TXN-STATUS UPON SYSERR
           END-DISPLAY.

           MOVE WS-SAVED-RECORD TO F01-HELD-RECORD.
           DELETE HELD-TXN RECORD
               INVALID KEY
                   DISPLAY "ERROR: NEW ENTRY NOT REMOVED, STATUS="
                       WS-HELD-TXN-STATUS UPON SYSERR
                   END-DISPLAY
                   DISPLAY "BOTH ENTRIES ARE NOW HELD -- CANCEL THE "
                       "OLD ONE NOW WITH: X " WS-OLD-EFF-DT " "
                       WS-OLD-RID " " WS-OLD-TYPE
                   END-DISPLAY
                   MOVE WS-OLD-HELD-KEY TO F01-HELD-KEY
                   GO TO 5780-EXIT
           END-DELETE.
           MOVE WS-OLD-HELD-KEY TO F01-HELD-KEY.
           DISPLAY "CHANGE NOT APPLIED -- ENTRY STILL DUE "
               WS-OLD-EFF-DT
           END-DISPLAY.
       5780-EXIT.
           EXIT.

      ******************************************************************
      * 5900-EDIT-CALENDAR-DATE -- WS-CHECK-DT MUST BE A REAL DAY,
      * WITH THE DIVISION-BASED LEAP-YEAR RULE REGFILE USES.
      ******************************************************************
       5900-EDIT-CALENDAR-DATE.
           SET DATE-VALID TO TRUE.
           IF WS-CHECK-MM LESS 1 OR WS-CHECK-MM GREATER 12 THEN
               SET DATE-INVALID TO TRUE
               GO TO 5900-EXIT
           END-IF.

           MOVE WS-DAYS-IN-MONTH(WS-CHECK-MM) TO WS-MAX-DAY.
           IF WS-CHECK-MM EQUAL 2 THEN
               SET NOT-LEAP-YEAR TO TRUE
               DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER EQUAL ZERO THEN
                   DIVIDE WS-CHECK-YYYY BY 100
                       GIVING WS-CENTURY-QUOTIENT
                       REMAINDER WS-CENTURY-REMAINDER
                   IF WS-CENTURY-REMAINDER NOT EQUAL ZERO THEN
                       SET LEAP-YEAR TO TRUE
                   ELSE
                       DIVIDE WS-CHECK-YYYY BY 400
                           GIVING WS-400-QUOTIENT
                           REMAINDER WS-400-REMAINDER
                       IF WS-400-REMAINDER EQUAL ZERO THEN
                           SET LEAP-YEAR TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF LEAP-YEAR THEN
                   MOVE 29 TO WS-MAX-DAY
               END-IF
           END-IF.

           IF WS-CHECK-DD LESS 1 OR WS-CHECK-DD GREATER WS-MAX-DAY
               THEN
               SET DATE-INVALID TO TRUE
           END-IF.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CANCEL-ENTRY -- CONFIRM, THEN MARK THE ENTRY CANCELLED
      * WITH WHO AND WHEN.  IT STAYS ON FILE, LISTED AS CANCELLED,
      * UNTIL REGFREL DROPS IT ON ITS DATE.
      ******************************************************************
       6000-CANCEL-ENTRY.
           DISPLAY "CANCEL THIS ENTRY (Y/N):" END-DISPLAY.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER FROM CONSOLE.
           IF WS-ANSWER(1:1) NOT EQUAL "Y" THEN
               DISPLAY "ENTRY NOT CANCELLED" END-DISPLAY
               GO TO 6000-EXIT
           END-IF.

           ACCEPT WS-TODAY-DT FROM DATE YYYYMMDD.
           SET F01-STATUS-CANCELLED TO TRUE.
           MOVE WS-OPERATOR-ID TO F01-CHANGED-BY.
           MOVE WS-TODAY-DT TO F01-CHANGED-DT.
           REWRITE F01-HELD-RECORD
               INVALID KEY
                   DISPLAY "ERROR: HELDTXN REWRITE FAILED, STATUS="
                       WS-HELD-TXN-STATUS UPON SYSERR
                   END-DISPLAY
                   GO TO 6000-EXIT
           END-REWRITE.
           ADD 1 TO WS-CANCELS-MADE.
           DISPLAY "ENTRY CANCELLED" END-DISPLAY.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE HELD-TXN.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * QUIET-EXIT -- NOTHING TO MAINTAIN IS A NORMAL END, RETURN CODE
      * ZERO.
      ******************************************************************
       QUIET-EXIT.
           STOP RUN.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGFMNT.

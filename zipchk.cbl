      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       SHARED STATE / ZIP-PREFIX CROSS-CHECK.  GIVEN AN
      *                A01-STATE AND A01-POSTAL, ANSWERS WHETHER THE
      *                POSTAL CODE'S THREE-DIGIT PREFIX FALLS IN ONE OF
      *                THE RANGES THE REFERENCE FILE (STZIPREF, SEE
      *                ZIPDEF AND REGZLOAD) ASSIGNS TO THAT STATE.  THE
      *                FILE IS READ INTO A TABLE ON THE FIRST CALL AND
      *                KEPT FOR THE LIFE OF THE RUN UNIT, SO THE
      *                NIGHTLY LOAD PAYS FOR ONE READ, NOT ONE PER
      *                ADDRESS.  RESULT "Y" = PREFIX BELONGS TO THE
      *                STATE, "N" = MISMATCH (OR STATE NOT ON FILE),
      *                "U" = REFERENCE FILE UNAVAILABLE, CHECK NOT
      *                MADE.
      * TECTONICS:     COBC -m -STD=IBM ZIPCHK.CBL -o ZIPCHK.so
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL ROUTINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZIP-REF ASSIGN TO WS-ZIP-REF-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ZIP-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ZIP-REF.
           COPY ZIPDEF.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * THE REFERENCE FILE NAME IS OVERRIDABLE THE SAME WAY REGFILE'S
      * WORK FILES ARE (REGFILE_ZIPREF), SO A TEST RUN CAN POINT AT
      * ITS OWN COPY.
      *----------------------------------------------------------------
       01  WS-ZIP-REF-FILE-NAME     PIC X(40) VALUE "STZIPREF".
       01  WS-FILE-NAME-TEXT        PIC X(40).
       01  WS-ZIP-REF-STATUS        PIC X(02).
       01  WS-LOADED-SW             PIC X(01) VALUE "N".
           88  TABLE-LOADED             VALUE "Y".
           88  TABLE-NOT-LOADED         VALUE "N".
       01  WS-AVAILABLE-SW          PIC X(01) VALUE "N".
           88  REF-AVAILABLE            VALUE "Y".
           88  REF-NOT-AVAILABLE        VALUE "N".
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-FILE              VALUE "Y".
           88  NOT-END-OF-FILE           VALUE "N".

      *----------------------------------------------------------------
      * IN-MEMORY COPY OF STZIPREF.  THE FULL U.S. ASSIGNMENT PLUS THE
      * TERRITORIES AND MILITARY CODES RUNS TO WELL UNDER TWO HUNDRED
      * RANGES; FIVE HUNDRED LEAVES ROOM FOR A FINER-GRAINED FILE.
      *----------------------------------------------------------------
       01  WS-MAX-RANGES            PIC 9(04) COMP VALUE 500.
       01  WS-RANGE-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY       OCCURS 500 TIMES
                   INDEXED BY WS-RANGE-IDX.
               10  WS-RT-STATE      PIC X(02).
               10  WS-RT-ZIP-LOW    PIC 9(03).
               10  WS-RT-ZIP-HIGH   PIC 9(03).
       01  WS-PREFIX                PIC 9(03).

       LINKAGE SECTION.
       01  L01-STATE                PIC X(02).
       01  L01-POSTAL               PIC X(09).
       01  L01-RESULT               PIC X(01).

       PROCEDURE DIVISION USING L01-STATE L01-POSTAL L01-RESULT.

       0000-MAINLINE.
           IF TABLE-NOT-LOADED THEN
               PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
           END-IF.
           PERFORM 2000-CHECK-STATE-POSTAL THRU 2000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-LOAD-TABLE -- ONE PASS OVER STZIPREF.  A MISSING FILE IS
      * REPORTED ONCE AND EVERY CALL THEN ANSWERS "U"; THE CALLER
      * DECIDES WHAT AN UNCHECKED ADDRESS MEANS.
      ******************************************************************
       1000-LOAD-TABLE.
           SET TABLE-LOADED TO TRUE.
           SET REF-NOT-AVAILABLE TO TRUE.

           MOVE SPACE TO WS-FILE-NAME-TEXT.
           ACCEPT WS-FILE-NAME-TEXT FROM ENVIRONMENT "REGFILE_ZIPREF".
           IF WS-FILE-NAME-TEXT NOT EQUAL SPACE THEN
               MOVE WS-FILE-NAME-TEXT TO WS-ZIP-REF-FILE-NAME
           END-IF.

           OPEN INPUT ZIP-REF.
           IF WS-ZIP-REF-STATUS NOT EQUAL "00" THEN
               DISPLAY "WARNING: STATE/ZIP REFERENCE NOT AVAILABLE, "
                   "STATUS=" WS-ZIP-REF-STATUS
                   " -- STATE/ZIP CROSS-CHECK NOT MADE"
                   UPON SYSERR
               END-DISPLAY
               GO TO 1000-EXIT
           END-IF.

           MOVE ZERO TO WS-RANGE-COUNT.
           SET NOT-END-OF-FILE TO TRUE.
           READ ZIP-REF
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM 1100-LOAD-ONE-RANGE THRU 1100-EXIT
               UNTIL END-OF-FILE.
           CLOSE ZIP-REF.

           IF WS-RANGE-COUNT GREATER ZERO THEN
               SET REF-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: STATE/ZIP REFERENCE IS EMPTY"
                   " -- STATE/ZIP CROSS-CHECK NOT MADE"
                   UPON SYSERR
               END-DISPLAY
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-RANGE.
           IF WS-RANGE-COUNT NOT LESS WS-MAX-RANGES THEN
               DISPLAY "WARNING: STATE/ZIP REFERENCE HAS MORE THAN "
                   WS-MAX-RANGES " RANGES -- REMAINDER IGNORED"
                   UPON SYSERR
               END-DISPLAY
               SET END-OF-FILE TO TRUE
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-RANGE-COUNT.
           MOVE Z01-STATE    TO WS-RT-STATE(WS-RANGE-COUNT).
           MOVE Z01-ZIP-LOW  TO WS-RT-ZIP-LOW(WS-RANGE-COUNT).
           MOVE Z01-ZIP-HIGH TO WS-RT-ZIP-HIGH(WS-RANGE-COUNT).

           READ ZIP-REF
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-STATE-POSTAL -- THE CALLER HAS ALREADY PROVED THE
      * POSTAL CODE STARTS WITH FIVE DIGITS, SO THE PREFIX IS NUMERIC.
      ******************************************************************
       2000-CHECK-STATE-POSTAL.
           IF REF-NOT-AVAILABLE THEN
               MOVE "U" TO L01-RESULT
               GO TO 2000-EXIT
           END-IF.

           MOVE "N" TO L01-RESULT.
           IF L01-POSTAL(1:3) NOT NUMERIC THEN
               GO TO 2000-EXIT
           END-IF.
           MOVE L01-POSTAL(1:3) TO WS-PREFIX.

           SET WS-RANGE-IDX TO 1.
           SEARCH WS-RANGE-ENTRY
               AT END
                   MOVE "N" TO L01-RESULT
               WHEN WS-RANGE-IDX GREATER WS-RANGE-COUNT
                   MOVE "N" TO L01-RESULT
               WHEN WS-RT-STATE(WS-RANGE-IDX) EQUAL L01-STATE
                       AND WS-PREFIX NOT LESS
                           WS-RT-ZIP-LOW(WS-RANGE-IDX)
                       AND WS-PREFIX NOT GREATER
                           WS-RT-ZIP-HIGH(WS-RANGE-IDX)
                   MOVE "Y" TO L01-RESULT
           END-SEARCH.
       2000-EXIT.
           EXIT.

       END PROGRAM ZIPCHK.

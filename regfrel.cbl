      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       NIGHTLY RELEASE OF FUTURE-DATED TRANSACTIONS.
      *                EVERY HELDTXN ENTRY (LAYOUT IN HELDDEF) WHOSE
      *                EFFECTIVE DATE HAS COME -- TODAY, OR EARLIER IF
      *                A NIGHT WAS MISSED -- IS WRAPPED INTO A NORMAL
      *                REGIN BATCH ON FUTROUT FOR REGFILE: W00 HEADER
      *                (BATCH ID "FD" + YYMMDD + HHMM, SOURCE SYSTEM
      *                "HELDTXN"), THE W01 OR A01 RECORD AS PARKED
      *                FOLLOWED BY ITS OPR RECORD WHEN IT HAS ONE, AND A
      *                W99 TRAILER WITH THE RECORD COUNT AND THE RID/SSN
      *                HASH OVER THE W01 RECORDS -- THE REGPBATCH
      *                CONVENTION.
      *                A NAME OR SSN CHANGE STILL WAITING FOR ITS SECOND
      *                OPERATOR IS NOT WRAPPED: IT IS APPENDED TO
      *                PENDTXN WITH ITS HELD OPR RECORD, WHERE REGAPPR
      *                AND REGPBATCH TAKE IT FROM THERE.  A CANCELLED
      *                ENTRY IS DROPPED.  EVERY ENTRY HANDLED IS LISTED
      *                ON FRELRPT.  THE DUE ENTRIES ARE REMOVED FROM
      *                HELDTXN ONLY AFTER FUTROUT AND PENDTXN ARE SAFELY
      *                CLOSED.  AN ENTRY THAT CANNOT BE REMOVED IS
      *                LISTED ON FRELRPT TO BE CANCELLED IN REGFMNT AND
      *                THE RUN ENDS RETURN CODE 4.
      * TECTONICS:     COBC -X -STD=IBM REGFREL.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL FUTURE-DATED RELEASE.
      *    20261015 TWK  BOTH PENDTXN WRITES ARE CHECKED; THE OPR IMAGE
      *                  IS READ THROUGH OPRDEF, NOT A PRIVATE LAYOUT.
      *    20261015 TWK  AN ENTRY THAT WILL NOT DELETE NO LONGER ENDS
      *                  THE RUN: IT IS LISTED FOR REGFMNT, RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGFREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-TXN ASSIGN TO "HELDTXN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F01-HELD-KEY
               ALTERNATE RECORD KEY IS F01-RID WITH DUPLICATES
               FILE STATUS IS WS-HELD-TXN-STATUS.
           SELECT FUTR-OUT ASSIGN TO "FUTROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FUTR-OUT-STATUS.
           SELECT PEND-TXN ASSIGN TO "PENDTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-TXN-STATUS.
           SELECT FREL-RPT ASSIGN TO "FRELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-TXN.
           COPY HELDDEF.

       FD  FUTR-OUT.
           COPY FILEDEF.
           COPY ADDRDEF.
           COPY OPRDEF.

       FD  PEND-TXN.
       01  PT-RECORD                PIC X(76).

       FD  FREL-RPT.
       01  RL-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS -- NO HELDTXN MEANS NOTHING HAS EVER BEEN PARKED,
      * A NORMAL QUIET NIGHT.
      *----------------------------------------------------------------
       01  WS-HELD-TXN-STATUS       PIC X(02).
       01  WS-FUTR-OUT-STATUS       PIC X(02).
       01  WS-PEND-TXN-STATUS       PIC X(02).
       01  WS-FREL-RPT-STATUS       PIC X(02).

       01  WS-BROWSE-SW             PIC X(01) VALUE "N".
           88  BROWSE-ACTIVE            VALUE "Y".
           88  BROWSE-DONE              VALUE "N".

      *----------------------------------------------------------------
      * BATCH CONTROL TOTALS -- SAME CONVENTION AS REGPBATCH.  THE
      * "FD" PREFIX KEEPS THE BATCH ID APART FROM REGPBATCH'S "PD"
      * WRAP OF THE SAME NIGHT.
      *----------------------------------------------------------------
       01  WS-RECORD-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-HASH-TOTAL            PIC 9(15) VALUE ZERO.
       01  WS-RUN-DT                PIC 9(08).
       01  WS-RUN-TM                PIC 9(08).
       01  WS-BATCH-ID              PIC X(12).

      *----------------------------------------------------------------
      * THE ENTRY'S OPR IMAGE IS READ THROUGH OPRDEF IN THE FUTROUT
      * RECORD AREA, WHICH THE W01 IMAGE THEN OVERLAYS -- SO WHETHER
      * IT IS STILL WAITING FOR A SECOND OPERATOR IS KEPT HERE.
      *----------------------------------------------------------------
       01  WS-APPROVAL-SW           PIC X(01) VALUE "N".
           88  ATTR-AWAITING-APPROVAL   VALUE "Y".
           88  ATTR-NOT-AWAITING        VALUE "N".

       01  WS-RELEASED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-TO-APPROVAL-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-DROPPED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-REMOVED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-NOT-REMOVED-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * RELEASE REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(34) VALUE
               "REGFREL FUTURE-DATED RELEASE".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  RL-H1-RUN-DT         PIC 9(08).
           05  FILLER               PIC X(08) VALUE "  BATCH ".
           05  RL-H1-BATCH-ID       PIC X(12).
       01  WS-RPT-H2.
           05  FILLER               PIC X(09) VALUE "EFFECTIVE".
           05  FILLER               PIC X(08) VALUE " RID".
           05  FILLER               PIC X(03) VALUE "T".
           05  FILLER               PIC X(32) VALUE "DISPOSITION".
           05  FILLER               PIC X(36) VALUE "DETAIL".
           05  FILLER               PIC X(09) VALUE "SOURCE".
           05  FILLER               PIC X(09) VALUE "KEYED BY".
       01  WS-RPT-DETAIL.
           05  RL-DT-EFF-DT         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RL-DT-RID            PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RL-DT-TYPE           PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RL-DT-DISPOSITION    PIC X(31).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RL-DT-DETAIL         PIC X(35).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RL-DT-SOURCE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RL-DT-KEYED-BY       PIC X(09).
       01  WS-RPT-TOTAL.
           05  RL-TL-LABEL          PIC X(34).
           05  RL-TL-COUNT          PIC Z(05)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-RELEASE-DUE-ENTRIES THRU 4000-EXIT.
           PERFORM 5000-REMOVE-DUE-ENTRIES THRU 5000-EXIT.
           PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 3000-OPEN-FILES -- PENDTXN IS APPENDED TO, WITH THE USUAL
      * FIRST-TIME FALLBACK, AND MAY BE OPEN IN A REGMAINT SESSION:
      * SAME ARRANGEMENT AS THE DAYTIME ENTRIES ALREADY LIVE WITH.
      ******************************************************************
       3000-OPEN-FILES.
           OPEN I-O HELD-TXN.
           IF WS-HELD-TXN-STATUS EQUAL "35" THEN
               DISPLAY "NO HELD TRANSACTIONS FILE -- NOTHING TO RELEASE"
               END-DISPLAY
               GO TO QUIET-EXIT
           END-IF.
           IF WS-HELD-TXN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN HELDTXN, STATUS="
                   WS-HELD-TXN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN OUTPUT FUTR-OUT.
           IF WS-FUTR-OUT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN FUTROUT, STATUS="
                   WS-FUTR-OUT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN EXTEND PEND-TXN.
           IF WS-PEND-TXN-STATUS EQUAL "35" THEN
               OPEN OUTPUT PEND-TXN
           END-IF.
           IF WS-PEND-TXN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN PENDTXN, STATUS="
                   WS-PEND-TXN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN OUTPUT FREL-RPT.
           IF WS-FREL-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN FRELRPT, STATUS="
                   WS-FREL-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RELEASE-DUE-ENTRIES -- HEADER, EVERY DUE ENTRY IN KEY
      * (EFFECTIVE DATE) ORDER, THEN THE TRAILER BUILT FROM WHAT WAS
      * ACTUALLY WRITTEN.  NOTHING IS REMOVED FROM HELDTXN HERE.
      ******************************************************************
       4000-RELEASE-DUE-ENTRIES.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TM FROM TIME.

           MOVE SPACE TO WS-BATCH-ID.
           STRING
               "FD" DELIMITED BY SIZE
               WS-RUN-DT(3:6) DELIMITED BY SIZE
               WS-RUN-TM(1:4) DELIMITED BY SIZE
               INTO WS-BATCH-ID
           END-STRING.

           MOVE SPACE TO W00-HEADER-RECORD.
           MOVE "HDR" TO W00-REC-ID.
           MOVE WS-BATCH-ID TO W00-BATCH-ID.
           MOVE "HELDTXN" TO W00-SOURCE-SYSTEM.
           MOVE WS-RUN-DT TO W00-CREATE-DT.
           WRITE W00-HEADER-RECORD.
           PERFORM 4900-CHECK-OUT-WRITE THRU 4900-EXIT.

           MOVE WS-RUN-DT TO RL-H1-RUN-DT.
           MOVE WS-BATCH-ID TO RL-H1-BATCH-ID.
           WRITE RL-LINE FROM WS-RPT-H1.
           MOVE SPACE TO RL-LINE.
           WRITE RL-LINE.
           WRITE RL-LINE FROM WS-RPT-H2.

           PERFORM 4050-START-BROWSE THRU 4050-EXIT.
           PERFORM 4100-RELEASE-ONE-ENTRY THRU 4100-EXIT
               UNTIL BROWSE-DONE.

           MOVE SPACE TO W99-TRAILER-RECORD.
           MOVE "TRL" TO W99-REC-ID.
           MOVE WS-RECORD-COUNT TO W99-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO W99-HASH-TOTAL.
           WRITE W99-TRAILER-RECORD.
           PERFORM 4900-CHECK-OUT-WRITE THRU 4900-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4050-START-BROWSE -- POSITION AHEAD OF THE FIRST ENTRY.  AN
      * EMPTY FILE ANSWERS THE START WITH INVALID KEY.
      ******************************************************************
       4050-START-BROWSE.
           MOVE LOW-VALUES TO F01-HELD-KEY.
           SET BROWSE-DONE TO TRUE.
           START HELD-TXN
               KEY IS NOT LESS THAN F01-HELD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BROWSE-ACTIVE TO TRUE
           END-START.
       4050-EXIT.
           EXIT.

      ******************************************************************
      * 4100-RELEASE-ONE-ENTRY -- THE FIRST ENTRY DATED AFTER THE RUN
      * DATE ENDS THE BROWSE: THE KEY IS IN EFFECTIVE-DATE ORDER.
      ******************************************************************
       4100-RELEASE-ONE-ENTRY.
           READ HELD-TXN NEXT
               AT END
                   SET BROWSE-DONE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF F01-EFF-DT GREATER WS-RUN-DT THEN
               SET BROWSE-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACE TO WS-RPT-DETAIL.
           MOVE F01-EFF-DT        TO RL-DT-EFF-DT.
           MOVE F01-RID           TO RL-DT-RID.
           MOVE F01-HELD-TYPE     TO RL-DT-TYPE.
           MOVE F01-SOURCE-SYSTEM TO RL-DT-SOURCE.
           SET ATTR-NOT-AWAITING TO TRUE.
           IF F01-HAS-ATTR THEN
               MOVE F01-ATTR-IMAGE TO O01-ATTR-RECORD
               MOVE O01-OPERATOR-ID TO RL-DT-KEYED-BY
               IF O01-APPROVAL-HELD THEN
                   SET ATTR-AWAITING-APPROVAL TO TRUE
               END-IF
           END-IF.

           MOVE F01-TXN-IMAGE TO W01-RECORD.
           IF F01-HELD-CHANGE THEN
               STRING
                   W01-FIRST-NM DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   W01-LAST-NM DELIMITED BY "  "
                   INTO RL-DT-DETAIL
               END-STRING
           ELSE
               STRING
                   A01-STREET DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   A01-CITY DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   A01-STATE DELIMITED BY SIZE
                   INTO RL-DT-DETAIL
               END-STRING
           END-IF.

           IF F01-STATUS-CANCELLED THEN
               ADD 1 TO WS-DROPPED-COUNT
               STRING
                   "CANCELLED BY " DELIMITED BY SIZE
                   F01-CHANGED-BY DELIMITED BY SPACE
                   " -- DROPPED" DELIMITED BY SIZE
                   INTO RL-DT-DISPOSITION
               END-STRING
               GO TO 4100-REPORT
           END-IF.

           IF ATTR-AWAITING-APPROVAL THEN
               PERFORM 4200-PASS-TO-APPROVAL THRU 4200-EXIT
               GO TO 4100-REPORT
           END-IF.

           WRITE W01-RECORD.
           PERFORM 4900-CHECK-OUT-WRITE THRU 4900-EXIT.
           ADD 1 TO WS-RECORD-COUNT.
           IF F01-HELD-CHANGE THEN
               ADD W01-RID TO WS-HASH-TOTAL
               ADD W01-SSN TO WS-HASH-TOTAL
           END-IF.
           IF F01-HAS-ATTR THEN
               MOVE F01-ATTR-IMAGE TO O01-ATTR-RECORD
               WRITE O01-ATTR-RECORD
               PERFORM 4900-CHECK-OUT-WRITE THRU 4900-EXIT
               ADD 1 TO WS-RECORD-COUNT
           END-IF.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE "RELEASED TO FUTROUT" TO RL-DT-DISPOSITION.

       4100-REPORT.
           WRITE RL-LINE FROM WS-RPT-DETAIL.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-PASS-TO-APPROVAL -- A NAME OR SSN CHANGE KEYED WITH A
      * FUTURE DATE HAS NOT YET HAD ITS SECOND OPERATOR.  IT GOES ON
      * PENDTXN EXACTLY AS REGMAINT WOULD HAVE QUEUED IT TODAY --
      * TRANSACTION, THEN ITS HELD OPR RECORD -- SO IT SHOWS ON THE
      * REGAPPR SCREEN AND REGPBATCH WRAPS IT ONCE IT IS APPROVED.
      ******************************************************************
       4200-PASS-TO-APPROVAL.
           MOVE F01-TXN-IMAGE TO PT-RECORD.
           WRITE PT-RECORD.
           PERFORM 4950-CHECK-PEND-WRITE THRU 4950-EXIT.
           MOVE F01-ATTR-IMAGE TO PT-RECORD.
           WRITE PT-RECORD.
           PERFORM 4950-CHECK-PEND-WRITE THRU 4950-EXIT.
           ADD 1 TO WS-TO-APPROVAL-COUNT.
           MOVE "TO PENDTXN -- AWAITING APPROVAL" TO RL-DT-DISPOSITION.
       4200-EXIT.
           EXIT.

       4900-CHECK-OUT-WRITE.
           IF WS-FUTR-OUT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO WRITE FUTROUT, STATUS="
                   WS-FUTR-OUT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       4900-EXIT.
           EXIT.

       4950-CHECK-PEND-WRITE.
           IF WS-PEND-TXN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO WRITE PENDTXN, STATUS="
                   WS-PEND-TXN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       4950-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REMOVE-DUE-ENTRIES -- ONLY ONCE THE BATCH AND THE PENDTXN
      * ADDITIONS ARE CLOSED ARE THE DUE ENTRIES DELETED, SO A RUN
      * THAT DIES IN 4000 LEAVES EVERY ENTRY ON HELDTXN AND IS RERUN
      * ONCE THE FILE IS PUT RIGHT: FUTROUT IS BUILT AGAIN FROM THE TOP
      * (AN APPROVAL ALREADY APPENDED TO PENDTXN GOES ON A SECOND TIME;
      * THE EXTRA COPY IS REJECTED IN REGAPPR).  FROM HERE ON
      * FUTROUT IS COMPLETE AND WILL BE LOADED, SO NOTHING IN THIS
      * PARAGRAPH ENDS THE RUN.  AN ENTRY THAT WILL NOT DELETE IS
      * LISTED ON FRELRPT AND THE RUN ENDS RC 4; THE OPERATOR CANCELS
      * IT IN REGFMNT (X) SO TOMORROW NIGHT DROPS IT INSTEAD OF
      * RELEASING IT A SECOND TIME.  THE SAME BROWSE AS 4000 FINDS THE
      * SAME ENTRIES: NOTHING CAN BE PARKED WITH A DATE ALREADY DUE.
      ******************************************************************
       5000-REMOVE-DUE-ENTRIES.
           CLOSE FUTR-OUT.
           CLOSE PEND-TXN.

           PERFORM 4050-START-BROWSE THRU 4050-EXIT.
           PERFORM 5100-REMOVE-ONE-ENTRY THRU 5100-EXIT
               UNTIL BROWSE-DONE.
       5000-EXIT.
           EXIT.

       5100-REMOVE-ONE-ENTRY.
           READ HELD-TXN NEXT
               AT END
                   SET BROWSE-DONE TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF F01-EFF-DT GREATER WS-RUN-DT THEN
               SET BROWSE-DONE TO TRUE
               GO TO 5100-EXIT
           END-IF.

           DELETE HELD-TXN RECORD
               INVALID KEY
                   PERFORM 5200-LIST-NOT-REMOVED THRU 5200-EXIT
                   GO TO 5100-EXIT
           END-DELETE.
           ADD 1 TO WS-REMOVED-COUNT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-LIST-NOT-REMOVED -- THE ENTRY HAS ALREADY GONE OUT
      * TONIGHT (OR BEEN DROPPED) BUT IS STILL ON HELDTXN.
      ******************************************************************
       5200-LIST-NOT-REMOVED.
           DISPLAY "WARNING: UNABLE TO REMOVE HELDTXN ENTRY "
               F01-EFF-DT " " F01-RID " " F01-HELD-TYPE
               ", STATUS=" WS-HELD-TXN-STATUS UPON SYSERR
           END-DISPLAY.
           ADD 1 TO WS-NOT-REMOVED-COUNT.
           MOVE 4 TO WS-RETURN-CODE.

           MOVE SPACE TO WS-RPT-DETAIL.
           MOVE F01-EFF-DT        TO RL-DT-EFF-DT.
           MOVE F01-RID           TO RL-DT-RID.
           MOVE F01-HELD-TYPE     TO RL-DT-TYPE.
           MOVE F01-SOURCE-SYSTEM TO RL-DT-SOURCE.
           MOVE "NOT REMOVED: REMOVE VIA REGFMNT" TO RL-DT-DISPOSITION.
           STRING
               "CANCEL WITH X -- STATUS " DELIMITED BY SIZE
               WS-HELD-TXN-STATUS DELIMITED BY SIZE
               INTO RL-DT-DETAIL
           END-STRING.
           WRITE RL-LINE FROM WS-RPT-DETAIL.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-TOTALS
      ******************************************************************
       6000-WRITE-TOTALS.
           MOVE SPACE TO RL-LINE.
           WRITE RL-LINE.
           MOVE "RELEASED TO FUTROUT" TO RL-TL-LABEL.
           MOVE WS-RELEASED-COUNT TO RL-TL-COUNT.
           WRITE RL-LINE FROM WS-RPT-TOTAL.
           MOVE "PASSED TO PENDTXN FOR APPROVAL" TO RL-TL-LABEL.
           MOVE WS-TO-APPROVAL-COUNT TO RL-TL-COUNT.
           WRITE RL-LINE FROM WS-RPT-TOTAL.
           MOVE "CANCELLED AND DROPPED" TO RL-TL-LABEL.
           MOVE WS-DROPPED-COUNT TO RL-TL-COUNT.
           WRITE RL-LINE FROM WS-RPT-TOTAL.
           MOVE "REMOVED FROM HELDTXN" TO RL-TL-LABEL.
           MOVE WS-REMOVED-COUNT TO RL-TL-COUNT.
           WRITE RL-LINE FROM WS-RPT-TOTAL.
           MOVE "NOT REMOVED -- CANCEL IN REGFMNT" TO RL-TL-LABEL.
           MOVE WS-NOT-REMOVED-COUNT TO RL-TL-COUNT.
           WRITE RL-LINE FROM WS-RPT-TOTAL.
           MOVE "FUTROUT RECORDS (TRAILER COUNT)" TO RL-TL-LABEL.
           MOVE WS-RECORD-COUNT TO RL-TL-COUNT.
           WRITE RL-LINE FROM WS-RPT-TOTAL.

           DISPLAY "FUTURE-DATED BATCH:      " WS-BATCH-ID END-DISPLAY.
           DISPLAY "ENTRIES RELEASED:        " WS-RELEASED-COUNT
               END-DISPLAY.
           DISPLAY "PASSED FOR APPROVAL:     " WS-TO-APPROVAL-COUNT
               END-DISPLAY.
           DISPLAY "CANCELLED AND DROPPED:   " WS-DROPPED-COUNT
               END-DISPLAY.
           IF WS-NOT-REMOVED-COUNT GREATER ZERO THEN
               DISPLAY "NOT REMOVED FROM HELDTXN:" WS-NOT-REMOVED-COUNT
                   " -- CANCEL THEM IN REGFMNT, SEE FRELRPT"
               END-DISPLAY
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES -- FUTROUT AND PENDTXN WERE CLOSED IN 5000.
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE HELD-TXN.
           CLOSE FREL-RPT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * QUIET-EXIT -- NOTHING TO DO IS A NORMAL END, RETURN CODE ZERO
      * SO THE NIGHTLY CHAIN KEEPS MOVING.
      ******************************************************************
       QUIET-EXIT.
           STOP RUN.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGFREL.

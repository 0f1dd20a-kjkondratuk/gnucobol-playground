      *                  -- SAME CONVENTION AS ADDRESS RECORDS.
      *    20260902 TWK  CONTACT CHILD RECORDS (CONTDEF) PASS
      *                  THROUGH THE SAME WAY: COUNTED, NOT HASHED.
      *    20261015 TWK  SECOND-OPERATOR APPROVAL: A TRANSACTION AND
      *                  ITS OPR RECORD ARE WRAPPED ONLY WHEN THE OPR
      *                  APPROVAL STATUS IS BLANK (NONE NEEDED) OR
      *                  APPROVED.  HELD GROUPS ARE LISTED ON THE RUN
      *                  OUTPUT AND CARRIED FORWARD ON PENDTXN FOR THE
      *                  NEXT WRAP; REJECTED GROUPS ARE LISTED AND
      *                  DROPPED.
      *    20261015 TWK  ADDRESS CHILD RECORDS (ADDRDEF) QUEUED BY
      *                  REGMAINT'S ADDRESS ACTION PASS THROUGH LIKE
      *                  CONTACTS: COUNTED, NOT HASHED.
      *    20261015 TWK  BOTH PENDHOLD WRITES OF A HELD GROUP ARE
      *                  CHECKED.
      *    20261015 TWK  RESETTING PENDTXN AND CARRYING THE HELD GROUPS
      *                  BACK ARE CHECKED; A FAILURE ENDS THE RUN RC 1.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGPBATCH.
           SELECT PEND-OUT ASSIGN TO "PENDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-OUT-STATUS.
           SELECT PEND-HOLD ASSIGN TO "PENDHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
               ==W99-HASH-TOTAL== BY ==P99-HASH-TOTAL==.
           COPY OPRDEF.
           COPY CONTDEF.
           COPY ADDRDEF.

       FD  PEND-OUT.
           COPY FILEDEF.

       FD  PEND-HOLD.
       01  PH-RECORD                PIC X(76).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS -- AN EMPTY OR MISSING PENDTXN MEANS THERE IS
      *----------------------------------------------------------------
       01  WS-PEND-TXN-STATUS       PIC X(02).
       01  WS-PEND-OUT-STATUS       PIC X(02).
       01  WS-PEND-HOLD-STATUS      PIC X(02).

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-FILE              VALUE "Y".
       01  WS-RUN-DT                PIC 9(08).
       01  WS-RUN-TM                PIC 9(08).

      *----------------------------------------------------------------
      * APPROVAL GROUPING -- A TRANSACTION (OR CONTACT OR ADDRESS) AND
      * THE OPR RECORD BEHIND IT TRAVEL TOGETHER: BOTH WRAPPED, BOTH
      * HELD, OR BOTH DROPPED, DEPENDING ON THE OPR APPROVAL STATUS.
      * THE FIRST RECORD OF THE GROUP IS SAVED HERE WHILE THE NEXT ONE
      * IS READ.
      * HELD GROUPS GO TO PENDHOLD AND ARE COPIED BACK ONTO PENDTXN
      * WHEN IT IS RESET, SO THEY WAIT FOR THEIR APPROVER.
      *----------------------------------------------------------------
       01  WS-GROUP-RECORD.
           05  WS-GROUP-RID          PIC 9(06).
           05  FILLER                PIC X(34).
           05  WS-GROUP-SSN          PIC 9(09).
           05  FILLER                PIC X(26).
           05  WS-GROUP-TXN-CD       PIC X(01).
       01  WS-GROUP-HASH-SW         PIC X(01).
           88  GROUP-HASHED             VALUE "Y".
           88  GROUP-NOT-HASHED         VALUE "N".
       01  WS-GROUP-ATTR-SW         PIC X(01).
           88  GROUP-HAS-ATTR           VALUE "Y".
           88  GROUP-NO-ATTR            VALUE "N".
       01  WS-GROUP-STATUS          PIC X(01).
           88  GROUP-WRAP               VALUE SPACE, "A".
           88  GROUP-HELD               VALUE "H".
           88  GROUP-REJECTED           VALUE "X".
       01  WS-HELD-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN OUTPUT PEND-HOLD.
           IF WS-PEND-HOLD-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN PENDHOLD, STATUS="
                   WS-PEND-HOLD-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRAP-TRANSACTIONS -- HEADER, EVERY RELEASED PENDING
      * RECORD, THEN THE TRAILER BUILT FROM WHAT WAS ACTUALLY COPIED.
      ******************************************************************
       4000-WRAP-TRANSACTIONS.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
               AT END SET END-OF-FILE TO TRUE
           END-READ.

           PERFORM 4100-WRAP-ONE-GROUP THRU 4100-EXIT
               UNTIL END-OF-FILE.

           MOVE SPACE TO W99-TRAILER-RECORD.

           DISPLAY "PENDING RECORDS WRAPPED: " WS-RECORD-COUNT
               END-DISPLAY.
           DISPLAY "HELD FOR APPROVAL:       " WS-HELD-COUNT
               END-DISPLAY.
           DISPLAY "REJECTED AND DROPPED:    " WS-REJECTED-COUNT
               END-DISPLAY.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-WRAP-ONE-GROUP -- SAVE THE RECORD IN HAND, LOOK AT THE
      * NEXT ONE, AND IF IT IS THE OPR RECORD FOR THIS ONE LET ITS
      * APPROVAL STATUS DECIDE WHERE THE PAIR GOES.  A RECORD WITH NO
      * OPR BEHIND IT (FILES QUEUED BEFORE ATTRIBUTION) WRAPS AS IT
      * ALWAYS DID.  ON EXIT THE FD AREA HOLDS THE FIRST RECORD OF THE
      * NEXT GROUP, OR END OF FILE IS SET.
      ******************************************************************
       4100-WRAP-ONE-GROUP.
           MOVE P01-RECORD TO WS-GROUP-RECORD.
           SET GROUP-NO-ATTR TO TRUE.
           MOVE SPACE TO WS-GROUP-STATUS.
           IF O01-ATTR-ID OR C01-CONTACT-ID OR A01-ADDRESS-ID THEN
               SET GROUP-NOT-HASHED TO TRUE
           ELSE
               SET GROUP-HASHED TO TRUE
           END-IF.

           IF NOT O01-ATTR-ID THEN
               READ PEND-TXN
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               IF NOT END-OF-FILE AND O01-ATTR-ID THEN
                   SET GROUP-HAS-ATTR TO TRUE
                   MOVE O01-APPROVAL-STATUS TO WS-GROUP-STATUS
               END-IF
           END-IF.

           IF GROUP-HELD THEN
               PERFORM 4200-HOLD-GROUP THRU 4200-EXIT
               GO TO 4100-READ-NEXT
           END-IF.

           IF GROUP-REJECTED THEN
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "REJECTED: RID " O01-RID " TXN " O01-TXN-CD
                   " KEYED BY " O01-OPERATOR-ID
                   " REJECTED BY " O01-APPROVER-ID
               END-DISPLAY
               GO TO 4100-READ-NEXT
           END-IF.

           MOVE WS-GROUP-RECORD TO W01-RECORD.
           WRITE W01-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF GROUP-HASHED THEN
               ADD WS-GROUP-RID TO WS-HASH-TOTAL
               ADD WS-GROUP-SSN TO WS-HASH-TOTAL
           END-IF.
           IF GROUP-HAS-ATTR THEN
               MOVE O01-ATTR-RECORD TO W01-RECORD
               WRITE W01-RECORD
               ADD 1 TO WS-RECORD-COUNT
           END-IF.

       4100-READ-NEXT.
           IF END-OF-FILE THEN
               GO TO 4100-EXIT
           END-IF.
           IF GROUP-NO-ATTR AND NOT O01-ATTR-ID THEN
               GO TO 4100-EXIT
           END-IF.
           READ PEND-TXN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-HOLD-GROUP -- STILL WAITING FOR A SECOND OPERATOR: LIST
      * IT AND PARK THE PAIR ON PENDHOLD, UNCHANGED.
      ******************************************************************
       4200-HOLD-GROUP.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "AWAITING APPROVAL: RID " O01-RID " TXN " O01-TXN-CD
               " KEYED BY " O01-OPERATOR-ID " ON " O01-ENTRY-DT
           END-DISPLAY.

           MOVE WS-GROUP-RECORD TO PH-RECORD.
           WRITE PH-RECORD.
           PERFORM 4250-CHECK-HOLD-WRITE THRU 4250-EXIT.
           MOVE O01-ATTR-RECORD TO PH-RECORD.
           WRITE PH-RECORD.
           PERFORM 4250-CHECK-HOLD-WRITE THRU 4250-EXIT.
       4200-EXIT.
           EXIT.

       4250-CHECK-HOLD-WRITE.
           IF WS-PEND-HOLD-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO WRITE PENDHOLD, STATUS="
                   WS-PEND-HOLD-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES -- ONCE THE WRAPPED BATCH IS SAFELY ON
      * PENDOUT, PENDTXN IS RESET SO TOMORROW'S WRAP DOES NOT PICK
      * TODAY'S TRANSACTIONS UP A SECOND TIME AND DOUBLE-LOAD THEM.
      * THE RESET FILE CARRIES ONLY THE GROUPS STILL HELD FOR
      * APPROVAL, COPIED BACK FROM PENDHOLD.
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE PEND-TXN.
           CLOSE PEND-OUT.
           CLOSE PEND-HOLD.

           OPEN OUTPUT PEND-TXN.
           IF WS-PEND-TXN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO REOPEN PENDTXN, STATUS="
                   WS-PEND-TXN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           OPEN INPUT PEND-HOLD.
           IF WS-PEND-HOLD-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO REOPEN PENDHOLD, STATUS="
                   WS-PEND-HOLD-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           READ PEND-HOLD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM 7100-CARRY-ONE-RECORD THRU 7100-EXIT
               UNTIL END-OF-FILE.

           CLOSE PEND-HOLD.
           CLOSE PEND-TXN.
       7000-EXIT.
           EXIT.

       7100-CARRY-ONE-RECORD.
           MOVE PH-RECORD TO P01-RECORD.
           WRITE P01-RECORD.
           PERFORM 7150-CHECK-PEND-WRITE THRU 7150-EXIT.
           READ PEND-HOLD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * ONCE PENDTXN IS RESET IT IS THE ONLY COPY OF THE HELD GROUPS
      * THAT WILL OUTLIVE TOMORROW'S PENDHOLD, SO A FAILED CARRY STOPS
      * THE RUN WITH PENDHOLD STILL INTACT FOR RECOVERY.
      *----------------------------------------------------------------
       7150-CHECK-PEND-WRITE.
           IF WS-PEND-TXN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO WRITE PENDTXN, STATUS="
                   WS-PEND-TXN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       7150-EXIT.
           EXIT.

      ******************************************************************
      * QUIET-EXIT -- NOTHING TO DO IS A NORMAL END, RETURN CODE ZERO
      * SO THE NIGHTLY CHAIN KEEPS MOVING.

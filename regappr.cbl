      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       SECOND-OPERATOR APPROVAL OF HELD MAINTENANCE
      *                TRANSACTIONS.  REGMAINT QUEUES DELETES AND
      *                SSN OR NAME CHANGES ON PENDTXN WITH THEIR OPR
      *                ATTRIBUTION RECORD MARKED HELD.  THIS SCREEN
      *                WALKS PENDTXN, AND FOR EACH HELD TRANSACTION
      *                SHOWS THE BEFORE VALUES FROM REGMAST BESIDE THE
      *                AFTER VALUES KEYED, BOTH SSNS MASKED THROUGH
      *                SSNMASK, WITH WHO KEYED THE CHANGE, FROM WHERE,
      *                AND WHEN.  A DIFFERENT OPERATOR APPROVES OR
      *                REJECTS IT; THE DECISION AND THE APPROVER ARE
      *                STAMPED BACK ON THE OPR RECORD IN PLACE.
      *                REGPBATCH WRAPS ONLY APPROVED TRANSACTIONS.
      * TECTONICS:     COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -X -STD=IBM REGAPPR.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL APPROVAL SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-TXN ASSIGN TO "PENDTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-TXN-STATUS.
           SELECT REGMAST-FILE ASSIGN TO "REGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M01-RID
               ALTERNATE RECORD KEY IS M01-SSN WITH DUPLICATES
               ALTERNATE RECORD KEY IS M01-LAST-NM WITH DUPLICATES
               FILE STATUS IS WS-REGMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-TXN.
           COPY FILEDEF.
           COPY OPRDEF.
           COPY CONTDEF.

       FD  REGMAST-FILE.
           COPY FILEDEF REPLACING
               ==W01-RECORD==   BY ==M01-RECORD==
               ==W01-RID==      BY ==M01-RID==
               ==W01-FIRST-NM== BY ==M01-FIRST-NM==
               ==W01-LAST-NM==  BY ==M01-LAST-NM==
               ==W01-SSN==      BY ==M01-SSN==
               ==W01-REG-TS==   BY ==M01-REG-TS==
               ==W01-REG-YYYY== BY ==M01-REG-YYYY==
               ==W01-REG-MM==   BY ==M01-REG-MM==
               ==W01-REG-DD==   BY ==M01-REG-DD==
               ==W01-REG-HH==   BY ==M01-REG-HH==
               ==W01-REG-MIN==  BY ==M01-REG-MIN==
               ==W01-REG-SS==   BY ==M01-REG-SS==
               ==W01-REG-MS==   BY ==M01-REG-MS==
               ==W01-TXN-CD==   BY ==M01-TXN-CD==
               ==W01-TXN-INSERT== BY ==M01-TXN-INSERT==
               ==W01-TXN-UPDATE== BY ==M01-TXN-UPDATE==
               ==W01-TXN-DELETE== BY ==M01-TXN-DELETE==
               ==W01-TXN-MERGE==  BY ==M01-TXN-MERGE==
               ==W00-HEADER-RECORD== BY ==M00-HEADER-RECORD==
               ==W00-REC-ID==     BY ==M00-REC-ID==
               ==W00-HEADER-ID==  BY ==M00-HEADER-ID==
               ==W00-BATCH-ID==   BY ==M00-BATCH-ID==
               ==W00-SOURCE-SYSTEM== BY ==M00-SOURCE-SYSTEM==
               ==W00-CREATE-DT==  BY ==M00-CREATE-DT==
               ==W99-TRAILER-RECORD== BY ==M99-TRAILER-RECORD==
               ==W99-REC-ID==     BY ==M99-REC-ID==
               ==W99-TRAILER-ID== BY ==M99-TRAILER-ID==
               ==W99-RECORD-COUNT== BY ==M99-RECORD-COUNT==
               ==W99-HASH-TOTAL== BY ==M99-HASH-TOTAL==.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS -- PENDTXN IS OPENED I-O SO A DECISION CAN BE
      * REWRITTEN ONTO THE OPR RECORD JUST READ.  A MISSING PENDTXN
      * MEANS NOTHING IS WAITING.  REGMAST IS OPTIONAL: WITHOUT IT
      * THE BEFORE COLUMN SAYS SO AND THE APPROVER DECIDES FROM THE
      * AFTER VALUES ALONE.
      *----------------------------------------------------------------
       01  WS-PEND-TXN-STATUS       PIC X(02).
       01  WS-REGMAST-STATUS        PIC X(02).
       01  WS-MASTER-SW             PIC X(01) VALUE "N".
           88  MASTER-AVAILABLE         VALUE "Y".
           88  MASTER-NOT-AVAILABLE      VALUE "N".
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-FILE              VALUE "Y".
           88  NOT-END-OF-FILE           VALUE "N".
       01  WS-DONE-SW               PIC X(01) VALUE "N".
           88  SESSION-DONE             VALUE "Y".
           88  SESSION-NOT-DONE          VALUE "N".

      *----------------------------------------------------------------
      * THE TRANSACTION A HELD OPR RECORD BELONGS TO IS THE RECORD
      * DIRECTLY AHEAD OF IT ON PENDTXN.  THE FD AREA IS SHARED, SO
      * EACH NON-OPR RECORD IS SAVED HERE BEFORE THE NEXT READ.
      *----------------------------------------------------------------
       01  WS-PRIOR-RECORD.
           05  WS-PRIOR-RID          PIC 9(06).
           05  WS-PRIOR-FIRST-NM     PIC X(16).
           05  WS-PRIOR-LAST-NM      PIC X(18).
           05  WS-PRIOR-SSN          PIC 9(09).
           05  FILLER                PIC X(26).
           05  WS-PRIOR-TXN-CD       PIC X(01).

      *----------------------------------------------------------------
      * OPERATOR -- SAME SOURCE REGMAINT USES FOR ITS ATTRIBUTION
      * RECORDS, SO THE SAME-OPERATOR TEST COMPARES LIKE WITH LIKE.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID           PIC X(09).
       01  WS-DECISION-DT           PIC 9(08).
       01  WS-DECISION-TM           PIC 9(08).

      *----------------------------------------------------------------
      * SCREEN FIELDS.  EVERYTHING BUT THE DECISION IS DISPLAY-ONLY.
      *----------------------------------------------------------------
       01  APR-DECISION             PIC X(01).
           88  APR-APPROVE              VALUE "A".
           88  APR-REJECT               VALUE "R".
           88  APR-SKIP                 VALUE "S", SPACE.
           88  APR-QUIT                 VALUE "Q".
       01  APR-TXN-CD               PIC X(01).
       01  APR-RID                  PIC 9(06).
       01  APR-BEFORE-FIRST-NM      PIC X(16).
       01  APR-BEFORE-LAST-NM       PIC X(18).
       01  APR-BEFORE-SSN           PIC X(11).
       01  APR-AFTER-FIRST-NM       PIC X(16).
       01  APR-AFTER-LAST-NM        PIC X(18).
       01  APR-AFTER-SSN            PIC X(11).
       01  APR-KEYED-BY             PIC X(09).
       01  APR-KEYED-TERM           PIC X(08).
       01  APR-KEYED-DT             PIC 9(08).
       01  APR-KEYED-TM             PIC 9(06).
       01  APR-MESSAGE              PIC X(60).

       01  WS-MASK-SSN-IN           PIC 9(09).
       01  WS-HELD-SEEN             PIC 9(06) COMP VALUE ZERO.
       01  WS-APPROVED              PIC 9(06) COMP VALUE ZERO.
       01  WS-REJECTED              PIC 9(06) COMP VALUE ZERO.
       01  WS-SKIPPED               PIC 9(06) COMP VALUE ZERO.
       01  WS-OWN-ITEMS             PIC 9(06) COMP VALUE ZERO.

       SCREEN SECTION.
       01  APPROVAL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 05 VALUE
               "HELD MAINTENANCE APPROVAL".
           05  LINE 03 COLUMN 05 VALUE "TRANSACTION..:".
           05  LINE 03 COLUMN 21 PIC X(01) FROM APR-TXN-CD.
           05  LINE 03 COLUMN 25 VALUE "RID:".
           05  LINE 03 COLUMN 30 PIC 9(06) FROM APR-RID.
           05  LINE 05 COLUMN 21 VALUE "BEFORE (REGMAST)".
           05  LINE 05 COLUMN 45 VALUE "AFTER (KEYED)".
           05  LINE 06 COLUMN 05 VALUE "FIRST NAME...:".
           05  LINE 06 COLUMN 21 PIC X(16) FROM APR-BEFORE-FIRST-NM.
           05  LINE 06 COLUMN 45 PIC X(16) FROM APR-AFTER-FIRST-NM.
           05  LINE 07 COLUMN 05 VALUE "LAST NAME....:".
           05  LINE 07 COLUMN 21 PIC X(18) FROM APR-BEFORE-LAST-NM.
           05  LINE 07 COLUMN 45 PIC X(18) FROM APR-AFTER-LAST-NM.
           05  LINE 08 COLUMN 05 VALUE "SSN..........:".
           05  LINE 08 COLUMN 21 PIC X(11) FROM APR-BEFORE-SSN.
           05  LINE 08 COLUMN 45 PIC X(11) FROM APR-AFTER-SSN.
           05  LINE 10 COLUMN 05 VALUE "KEYED BY.....:".
           05  LINE 10 COLUMN 21 PIC X(09) FROM APR-KEYED-BY.
           05  LINE 10 COLUMN 32 VALUE "TERMINAL:".
           05  LINE 10 COLUMN 42 PIC X(08) FROM APR-KEYED-TERM.
           05  LINE 11 COLUMN 05 VALUE "KEYED ON.....:".
           05  LINE 11 COLUMN 21 PIC 9(08) FROM APR-KEYED-DT.
           05  LINE 11 COLUMN 30 PIC 9(06) FROM APR-KEYED-TM.
           05  LINE 13 COLUMN 05 VALUE
               "DECISION (A=APPROVE R=REJECT S=SKIP Q=QUIT):".
           05  LINE 13 COLUMN 51 PIC X(01) USING APR-DECISION.
           05  LINE 15 COLUMN 05 PIC X(60) FROM APR-MESSAGE.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-CAPTURE-OPERATOR THRU 1000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-APPROVAL-LOOP THRU 4000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-CAPTURE-OPERATOR -- WHO IS APPROVING.  AN UNRESOLVABLE
      * OPERATOR MAY NOT APPROVE ANYTHING: "UNKNOWN" COULD BE THE SAME
      * PERSON WHO KEYED THE CHANGE.
      ******************************************************************
       1000-CAPTURE-OPERATOR.
           MOVE SPACE TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID EQUAL SPACE THEN
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
           END-IF.
           IF WS-OPERATOR-ID EQUAL SPACE THEN
               DISPLAY "ERROR: OPERATOR ID CANNOT BE DETERMINED -- "
                   "APPROVAL REQUIRES A KNOWN OPERATOR" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES
      ******************************************************************
       3000-OPEN-FILES.
           OPEN I-O PEND-TXN.
           IF WS-PEND-TXN-STATUS NOT EQUAL "00" THEN
               DISPLAY "NO PENDING TRANSACTIONS TO APPROVE, STATUS="
                   WS-PEND-TXN-STATUS
               END-DISPLAY
               GO TO QUIET-EXIT
           END-IF.

           SET MASTER-NOT-AVAILABLE TO TRUE.
           OPEN INPUT REGMAST-FILE.
           IF WS-REGMAST-STATUS EQUAL "00" THEN
               SET MASTER-AVAILABLE TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APPROVAL-LOOP -- ONE PASS OVER PENDTXN, STOPPING AT EACH
      * HELD OPR RECORD, UNTIL END OF FILE OR THE OPERATOR QUITS.
      ******************************************************************
       4000-APPROVAL-LOOP.
           SET SESSION-NOT-DONE TO TRUE.
           MOVE SPACE TO WS-PRIOR-RECORD.

           READ PEND-TXN
               AT END SET END-OF-FILE TO TRUE
           END-READ.

           PERFORM 4100-EXAMINE-ONE-RECORD THRU 4100-EXIT
               UNTIL END-OF-FILE OR SESSION-DONE.

           DISPLAY "HELD TRANSACTIONS SEEN: " WS-HELD-SEEN
               END-DISPLAY.
           DISPLAY "APPROVED:               " WS-APPROVED
               END-DISPLAY.
           DISPLAY "REJECTED:               " WS-REJECTED
               END-DISPLAY.
           DISPLAY "SKIPPED:                " WS-SKIPPED
               END-DISPLAY.
           DISPLAY "KEYED BY THIS OPERATOR: " WS-OWN-ITEMS
               END-DISPLAY.
       4000-EXIT.
           EXIT.

       4100-EXAMINE-ONE-RECORD.
           IF NOT O01-ATTR-ID THEN
               MOVE W01-RECORD TO WS-PRIOR-RECORD
               GO TO 4100-READ-NEXT
           END-IF.

           IF NOT O01-APPROVAL-HELD THEN
               GO TO 4100-READ-NEXT
           END-IF.

           ADD 1 TO WS-HELD-SEEN.

      *----------------------------------------------------------------
      * MAKER-CHECKER: THE OPERATOR WHO KEYED A CHANGE NEVER SEES IT
      * HERE.  IT STAYS HELD FOR SOMEONE ELSE.
      *----------------------------------------------------------------
           IF O01-OPERATOR-ID EQUAL WS-OPERATOR-ID THEN
               ADD 1 TO WS-OWN-ITEMS
               GO TO 4100-READ-NEXT
           END-IF.

           PERFORM 4200-BUILD-SCREEN-FIELDS THRU 4200-EXIT.
           PERFORM 4300-TAKE-DECISION THRU 4300-EXIT.

       4100-READ-NEXT.
           IF SESSION-DONE THEN
               GO TO 4100-EXIT
           END-IF.
           READ PEND-TXN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-BUILD-SCREEN-FIELDS -- AFTER VALUES FROM THE SAVED
      * TRANSACTION, BEFORE VALUES FROM REGMAST, ATTRIBUTION FROM THE
      * OPR RECORD NOW IN THE FD AREA.  EVERY SSN IS MASKED.
      ******************************************************************
       4200-BUILD-SCREEN-FIELDS.
           MOVE SPACE TO APR-DECISION.
           MOVE O01-TXN-CD TO APR-TXN-CD.
           MOVE O01-RID TO APR-RID.
           MOVE O01-OPERATOR-ID TO APR-KEYED-BY.
           MOVE O01-TERMINAL-ID TO APR-KEYED-TERM.
           MOVE O01-ENTRY-DT TO APR-KEYED-DT.
           MOVE O01-ENTRY-TM TO APR-KEYED-TM.

           MOVE SPACE TO APR-AFTER-FIRST-NM.
           MOVE SPACE TO APR-AFTER-LAST-NM.
           MOVE SPACE TO APR-AFTER-SSN.
           IF WS-PRIOR-RID EQUAL O01-RID THEN
               MOVE WS-PRIOR-FIRST-NM TO APR-AFTER-FIRST-NM
               MOVE WS-PRIOR-LAST-NM TO APR-AFTER-LAST-NM
               IF WS-PRIOR-SSN NUMERIC AND WS-PRIOR-SSN NOT EQUAL ZERO
                   THEN
                   MOVE WS-PRIOR-SSN TO WS-MASK-SSN-IN
                   CALL "SSNMASK" USING
                       BY REFERENCE WS-MASK-SSN-IN
                       BY REFERENCE APR-AFTER-SSN
                   END-CALL
               END-IF
           END-IF.
           IF O01-TXN-CD EQUAL "D" THEN
               MOVE "(DELETE)" TO APR-AFTER-FIRST-NM
           END-IF.

           MOVE SPACE TO APR-BEFORE-FIRST-NM.
           MOVE SPACE TO APR-BEFORE-LAST-NM.
           MOVE SPACE TO APR-BEFORE-SSN.
           MOVE SPACE TO APR-MESSAGE.
           IF MASTER-NOT-AVAILABLE THEN
               MOVE "NO MASTER FILE -- BEFORE VALUES UNAVAILABLE"
                   TO APR-MESSAGE
               GO TO 4200-EXIT
           END-IF.

           MOVE O01-RID TO M01-RID.
           READ REGMAST-FILE
               INVALID KEY
                   MOVE "RID NOT ON MASTER -- NO BEFORE VALUES"
                       TO APR-MESSAGE
               NOT INVALID KEY
                   MOVE M01-FIRST-NM TO APR-BEFORE-FIRST-NM
                   MOVE M01-LAST-NM TO APR-BEFORE-LAST-NM
                   CALL "SSNMASK" USING
                       BY REFERENCE M01-SSN
                       BY REFERENCE APR-BEFORE-SSN
                   END-CALL
           END-READ.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-TAKE-DECISION -- SHOW THE SCREEN UNTIL A RECOGNIZED
      * DECISION COMES BACK, THEN STAMP IT ON THE OPR RECORD.  THE
      * REWRITE REPLACES THE RECORD JUST READ, WHICH IS STILL THE OPR
      * RECORD -- REGMAST HAS ITS OWN RECORD AREA.
      ******************************************************************
       4300-TAKE-DECISION.
           DISPLAY APPROVAL-SCREEN END-DISPLAY.
           ACCEPT APPROVAL-SCREEN END-ACCEPT.

           IF APR-QUIT THEN
               SET SESSION-DONE TO TRUE
               GO TO 4300-EXIT
           END-IF.

           IF APR-SKIP THEN
               ADD 1 TO WS-SKIPPED
               GO TO 4300-EXIT
           END-IF.

           IF NOT APR-APPROVE AND NOT APR-REJECT THEN
               MOVE "DECISION MUST BE A, R, S, OR Q" TO APR-MESSAGE
               GO TO 4300-TAKE-DECISION
           END-IF.

           ACCEPT WS-DECISION-DT FROM DATE YYYYMMDD.
           ACCEPT WS-DECISION-TM FROM TIME.
           IF APR-APPROVE THEN
               SET O01-APPROVAL-GRANTED TO TRUE
           ELSE
               SET O01-APPROVAL-REJECTED TO TRUE
           END-IF.
           MOVE WS-OPERATOR-ID TO O01-APPROVER-ID.
           MOVE WS-DECISION-DT TO O01-APPROVAL-DT.
           MOVE WS-DECISION-TM(1:6) TO O01-APPROVAL-TM.

           REWRITE O01-ATTR-RECORD.
           IF WS-PEND-TXN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO REWRITE PENDTXN, STATUS="
                   WS-PEND-TXN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           IF APR-APPROVE THEN
               ADD 1 TO WS-APPROVED
           ELSE
               ADD 1 TO WS-REJECTED
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE PEND-TXN.
           IF MASTER-AVAILABLE THEN
               CLOSE REGMAST-FILE
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * QUIET-EXIT -- NOTHING WAITING IS A NORMAL END.
      ******************************************************************
       QUIET-EXIT.
           STOP RUN.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGAPPR.

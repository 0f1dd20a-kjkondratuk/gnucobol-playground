      *    20260902 TWK  REGPURGE WRITES GENERATION-DATED ARCHIVES
      *                  NOW; REGREST_ARCHFIL/REGREST_ARCHHIST NAME
      *                  THE GENERATION TO REINSTATE FROM.
      *    20261015 TWK  ARCHIVE CATALOG: EACH REQUESTED RID IS LOOKED
      *                  UP ON ARCHCAT AS THE REQUESTS ARE LOADED.  A
      *                  RID THE CATALOG HAS NEVER SEEN IS REFUSED ON
      *                  THE SPOT AS NEVER ARCHIVED; THE REST ARE
      *                  RESTORED FROM THE LATEST GENERATION HOLDING
      *                  THEM, ONE PASS PER GENERATION NAMED, SO ONE
      *                  RUN CAN REINSTATE FROM SEVERAL PURGES.
      *                  REGREST_ARCHFIL/REGREST_ARCHHIST NOW NAME A
      *                  SINGLE FILE TO READ IN PLACE OF THE CATALOG'S
      *                  GENERATIONS (A COPY BROUGHT BACK UNDER
      *                  ANOTHER NAME); THE CATALOG CHECK STILL
      *                  APPLIES.  AN UNREADABLE GENERATION FAILS ITS
      *                  OWN REQUESTS RATHER THAN THE RUN.
      *    20261015 TWK  EACH RID REINSTATED HAS THE RESTORE DATE
      *                  STAMPED ON ITS LATEST ARCHCAT ENTRY, SO REGARPT
      *                  NO LONGER FLAGS LATER LOOKUPS OF IT AS PURGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGREST.
           SELECT REST-RPT ASSIGN TO "RESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REST-RPT-STATUS.
           SELECT ARCH-CAT ASSIGN TO "ARCHCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS K01-CATALOG-KEY
               ALTERNATE RECORD KEY IS K01-SSN WITH DUPLICATES
               FILE STATUS IS WS-ARCH-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REST-RPT.
       01  RR-LINE                  PIC X(100).

       FD  ARCH-CAT.
           COPY ARCHCAT.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * LIBPQ HANDLES
       01  ANSWER                   PIC X(80).

      *----------------------------------------------------------------
      * FILE STATUS -- A MISSING REQUEST FILE OR CATALOG IS FATAL;
      * THERE IS NOTHING TO REINSTATE WITHOUT BOTH.  A GENERATION
      * THAT WILL NOT OPEN FAILS ONLY THE REQUESTS CATALOGED ON IT,
      * AND A MISSING ARCHHIST ONLY COSTS THE HISTORY CHAINS, WHICH
      * IS REPORTED BUT DOES NOT SINK A RUN WHOSE REGISTRATIONS ARE
      * ALREADY BACK.
      *----------------------------------------------------------------
       01  WS-REST-REQ-STATUS       PIC X(02).
       01  WS-ARCH-FILE-STATUS      PIC X(02).
       01  WS-ARCH-HIST-STATUS      PIC X(02).
       01  WS-REST-RPT-STATUS       PIC X(02).
       01  WS-ARCH-CAT-STATUS       PIC X(02).

      *----------------------------------------------------------------
      * ARCHIVE NAMES -- REGPURGE WRITES GENERATION-DATED ARCHIVES
      * (ARCHFIL.<GEN>) AND CATALOGS EVERY RID ON ARCHCAT, SO EACH
      * PASS BUILDS ITS NAMES FROM THE CATALOG'S GENERATION.
      * REGREST_ARCHFIL/REGREST_ARCHHIST NAME ONE FILE TO READ
      * INSTEAD, THE SAME WAY DBCONN RESOLVES ITS AUDIT FILE; EVERY
      * REQUEST THEN GOES THROUGH THAT ONE PASS.
      *----------------------------------------------------------------
       01  WS-ARCH-FILE-NAME        PIC X(40) VALUE "ARCHFIL".
       01  WS-ARCH-HIST-NAME        PIC X(40) VALUE "ARCHHIST".
       01  WS-FILE-NAME-TEXT        PIC X(40).
       01  WS-OVERRIDE-SW           PIC X(01) VALUE "N".
           88  ARCHIVE-OVERRIDDEN       VALUE "Y".
           88  ARCHIVE-NOT-OVERRIDDEN    VALUE "N".
       01  WS-CUR-GEN               PIC X(14) VALUE SPACE.
       01  WS-PASS-SW               PIC X(01) VALUE "N".
           88  PASSES-DONE              VALUE "Y".
           88  PASSES-NOT-DONE          VALUE "N".
       01  WS-ARCH-OPEN-SW          PIC X(01) VALUE "N".
           88  ARCH-OPENED              VALUE "Y".
           88  ARCH-NOT-OPENED          VALUE "N".

      *----------------------------------------------------------------
      * CATALOG LOOKUP -- A RID'S ENTRIES ARE IN GENERATION ORDER, SO
      * THE LAST ONE READ IS THE LATEST PURGE, WHICH IS THE SNAPSHOT
      * TO REINSTATE.
      *----------------------------------------------------------------
       01  WS-CAT-EOF-SW            PIC X(01) VALUE "N".
           88  CAT-END-OF-RID           VALUE "Y".
           88  CAT-NOT-END-OF-RID       VALUE "N".
       01  WS-CAT-RID               PIC 9(06).
       01  WS-LATEST-GEN            PIC X(14).

      *----------------------------------------------------------------
      * DBCONN CALLER ID -- SIZED TO DBCONN'S LINKAGE ITEM SO THE CALL
      *   "R" RESTORED
      *   "L" REFUSED -- ALREADY LIVE
      *   "F" FAILED -- A DATABASE STEP WOULD NOT RUN
      *   "G" CATALOGED, BUT NOT ON ITS GENERATION WHEN SCANNED
      *   "U" FAILED -- ITS GENERATION WOULD NOT OPEN
      * A RID THE CATALOG HAS NEVER SEEN IS REPORTED AS IT IS READ
      * AND NEVER ENTERS THE TABLE.  WS-REQ-GEN IS THE GENERATION
      * THE RID IS RESTORED FROM (SPACE UNDER THE NAME OVERRIDE).
      * LEGAL SENDS A HANDFUL OF RIDS AT A TIME; THE TABLE IS SIZED
      * WELL PAST ANY REALISTIC REQUEST FILE, AND AN OVERFULL FILE
      * ABANDONS THE RUN RATHER THAN QUIETLY DROPPING REQUESTS.
                   INDEXED BY WS-REQ-IDX.
               10  WS-REQ-RID       PIC 9(06).
               10  WS-REQ-STATUS    PIC X(01).
               10  WS-REQ-GEN       PIC X(14).
       01  WS-REQ-FOUND-SW          PIC X(01).
           88  REQ-RID-FOUND            VALUE "Y".
           88  REQ-RID-NOT-FOUND         VALUE "N".
       01  WS-REGS-REFUSED          PIC 9(06) COMP VALUE ZERO.
       01  WS-REGS-FAILED           PIC 9(06) COMP VALUE ZERO.
       01  WS-REGS-NOT-FOUND        PIC 9(06) COMP VALUE ZERO.
       01  WS-REGS-NEVER-ARCHIVED   PIC 9(06) COMP VALUE ZERO.
       01  WS-GENS-SCANNED          PIC 9(06) COMP VALUE ZERO.
       01  WS-ADDRS-RESTORED        PIC 9(06) COMP VALUE ZERO.
       01  WS-CNTCS-RESTORED        PIC 9(06) COMP VALUE ZERO.
       01  WS-HIST-RESTORED         PIC 9(06) COMP VALUE ZERO.
           PERFORM 2000-CONNECT-DATABASE THRU 2000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 3100-LOAD-REQUESTS THRU 3100-EXIT.
           PERFORM 3500-RESTORE-BY-GENERATION THRU 3500-EXIT.
           PERFORM 5000-REPORT-UNMATCHED THRU 5000-EXIT.
           PERFORM 6000-WRITE-RUN-TOTALS THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           ACCEPT WS-FILE-NAME-TEXT FROM ENVIRONMENT "REGREST_ARCHFIL".
           IF WS-FILE-NAME-TEXT NOT EQUAL SPACE THEN
               MOVE WS-FILE-NAME-TEXT TO WS-ARCH-FILE-NAME
               SET ARCHIVE-OVERRIDDEN TO TRUE
           END-IF.

           MOVE SPACE TO WS-FILE-NAME-TEXT.
               GO TO BAIL
           END-IF.

           OPEN I-O ARCH-CAT.
           IF WS-ARCH-CAT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN ARCHCAT, STATUS="
                   WS-ARCH-CAT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
               GO TO BAIL
           END-IF.

           MOVE Q01-RID TO WS-CAT-RID.
           PERFORM 3160-LOOK-UP-CATALOG THRU 3160-EXIT.
           IF WS-LATEST-GEN EQUAL SPACE THEN
               ADD 1 TO WS-REGS-NEVER-ARCHIVED
               MOVE SPACE TO RR-LINE
               STRING
                   "REFUSED  " DELIMITED BY SIZE
                   WS-CAT-RID DELIMITED BY SIZE
                   " -- NEVER ARCHIVED (NOT ON THE ARCHIVE CATALOG)"
                       DELIMITED BY SIZE
                   INTO RR-LINE
               END-STRING
               WRITE RR-LINE
               GO TO 3190-READ-NEXT
           END-IF.

           ADD 1 TO WS-REQ-COUNT.
           MOVE Q01-RID TO WS-REQ-RID(WS-REQ-COUNT).
           MOVE "P" TO WS-REQ-STATUS(WS-REQ-COUNT).
           IF ARCHIVE-OVERRIDDEN THEN
               MOVE SPACE TO WS-REQ-GEN(WS-REQ-COUNT)
           ELSE
               MOVE WS-LATEST-GEN TO WS-REQ-GEN(WS-REQ-COUNT)
           END-IF.

       3190-READ-NEXT.
           READ REST-REQ
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3160-LOOK-UP-CATALOG -- WALK THE CATALOG ENTRIES FOR THE RID
      * IN WS-CAT-RID AND LEAVE THE LATEST GENERATION IN WS-LATEST-
      * GEN, OR SPACE WHEN THE RID WAS NEVER ARCHIVED.
      ******************************************************************
       3160-LOOK-UP-CATALOG.
           MOVE SPACE TO WS-LATEST-GEN.
           MOVE WS-CAT-RID TO K01-RID.
           MOVE LOW-VALUES TO K01-ARCH-GEN.
           SET CAT-NOT-END-OF-RID TO TRUE.
           START ARCH-CAT
               KEY IS NOT LESS THAN K01-CATALOG-KEY
               INVALID KEY
                   SET CAT-END-OF-RID TO TRUE
           END-START.
           PERFORM 3170-READ-CATALOG-ENTRY THRU 3170-EXIT
               UNTIL CAT-END-OF-RID.
       3160-EXIT.
           EXIT.

       3170-READ-CATALOG-ENTRY.
           READ ARCH-CAT NEXT
               AT END
                   SET CAT-END-OF-RID TO TRUE
                   GO TO 3170-EXIT
           END-READ.
           IF K01-RID NOT EQUAL WS-CAT-RID THEN
               SET CAT-END-OF-RID TO TRUE
               GO TO 3170-EXIT
           END-IF.
           MOVE K01-ARCH-GEN TO WS-LATEST-GEN.
       3170-EXIT.
           EXIT.

      ******************************************************************
      * 3200-FIND-REQUEST -- LOCATE THE RID IN WS-CUR-RID ON THE
      * REQUEST TABLE, AMONG THE REQUESTS RESTORED FROM THE
      * GENERATION BEING SCANNED (WS-CUR-GEN).  WS-REQ-SUB IS LEFT
      * POINTING AT THE ENTRY SO THE CALLER CAN READ OR SET ITS
      * STATUS BYTE.
      ******************************************************************
       3200-FIND-REQUEST.
           SET REQ-RID-NOT-FOUND TO TRUE.
               AT END
                   SET REQ-RID-NOT-FOUND TO TRUE
               WHEN WS-REQ-RID(WS-REQ-IDX) EQUAL WS-CUR-RID
                       AND WS-REQ-GEN(WS-REQ-IDX) EQUAL WS-CUR-GEN
                   SET REQ-RID-FOUND TO TRUE
                   SET WS-REQ-SUB TO WS-REQ-IDX
           END-SEARCH.
           EXIT.

      ******************************************************************
      * 3500-RESTORE-BY-GENERATION -- ONE PASS PER GENERATION STILL
      * OWED A REQUEST.  EACH PASS TAKES THE GENERATION OF THE FIRST
      * PENDING REQUEST AND SETTLES EVERY REQUEST ON IT, SO THE LOOP
      * ENDS WHEN NOTHING IS PENDING.
      ******************************************************************
       3500-RESTORE-BY-GENERATION.
           SET PASSES-NOT-DONE TO TRUE.
           PERFORM 3550-RESTORE-ONE-GENERATION THRU 3550-EXIT
               UNTIL PASSES-DONE.
           DISPLAY "ARCHIVE GENERATIONS READ: " WS-GENS-SCANNED
               END-DISPLAY.
       3500-EXIT.
           EXIT.

       3550-RESTORE-ONE-GENERATION.
           IF WS-REQ-COUNT EQUAL ZERO THEN
               SET PASSES-DONE TO TRUE
               GO TO 3550-EXIT
           END-IF.
           SET WS-REQ-IDX TO 1.
           SEARCH WS-REQ-ENTRY
               AT END
                   SET PASSES-DONE TO TRUE
               WHEN WS-REQ-STATUS(WS-REQ-IDX) EQUAL "P"
                   MOVE WS-REQ-GEN(WS-REQ-IDX) TO WS-CUR-GEN
           END-SEARCH.
           IF PASSES-DONE THEN
               GO TO 3550-EXIT
           END-IF.

           IF ARCHIVE-NOT-OVERRIDDEN THEN
               MOVE SPACE TO WS-ARCH-FILE-NAME
               STRING
                   "ARCHFIL." DELIMITED BY SIZE
                   WS-CUR-GEN DELIMITED BY SIZE
                   INTO WS-ARCH-FILE-NAME
               END-STRING
               MOVE SPACE TO WS-ARCH-HIST-NAME
               STRING
                   "ARCHHIST." DELIMITED BY SIZE
                   WS-CUR-GEN DELIMITED BY SIZE
                   INTO WS-ARCH-HIST-NAME
               END-STRING
           END-IF.

           SET ARCH-NOT-OPENED TO TRUE.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-FILE-STATUS EQUAL "00" THEN
               SET ARCH-OPENED TO TRUE
               ADD 1 TO WS-GENS-SCANNED
               PERFORM 4000-SCAN-ARCHIVE THRU 4000-EXIT
               PERFORM 4600-SCAN-ARCHIVE-HISTORY THRU 4600-EXIT
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-ARCH-FILE-NAME)
                   ", STATUS=" WS-ARCH-FILE-STATUS
                   " -- ITS REQUESTS ARE NOT RESTORED" UPON SYSERR
               END-DISPLAY
           END-IF.

           PERFORM 3580-SETTLE-ONE-REQUEST THRU 3580-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB GREATER WS-REQ-COUNT.
       3550-EXIT.
           EXIT.

      ******************************************************************
      * 3580-SETTLE-ONE-REQUEST -- A REQUEST OF THIS GENERATION STILL
      * PENDING AFTER ITS PASS EITHER WAS NOT ON THE GENERATION AFTER
      * ALL ("G") OR NEVER GOT A LOOK BECAUSE THE FILE WOULD NOT OPEN
      * ("U").  EITHER WAY IT IS NO LONGER PENDING.
      ******************************************************************
       3580-SETTLE-ONE-REQUEST.
           IF WS-REQ-STATUS(WS-REQ-SUB) NOT EQUAL "P"
                   OR WS-REQ-GEN(WS-REQ-SUB) NOT EQUAL WS-CUR-GEN THEN
               GO TO 3580-EXIT
           END-IF.
           IF ARCH-OPENED THEN
               MOVE "G" TO WS-REQ-STATUS(WS-REQ-SUB)
           ELSE
               MOVE "U" TO WS-REQ-STATUS(WS-REQ-SUB)
           END-IF.
       3580-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SCAN-ARCHIVE -- ONE PASS OVER THE GENERATION'S ARCHFIL.
      * EVERY W01 WHOSE RID IS REQUESTED FROM THIS GENERATION IS
      * REINSTATED (OR REFUSED IF ALREADY LIVE);
      * THE A01 CHILD RECORDS BEHIND A RESTORED W01 GO BACK WITH IT.
      ******************************************************************
       4000-SCAN-ARCHIVE.
           SET ARCH-NOT-END-OF-FILE TO TRUE.
           SET CUR-NOT-RESTORING TO TRUE.
           READ ARCH-FILE
               AT END SET ARCH-END-OF-FILE TO TRUE
           END-READ.
           MOVE SPACE TO RR-LINE.
           MOVE WS-RPT-DETAIL TO RR-LINE.
           WRITE RR-LINE.

           PERFORM 4250-MARK-CATALOG-RESTORED THRU 4250-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4250-MARK-CATALOG-RESTORED -- STAMP TODAY ON THE RID'S LATEST
      * CATALOG ENTRY, SO REGARPT STOPS TREATING A LOOKUP OF THE
      * LIVE RID AS A LOOKUP OF A PURGED ONE.  THE REGISTRANT IS
      * ALREADY BACK, SO A CATALOG THAT WILL NOT TAKE THE STAMP IS
      * REPORTED BUT DOES NOT FAIL THE REQUEST.
      ******************************************************************
       4250-MARK-CATALOG-RESTORED.
           MOVE WS-CUR-RID TO WS-CAT-RID.
           PERFORM 3160-LOOK-UP-CATALOG THRU 3160-EXIT.
           IF WS-LATEST-GEN EQUAL SPACE THEN
               GO TO 4250-EXIT
           END-IF.

           MOVE WS-CAT-RID TO K01-RID.
           MOVE WS-LATEST-GEN TO K01-ARCH-GEN.
           READ ARCH-CAT
               KEY IS K01-CATALOG-KEY
               INVALID KEY
                   GO TO 4290-NOT-MARKED
           END-READ.
           MOVE WS-RUN-DT TO K01-RESTORED-DT.
           REWRITE K01-CATALOG-RECORD
               INVALID KEY
                   GO TO 4290-NOT-MARKED
           END-REWRITE.
           GO TO 4250-EXIT.

       4290-NOT-MARKED.
           DISPLAY "WARNING: RESTORE NOT RECORDED ON ARCHCAT FOR RID "
               WS-CAT-RID ", STATUS=" WS-ARCH-CAT-STATUS UPON SYSERR
           END-DISPLAY.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 4210-CHECK-ALREADY-LIVE -- LOOK THE RID UP ON THE LIVE TABLE.
      * WS-NTUPLES GREATER ZERO MEANS THE RID IS OCCUPIED.  A LOOKUP
       4600-SCAN-ARCHIVE-HISTORY.
           OPEN INPUT ARCH-HIST.
           IF WS-ARCH-HIST-STATUS NOT EQUAL "00" THEN
               DISPLAY "WARNING: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-ARCH-HIST-NAME) ", STATUS="
                   WS-ARCH-HIST-STATUS
                   " -- HISTORY CHAINS NOT RESTORED"
                   UPON SYSERR
               END-DISPLAY
               MOVE SPACE TO RR-LINE
               STRING
                   "*** " DELIMITED BY SIZE
                   WS-ARCH-HIST-NAME DELIMITED BY SPACE
                   " UNAVAILABLE -- NO HISTORY RESTORED FROM IT"
                       DELIMITED BY SIZE
                   INTO RR-LINE
               END-STRING
               WRITE RR-LINE
               GO TO 4600-EXIT
           END-IF.
           EXIT.

      ******************************************************************
      * 5000-REPORT-UNMATCHED -- EVERY REQUEST LEFT UNRESTORED BY ITS
      * GENERATION'S PASS IS LISTED WITH THE GENERATION IT WAS
      * CATALOGED ON; LEGAL NEEDS TO KNOW THAT AS MUCH AS THEY NEED
      * THE RESTORES.
      ******************************************************************
       5000-REPORT-UNMATCHED.
           IF WS-REQ-COUNT EQUAL ZERO THEN
           EXIT.

       5100-REPORT-ONE-UNMATCHED.
           IF WS-REQ-STATUS(WS-REQ-SUB) EQUAL "U" THEN
               ADD 1 TO WS-REGS-FAILED
               MOVE SPACE TO RR-LINE
               STRING
                   "FAILED   " DELIMITED BY SIZE
                   WS-REQ-RID(WS-REQ-SUB) DELIMITED BY SIZE
                   " -- ARCHIVE GENERATION " DELIMITED BY SIZE
                   WS-REQ-GEN(WS-REQ-SUB) DELIMITED BY SIZE
                   " WOULD NOT OPEN" DELIMITED BY SIZE
                   INTO RR-LINE
               END-STRING
               WRITE RR-LINE
               GO TO 5100-EXIT
           END-IF.
           IF WS-REQ-STATUS(WS-REQ-SUB) NOT EQUAL "P"
                   AND WS-REQ-STATUS(WS-REQ-SUB) NOT EQUAL "G" THEN
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-REGS-NOT-FOUND.
           STRING
               "NOT FOUND " DELIMITED BY SIZE
               WS-REQ-RID(WS-REQ-SUB) DELIMITED BY SIZE
               " -- CATALOGED ON " DELIMITED BY SIZE
               WS-REQ-GEN(WS-REQ-SUB) DELIMITED BY SIZE
               " BUT NOT ON THE ARCHIVE READ" DELIMITED BY SIZE
               INTO RR-LINE
           END-STRING.
           WRITE RR-LINE.
           END-STRING.
           WRITE RR-LINE.

           MOVE WS-REGS-NEVER-ARCHIVED TO WS-COUNT-DISP.
           MOVE SPACE TO RR-LINE.
           STRING "NEVER ARCHIVED:        " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO RR-LINE
           END-STRING.
           WRITE RR-LINE.

           MOVE WS-REGS-FAILED TO WS-COUNT-DISP.
           MOVE SPACE TO RR-LINE.
           STRING "FAILED (SEE SYSERR):   " DELIMITED BY SIZE
               END-DISPLAY.
           DISPLAY "NOT ON ARCHIVE:        " WS-REGS-NOT-FOUND
               END-DISPLAY.
           DISPLAY "NEVER ARCHIVED:        " WS-REGS-NEVER-ARCHIVED
               END-DISPLAY.
           DISPLAY "FAILED:                " WS-REGS-FAILED
               END-DISPLAY.
       6000-EXIT.
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE REST-RPT.
           CLOSE ARCH-CAT.
       7000-EXIT.
           EXIT.


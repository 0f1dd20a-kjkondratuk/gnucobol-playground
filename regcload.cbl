      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       CATALOGS ONE PURGE ARCHIVE GENERATION ON THE
      *                ARCHIVE CATALOG (ARCHCAT).  REGPURGE CATALOGS
      *                EVERY REGISTRANT IT ARCHIVES; THIS JOB BRINGS IN
      *                THE GENERATIONS WRITTEN BEFORE THE CATALOG
      *                EXISTED, SO REGREST AND REGEXPG CAN FIND THEM.
      *                THE GENERATION IS NAMED BY REGCLOAD_GEN (THE
      *                SUFFIX OF ARCHFIL.<GEN>); ARCHFIL.<GEN> GIVES
      *                ONE ENTRY PER RID WITH ITS W01, A01 AND C01
      *                COUNTS, ARCHHIST.<GEN> ITS H01 COUNT.  THE
      *                PURGE DATE IS THE GENERATION'S DATE.
      *
      *                THE CATALOG'S SSN KEY HOLDS SSNVAULT TOKENS, SO
      *                A GENERATION STILL CARRYING FULL SSNS IS REFUSED
      *                BEFORE ANYTHING IS WRITTEN -- CONVERT IT WITH
      *                REGTOKN (ARCHIVE MODE) FIRST.  RERUNNING A
      *                GENERATION REPLACES ITS ENTRIES, SO A RUN THAT
      *                STOPS IS SIMPLY RUN AGAIN.
      *
      *                RETURN CODE 0 CLEAN, 4 WHEN ARCHHIST IS MISSING
      *                OR CARRIES HISTORY FOR A RID THE ARCHIVE DOES
      *                NOT HOLD.
      * TECTONICS:     COBC -X -STD=IBM REGCLOAD.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL ARCHIVE CATALOG LOAD.
      *    20261015 TWK  A CATALOG WRITE RETURNING 02 (SSN TOKEN ALREADY
      *                  ON ANOTHER ENTRY) IS A GOOD WRITE.
      *    20261015 TWK  RECATALOGING A GENERATION KEEPS ANY RESTORE
      *                  DATE REGREST HAS STAMPED ON ITS ENTRIES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGCLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FILE ASSIGN TO WS-ARCH-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT ARCH-HIST ASSIGN TO WS-ARCH-HIST-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-HIST-STATUS.
           SELECT ARCH-CAT ASSIGN TO "ARCHCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS K01-CATALOG-KEY
               ALTERNATE RECORD KEY IS K01-SSN WITH DUPLICATES
               FILE STATUS IS WS-ARCH-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE.
           COPY FILEDEF.
           COPY ADDRDEF.
           COPY CONTDEF.

       FD  ARCH-HIST.
           COPY REGHIST.

       FD  ARCH-CAT.
           COPY ARCHCAT.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS -- THE ARCHIVE AND THE CATALOG MUST OPEN; A
      * MISSING ARCHHIST ONLY LEAVES THE HISTORY COUNTS AT ZERO.
      *----------------------------------------------------------------
       01  WS-ARCH-FILE-STATUS      PIC X(02).
       01  WS-ARCH-HIST-STATUS      PIC X(02).
       01  WS-ARCH-CAT-STATUS       PIC X(02).
      *    "02" IS A GOOD WRITE: ANOTHER ENTRY ALREADY HAS THIS SSN
      *    TOKEN ON THE K01-SSN ALTERNATE KEY, WHICH IS EXPECTED.
           88  ARCH-CAT-IO-OK           VALUE "00" "02".
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-FILE              VALUE "Y".
           88  NOT-END-OF-FILE           VALUE "N".

      *----------------------------------------------------------------
      * GENERATION AND ITS FILE NAMES
      *----------------------------------------------------------------
       01  WS-ARCH-GEN              PIC X(14).
       01  WS-ARCH-GEN-PARTS REDEFINES WS-ARCH-GEN.
           05  WS-GEN-DT            PIC X(08).
           05  WS-GEN-TM            PIC X(06).
       01  WS-ARCH-FILE-NAME        PIC X(40).
       01  WS-ARCH-HIST-NAME        PIC X(40).

      *----------------------------------------------------------------
      * SSN EDIT -- THE CATALOG KEYS ON TOKENS; A NONZERO SSN BELOW
      * THE TOKEN RANGE MEANS REGTOKN HAS NOT CONVERTED THE
      * GENERATION.
      *----------------------------------------------------------------
       01  WS-SSN-CHECK             PIC 9(09).
       01  WS-SSN-CHECK-PARTS REDEFINES WS-SSN-CHECK.
           05  WS-SSN-AREA          PIC 9(03).
               88  SSN-IS-TOKEN         VALUE 900 THRU 999.
           05  FILLER               PIC 9(06).

      *----------------------------------------------------------------
      * THE ENTRY BEING BUILT -- A W01 AND THE A01/C01 RECORDS BEHIND
      * IT, AS REGPURGE WROTE THEM.  A RID WHOSE W01 REPEATS BACK TO
      * BACK (A PURGE RESTART RE-SWEEP) COUNTS EACH COPY.
      *----------------------------------------------------------------
       01  WS-ENTRY-SW              PIC X(01) VALUE "N".
           88  ENTRY-OPEN               VALUE "Y".
           88  ENTRY-NOT-OPEN           VALUE "N".
       01  WS-ENT-RID               PIC 9(06).
       01  WS-ENT-SSN               PIC 9(09).
       01  WS-ENT-REG-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-ENT-ADDR-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-ENT-CNTC-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-NEW-CAT-RECORD        PIC X(80).
       01  WS-KEEP-RESTORED-DT      PIC 9(08).

      *----------------------------------------------------------------
      * RUN COUNTERS
      *----------------------------------------------------------------
       01  WS-ARCH-READ             PIC 9(09) COMP VALUE ZERO.
       01  WS-RAW-SSNS              PIC 9(09) COMP VALUE ZERO.
       01  WS-ENTRIES-ADDED         PIC 9(09) COMP VALUE ZERO.
       01  WS-ENTRIES-REPLACED      PIC 9(09) COMP VALUE ZERO.
       01  WS-HIST-READ             PIC 9(09) COMP VALUE ZERO.
       01  WS-HIST-ORPHANS          PIC 9(09) COMP VALUE ZERO.
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 4000-CHECK-TOKENIZED THRU 4000-EXIT.
           PERFORM 3000-OPEN-CATALOG THRU 3000-EXIT.
           PERFORM 5000-CATALOG-ARCHIVE THRU 5000-EXIT.
           PERFORM 6000-COUNT-HISTORY THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- THE GENERATION IS REQUIRED; THERE IS NO
      * SENSIBLE DEFAULT FOR WHICH PAST PURGE TO CATALOG.
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACE TO WS-ARCH-GEN.
           ACCEPT WS-ARCH-GEN FROM ENVIRONMENT "REGCLOAD_GEN".
           IF WS-ARCH-GEN EQUAL SPACE OR WS-GEN-DT NOT NUMERIC THEN
               DISPLAY "ERROR: REGCLOAD_GEN MUST NAME AN ARCHIVE "
                   "GENERATION (YYYYMMDDHHMMSS), NOT " WS-ARCH-GEN
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE SPACE TO WS-ARCH-FILE-NAME.
           STRING
               "ARCHFIL." DELIMITED BY SIZE
               WS-ARCH-GEN DELIMITED BY SPACE
               INTO WS-ARCH-FILE-NAME
           END-STRING.
           MOVE SPACE TO WS-ARCH-HIST-NAME.
           STRING
               "ARCHHIST." DELIMITED BY SIZE
               WS-ARCH-GEN DELIMITED BY SPACE
               INTO WS-ARCH-HIST-NAME
           END-STRING.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-CATALOG -- THE FIRST LOAD BEFORE ANY PURGE HAS RUN
      * CREATES THE CATALOG.
      ******************************************************************
       3000-OPEN-CATALOG.
           OPEN I-O ARCH-CAT.
           IF WS-ARCH-CAT-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARCH-CAT
               CLOSE ARCH-CAT
               OPEN I-O ARCH-CAT
           END-IF.
           IF WS-ARCH-CAT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN ARCHCAT, STATUS="
                   WS-ARCH-CAT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHECK-TOKENIZED -- A FIRST PASS OVER THE ARCHIVE THAT
      * WRITES NOTHING: EVERY W01 MUST ALREADY CARRY A TOKEN (OR NO
      * SSN AT ALL) BEFORE ONE ENTRY GOES ON THE CATALOG.
      ******************************************************************
       4000-CHECK-TOKENIZED.
           PERFORM 4900-OPEN-ARCHIVE THRU 4900-EXIT.
           PERFORM 4100-CHECK-ONE-RECORD THRU 4100-EXIT
               UNTIL END-OF-FILE.
           CLOSE ARCH-FILE.

           IF WS-RAW-SSNS GREATER ZERO THEN
               DISPLAY "ERROR: " WS-RAW-SSNS " W01 RECORDS ON "
                   FUNCTION TRIM(WS-ARCH-FILE-NAME)
                   " CARRY FULL SSNS -- RUN REGTOKN ARCHIVE MODE ON "
                   "THE GENERATION FIRST" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-RECORD.
           IF NOT A01-ADDRESS-ID AND NOT C01-CONTACT-ID THEN
               MOVE W01-SSN TO WS-SSN-CHECK
               IF WS-SSN-CHECK NOT EQUAL ZERO
                       AND NOT SSN-IS-TOKEN THEN
                   ADD 1 TO WS-RAW-SSNS
               END-IF
           END-IF.
           READ ARCH-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4900-OPEN-ARCHIVE -- OPEN THE GENERATION AND PRIME THE FIRST
      * RECORD; SHARED BY BOTH PASSES.
      ******************************************************************
       4900-OPEN-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-ARCH-FILE-NAME)
                   ", STATUS=" WS-ARCH-FILE-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           READ ARCH-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       4900-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CATALOG-ARCHIVE -- ONE ENTRY PER RID, WRITTEN WHEN THE
      * NEXT RID'S W01 (OR THE END OF THE FILE) CLOSES IT.
      ******************************************************************
       5000-CATALOG-ARCHIVE.
           PERFORM 4900-OPEN-ARCHIVE THRU 4900-EXIT.
           SET ENTRY-NOT-OPEN TO TRUE.
           PERFORM 5100-CATALOG-ONE-RECORD THRU 5100-EXIT
               UNTIL END-OF-FILE.
           IF ENTRY-OPEN THEN
               PERFORM 5500-WRITE-ENTRY THRU 5500-EXIT
           END-IF.
           CLOSE ARCH-FILE.
       5000-EXIT.
           EXIT.

       5100-CATALOG-ONE-RECORD.
           ADD 1 TO WS-ARCH-READ.
           IF A01-ADDRESS-ID THEN
               IF ENTRY-OPEN AND A01-RID EQUAL WS-ENT-RID THEN
                   ADD 1 TO WS-ENT-ADDR-COUNT
               END-IF
               GO TO 5190-READ-NEXT
           END-IF.
           IF C01-CONTACT-ID THEN
               IF ENTRY-OPEN AND C01-RID EQUAL WS-ENT-RID THEN
                   ADD 1 TO WS-ENT-CNTC-COUNT
               END-IF
               GO TO 5190-READ-NEXT
           END-IF.

           IF ENTRY-OPEN AND W01-RID EQUAL WS-ENT-RID THEN
               ADD 1 TO WS-ENT-REG-COUNT
               GO TO 5190-READ-NEXT
           END-IF.
           IF ENTRY-OPEN THEN
               PERFORM 5500-WRITE-ENTRY THRU 5500-EXIT
           END-IF.
           SET ENTRY-OPEN TO TRUE.
           MOVE W01-RID TO WS-ENT-RID.
           MOVE W01-SSN TO WS-ENT-SSN.
           MOVE 1 TO WS-ENT-REG-COUNT.
           MOVE ZERO TO WS-ENT-ADDR-COUNT.
           MOVE ZERO TO WS-ENT-CNTC-COUNT.

       5190-READ-NEXT.
           READ ARCH-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5500-WRITE-ENTRY -- ADD THE ENTRY, OR REPLACE IT WHEN AN
      * EARLIER LOAD OF THE SAME GENERATION ALREADY PUT IT THERE.
      * THE HISTORY COUNT STARTS AT ZERO AND IS FILLED IN BY 6000.
      ******************************************************************
       5500-WRITE-ENTRY.
           MOVE SPACE TO K01-CATALOG-RECORD.
           MOVE WS-ENT-RID TO K01-RID.
           MOVE WS-ARCH-GEN TO K01-ARCH-GEN.
           MOVE WS-ENT-SSN TO K01-SSN.
           MOVE WS-GEN-DT TO K01-PURGE-DT.
           MOVE WS-ENT-REG-COUNT TO K01-REG-COUNT.
           MOVE WS-ENT-ADDR-COUNT TO K01-ADDR-COUNT.
           MOVE WS-ENT-CNTC-COUNT TO K01-CNTC-COUNT.
           MOVE ZERO TO K01-HIST-COUNT.
           MOVE ZERO TO K01-RESTORED-DT.

           WRITE K01-CATALOG-RECORD
               INVALID KEY
                   PERFORM 5550-REPLACE-ENTRY THRU 5550-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-ENTRIES-ADDED
           END-WRITE.
           IF NOT ARCH-CAT-IO-OK THEN
               DISPLAY "ERROR: UNABLE TO CATALOG RID " WS-ENT-RID
                   ", STATUS=" WS-ARCH-CAT-STATUS
                   " -- RERUN THE GENERATION" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 5550-REPLACE-ENTRY -- THE ENTRY IS ALREADY ON FILE.  THE NEW
      * COUNTS REPLACE THE OLD, BUT A RESTORE DATE REGREST STAMPED ON
      * IT IS KEPT: RECATALOGING THE GENERATION DOES NOT UNDO THE
      * REINSTATEMENT.  A FAILED READ OR REWRITE LEAVES ITS STATUS
      * FOR 5500 TO REPORT.
      ******************************************************************
       5550-REPLACE-ENTRY.
           MOVE K01-CATALOG-RECORD TO WS-NEW-CAT-RECORD.
           READ ARCH-CAT
               INVALID KEY
                   GO TO 5550-EXIT
           END-READ.
           MOVE ZERO TO WS-KEEP-RESTORED-DT.
           IF K01-RESTORED-DT NUMERIC THEN
               MOVE K01-RESTORED-DT TO WS-KEEP-RESTORED-DT
           END-IF.
           MOVE WS-NEW-CAT-RECORD TO K01-CATALOG-RECORD.
           MOVE WS-KEEP-RESTORED-DT TO K01-RESTORED-DT.
           REWRITE K01-CATALOG-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ENTRIES-REPLACED
           END-REWRITE.
       5550-EXIT.
           EXIT.

      ******************************************************************
      * 6000-COUNT-HISTORY -- EACH H01 ADDS ONE TO ITS RID'S ENTRY.
      * HISTORY FOR A RID THE ARCHIVE DOES NOT HOLD IS COUNTED AND
      * REPORTED, NOT CATALOGED.
      ******************************************************************
       6000-COUNT-HISTORY.
           OPEN INPUT ARCH-HIST.
           IF WS-ARCH-HIST-STATUS NOT EQUAL "00" THEN
               DISPLAY "WARNING: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-ARCH-HIST-NAME)
                   ", STATUS=" WS-ARCH-HIST-STATUS
                   " -- HISTORY COUNTS LEFT AT ZERO" UPON SYSERR
               END-DISPLAY
               MOVE 4 TO WS-RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           READ ARCH-HIST
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM 6100-COUNT-ONE-HIST-ROW THRU 6100-EXIT
               UNTIL END-OF-FILE.
           CLOSE ARCH-HIST.

           IF WS-HIST-ORPHANS GREATER ZERO THEN
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-COUNT-ONE-HIST-ROW.
           ADD 1 TO WS-HIST-READ.
           MOVE H01-RID TO K01-RID.
           MOVE WS-ARCH-GEN TO K01-ARCH-GEN.
           READ ARCH-CAT
               INVALID KEY
                   ADD 1 TO WS-HIST-ORPHANS
                   DISPLAY "WARNING: HISTORY FOR RID " H01-RID
                       " BUT NO W01 ON THE ARCHIVE" UPON SYSERR
                   END-DISPLAY
               NOT INVALID KEY
                   ADD 1 TO K01-HIST-COUNT
                   REWRITE K01-CATALOG-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: UNABLE TO UPDATE RID "
                               K01-RID ", STATUS=" WS-ARCH-CAT-STATUS
                               " -- RERUN THE GENERATION" UPON SYSERR
                           END-DISPLAY
                           GO TO BAIL
                   END-REWRITE
           END-READ.
           READ ARCH-HIST
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES -- CLOSE THE CATALOG AND SHOW THE TOTALS.
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE ARCH-CAT.
           DISPLAY "GENERATION CATALOGED:     " WS-ARCH-GEN
               END-DISPLAY.
           DISPLAY "ARCHIVE RECORDS READ:     " WS-ARCH-READ
               END-DISPLAY.
           DISPLAY "CATALOG ENTRIES ADDED:    " WS-ENTRIES-ADDED
               END-DISPLAY.
           DISPLAY "CATALOG ENTRIES REPLACED: " WS-ENTRIES-REPLACED
               END-DISPLAY.
           DISPLAY "HISTORY RECORDS READ:     " WS-HIST-READ
               END-DISPLAY.
           DISPLAY "HISTORY WITHOUT A W01:    " WS-HIST-ORPHANS
               END-DISPLAY.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGCLOAD.

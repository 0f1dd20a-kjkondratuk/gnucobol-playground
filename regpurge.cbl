      *                  ARCHIVE A REGISTRANT TWICE.  REGREST AND
      *                  REGEXPG READ A CHOSEN GENERATION THROUGH
      *                  THEIR ARCHIVE NAME OVERRIDES.
      *    20261015 TWK  EACH PURGED REGISTRANT LEAVES A "P" ACTIVITY
      *                  ROW IN REG_CHANGE_AUDIT, WRITTEN BY THE SAME
      *                  STATEMENT THAT DELETES THE REGISTRATION AND
      *                  CARRYING THE LAST MAILING STATE ARCHIVED, SO
      *                  REGSTATS CAN COUNT PURGES BY MONTH AND STATE.
      *    20261015 TWK  ARCHIVE CATALOG: EACH REGISTRANT ARCHIVED IS
      *                  ENTERED ON THE INDEXED CATALOG ARCHCAT (RID
      *                  AND GENERATION, SSN ALTERNATE KEY, PURGE
      *                  DATE, W01/A01/C01/H01 COUNTS) BEFORE ITS
      *                  PHASE-"A" CHECKPOINT, SO REGREST AND REGEXPG
      *                  GO STRAIGHT TO THE GENERATION HOLDING A RID.
      *    20261015 TWK  A CATALOG WRITE RETURNING 02 (SSN TOKEN ALREADY
      *                  ON ANOTHER ENTRY) IS A GOOD WRITE.
      *    20261015 TWK  NEW CATALOG ENTRIES START WITH NO RESTORE DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGPURGE.
           SELECT CHKPT-FILE ASSIGN TO "PRGCHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.
           SELECT ARCH-CAT ASSIGN TO "ARCHCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS K01-CATALOG-KEY
               ALTERNATE RECORD KEY IS K01-SSN WITH DUPLICATES
               FILE STATUS IS WS-ARCH-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PK-BEGIN-DB-COUNT    PIC 9(09).
           05  PK-ARCH-GEN          PIC X(14).

       FD  ARCH-CAT.
           COPY ARCHCAT.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * LIBPQ HANDLES -- THE VICTIM RESULT SET (PGRES) STAYS OPEN
       01  WS-ARCH-HIST-STATUS      PIC X(02).
       01  WS-PURG-RPT-STATUS       PIC X(02).
       01  WS-CHKPT-STATUS          PIC X(02).
      *----------------------------------------------------------------
      * ARCHIVE CATALOG STATUS -- THE CATALOG LIVES ACROSS RUNS AND IS
      * CREATED BY THE FIRST PURGE THAT FINDS IT MISSING (STATUS 35).
      * A REGISTRANT ARCHIVED BUT NOT CATALOGED WOULD BE REFUSED BY
      * REGREST, SO ANY OTHER CATALOG FAILURE IS FATAL.
      *----------------------------------------------------------------
       01  WS-ARCH-CAT-STATUS       PIC X(02).
      *    "02" IS A GOOD WRITE: ANOTHER ENTRY ALREADY HAS THIS SSN
      *    TOKEN ON THE K01-SSN ALTERNATE KEY, WHICH IS EXPECTED.
           88  ARCH-CAT-IO-OK           VALUE "00" "02".

      *----------------------------------------------------------------
      * GENERATION-DATED ARCHIVE NAMES -- A FRESH RUN STAMPS ITS OWN
       01  WS-DEL-HIST-SQL          PIC X(64).
       01  WS-DEL-ADDR-SQL          PIC X(64).
       01  WS-DEL-CNTC-SQL          PIC X(64).
       01  WS-DEL-REG-SQL           PIC X(256).
       01  WS-COUNT-SQL             PIC X(48).
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-ROW-IDX               USAGE BINARY-LONG.
       01  WS-NPARAMS               USAGE BINARY-LONG VALUE 1.
       01  WS-RID-PARAM-VALUE       PIC X(32).
       01  WS-PARAM-PTRS.
           05  WS-PARAM-PTR         OCCURS 2 TIMES USAGE POINTER.
       01  WS-STATE-PARAM-VALUE     PIC X(04).
       01  WS-PURGE-RID             PIC 9(06).
       01  WS-PURGE-MAIL-STATE      PIC X(02).
       01  WS-PURGE-SSN             PIC 9(09).
       01  WS-RID-HIST-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-RID-ADDR-COUNT        PIC 9(04) COMP VALUE ZERO.
           END-IF.

           MOVE WS-RESTART-RID TO WS-PURGE-RID.
           MOVE SPACE TO WS-PURGE-MAIL-STATE.
           DISPLAY
               "RESTART: FINISHING DELETES FOR RID " WS-PURGE-RID
           END-DISPLAY.
               INTO WS-DEL-ADDR-SQL
           END-STRING.

      *----------------------------------------------------------------
      * THE REGISTRATION DELETE AND ITS "P" ACTIVITY ROW ARE ONE
      * STATEMENT, SO A PURGE IS COUNTED EXACTLY WHEN IT HAPPENS; THE
      * AFFECTED COUNT IS THE ROWS INSERTED, ONE PER ROW DELETED.
      *----------------------------------------------------------------
           STRING
               "WITH D AS (DELETE FROM REGISTRATIONS WHERE RID=$1"
                   DELIMITED BY SIZE
               " RETURNING RID) INSERT INTO REG_CHANGE_AUDIT"
                   DELIMITED BY SIZE
               " (RID, TXN_CD, MAIL_STATE, LOAD_TS)"
                   DELIMITED BY SIZE
               " SELECT RID, 'P', NULLIF($2,''), CURRENT_TIMESTAMP"
                   DELIMITED BY SIZE
               " FROM D" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-DEL-REG-SQL
           END-STRING.
               GO TO BAIL
           END-IF.

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

           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           IF RESTART-RUN THEN
               MOVE SPACE TO PR-LINE
      * GONE FROM THE DATABASE AND MISSING FROM THE ARCHIVE.
      ******************************************************************
       4100-PURGE-ONE-REGISTRANT.
           MOVE SPACE TO WS-PURGE-MAIL-STATE.
           PERFORM 4110-ARCHIVE-W01-RECORD THRU 4110-EXIT.
           PERFORM 4200-ARCHIVE-ADDRESSES THRU 4200-EXIT.
           PERFORM 4260-ARCHIVE-CONTACTS THRU 4260-EXIT.
           PERFORM 4300-ARCHIVE-HISTORY THRU 4300-EXIT.
           PERFORM 4380-CATALOG-REGISTRANT THRU 4380-EXIT.
      *----------------------------------------------------------------
      * PHASE "A" GOES DOWN THE MOMENT THE ARCHIVE WRITES ARE DONE,
      * BEFORE A SINGLE DELETE RUNS: A CRASH IN THE DELETE WINDOW
               INTO A01-EFF-DT
           END-STRING.

      *----------------------------------------------------------------
      * ROWS COME BY TYPE AND EFFECTIVE DATE, SO THE LAST MAILING ROW
      * SEEN IS THE ADDRESS THE REGISTRANT IS COUNTED UNDER.
      *----------------------------------------------------------------
           IF A01-TYPE-MAILING THEN
               MOVE A01-STATE TO WS-PURGE-MAIL-STATE
           END-IF.

           WRITE A01-ADDR-RECORD.
           ADD 1 TO WS-ADDRS-ARCHIVED.
       4250-EXIT.
           END-IF.
           ADD WS-ROWS-AFFECTED TO WS-CNTCS-DELETED.

           MOVE SPACE TO WS-STATE-PARAM-VALUE.
           STRING WS-PURGE-MAIL-STATE DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-STATE-PARAM-VALUE
           END-STRING.
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-STATE-PARAM-VALUE.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-DEL-REG-SQL
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
       4450-EXIT.
           EXIT.

      ******************************************************************
      * 4380-CATALOG-REGISTRANT -- ENTER THE REGISTRANT ON ARCHCAT
      * UNDER THIS GENERATION.  IT GOES DOWN AFTER THE ARCHIVE WRITES
      * AND BEFORE THE PHASE-"A" CHECKPOINT, SO A RID THE CHECKPOINT
      * CALLS ARCHIVED IS ALWAYS CATALOGED TOO.  A CRASH BETWEEN THE
      * TWO RE-SWEEPS THE RID ONTO THE SAME GENERATION ON RESTART;
      * ITS ENTRY IS THEN ALREADY ON FILE AND IS REWRITTEN.
      ******************************************************************
       4380-CATALOG-REGISTRANT.
           MOVE SPACE TO K01-CATALOG-RECORD.
           MOVE WS-PURGE-RID TO K01-RID.
           MOVE WS-ARCH-GEN TO K01-ARCH-GEN.
           MOVE WS-PURGE-SSN TO K01-SSN.
           MOVE WS-RUN-DT TO K01-PURGE-DT.
           MOVE 1 TO K01-REG-COUNT.
           MOVE WS-RID-ADDR-COUNT TO K01-ADDR-COUNT.
           MOVE WS-RID-CNTC-COUNT TO K01-CNTC-COUNT.
           MOVE WS-RID-HIST-COUNT TO K01-HIST-COUNT.
           MOVE ZERO TO K01-RESTORED-DT.

           WRITE K01-CATALOG-RECORD
               INVALID KEY
                   REWRITE K01-CATALOG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           IF NOT ARCH-CAT-IO-OK THEN
               DISPLAY "ERROR: UNABLE TO CATALOG RID " WS-PURGE-RID
                   ", STATUS=" WS-ARCH-CAT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       4380-EXIT.
           EXIT.

      ******************************************************************
      * 4500-WRITE-PURGE-DETAIL -- ONE REPORT LINE PER PURGED
      * REGISTRANT, SSN MASKED AS ALWAYS.
           CLOSE ARCH-FILE.
           CLOSE ARCH-HIST.
           CLOSE PURG-RPT.
           CLOSE ARCH-CAT.
       7000-EXIT.
           EXIT.


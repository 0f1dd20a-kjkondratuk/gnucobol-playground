      *                MASKED THROUGH SSNMASK AS ALWAYS.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -m -STD=IBM -LPQ SSNVAULT.CBL -o SSNVAULT.so
      *                COBC -X -STD=IBM -LPQ REGEXPG.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20260902 TWK  REGPURGE WRITES GENERATION-DATED ARCHIVES
      *                  NOW; REGEXPG_ARCHFIL/REGEXPG_ARCHHIST NAME
      *                  THE GENERATION TO SCRUB.
      *    20261015 TWK  SSN TOKENIZATION: AN "S" REQUEST IS LOOKED UP
      *                  ON SSNVAULT AND RESOLVED, AND MATCHED ON THE
      *                  ARCHIVE, BY ITS TOKEN.  ONCE A PERSON IS
      *                  ERASED THEIR VAULT ENTRY GOES TOO (UNLESS A
      *                  SURVIVING RID STILL CARRIES THE TOKEN), AND
      *                  THE CERTIFICATE SAYS WHETHER IT WENT.  A RID
      *                  REQUEST NOW PICKS UP ITS SSN FROM THE LIVE
      *                  ROW SO THE VAULT ENTRY CAN BE FOUND.
      *    20261015 TWK  ARCHIVE CATALOG: THE GENERATIONS TO SCRUB COME
      *                  FROM ARCHCAT -- EVERY GENERATION CATALOGED
      *                  FOR A RID BEING ERASED, AND EVERY RID THE
      *                  CATALOG HOLDS UNDER A REQUESTED SSN -- AND
      *                  EACH IS COPIED TO ARCHFILC.<GEN> /
      *                  ARCHHSTC.<GEN>.  AN "R" REQUEST FOR A RID
      *                  THAT IS NEITHER LIVE NOR CATALOGED IS REFUSED
      *                  BEFORE ANYTHING RUNS.  ONCE A GENERATION IS
      *                  SCRUBBED THE PERSON'S CATALOG ENTRIES FOR IT
      *                  ARE DELETED, AND THE CERTIFICATE COUNTS THEM
      *                  (CAT).  REGEXPG_ARCHFIL/REGEXPG_ARCHHIST STILL
      *                  SCRUB ONE NAMED FILE TO ARCHFILC/ARCHHSTC IN
      *                  PLACE OF THE CATALOG'S GENERATIONS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGEXPG.
           SELECT ARCH-FILE ASSIGN TO WS-ARCH-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT ARCH-CLEAN ASSIGN TO WS-ARCH-CLEAN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-CLEAN-STATUS.
           SELECT ARCH-HIST ASSIGN TO WS-ARCH-HIST-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-HIST-STATUS.
           SELECT HIST-CLEAN ASSIGN TO WS-HIST-CLEAN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-CLEAN-STATUS.
           SELECT REGMAST-FILE ASSIGN TO "REGMAST"
           SELECT EXPG-RPT ASSIGN TO "EXPGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPG-RPT-STATUS.
           SELECT ARCH-CAT ASSIGN TO "ARCHCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS K01-CATALOG-KEY
               ALTERNATE RECORD KEY IS K01-SSN WITH DUPLICATES
               FILE STATUS IS WS-ARCH-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
               ==W99-HASH-TOTAL== BY ==M99-HASH-TOTAL==.

       FD  EXPG-RPT.
       01  XR-LINE                  PIC X(110).

       FD  ARCH-CAT.
           COPY ARCHCAT.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
       01  WS-HIST-CLEAN-STATUS     PIC X(02).
       01  WS-REGMAST-STATUS        PIC X(02).
       01  WS-EXPG-RPT-STATUS       PIC X(02).
       01  WS-ARCH-CAT-STATUS       PIC X(02).

      *----------------------------------------------------------------
      * ARCHIVE NAMES -- REGPURGE WRITES GENERATION-DATED ARCHIVES
      * (ARCHFIL.<GEN>) AND CATALOGS THEM ON ARCHCAT, SO THE
      * GENERATIONS TO SCRUB ARE THE ONES THE CATALOG HOLDS FOR THE
      * PEOPLE BEING ERASED, EACH CLEANED TO ARCHFILC.<GEN> AND
      * ARCHHSTC.<GEN>.  REGEXPG_ARCHFIL/REGEXPG_ARCHHIST NAME ONE
      * FILE TO SCRUB INSTEAD (CLEANED TO THE PLAIN ARCHFILC/
      * ARCHHSTC); WHEN THAT NAME IS ARCHFIL.<GEN> THE CATALOG
      * ENTRIES FOR THAT GENERATION ARE STILL REMOVED.
      *----------------------------------------------------------------
       01  WS-ARCH-FILE-NAME        PIC X(40) VALUE "ARCHFIL".
       01  WS-ARCH-HIST-NAME        PIC X(40) VALUE "ARCHHIST".
       01  WS-ARCH-CLEAN-NAME       PIC X(40) VALUE "ARCHFILC".
       01  WS-HIST-CLEAN-NAME       PIC X(40) VALUE "ARCHHSTC".
       01  WS-FILE-NAME-TEXT        PIC X(40).
       01  WS-OVERRIDE-SW           PIC X(01) VALUE "N".
           88  ARCHIVE-OVERRIDDEN       VALUE "Y".
           88  ARCHIVE-NOT-OVERRIDDEN    VALUE "N".

      *----------------------------------------------------------------
      * THE CATALOG IS REQUIRED ONCE IT EXISTS -- ERASING WITHOUT IT
      * WOULD LEAVE THE PERSON ON EVERY ARCHIVE.  NOT FOUND (STATUS
      * 35) MEANS NO PURGE HAS CATALOGED ANYTHING YET; THE ERASURE
      * RUNS AND THE CERTIFICATE SAYS NO ARCHIVE WAS LOOKED AT.
      *----------------------------------------------------------------
       01  WS-CATALOG-SW            PIC X(01) VALUE "N".
           88  CATALOG-AVAILABLE        VALUE "Y".
           88  CATALOG-NOT-AVAILABLE    VALUE "N".
       01  WS-CAT-EOF-SW            PIC X(01) VALUE "N".
           88  CAT-END-OF-KEY           VALUE "Y".
           88  CAT-NOT-END-OF-KEY       VALUE "N".
       01  WS-CAT-RID               PIC 9(06).
       01  WS-CAT-SSN               PIC 9(09).
       01  WS-ON-FILE-SW            PIC X(01).
           88  RID-ON-FILE              VALUE "Y".
           88  RID-NOT-ON-FILE          VALUE "N".

      *----------------------------------------------------------------
      * GENERATIONS TO SCRUB -- ONE ENTRY PER DISTINCT GENERATION THE
      * CATALOG NAMES FOR THE WORK TABLE, WITH WHETHER ITS ARCHIVE
      * AND ITS HISTORY FILE WERE BOTH COPIED CLEAN.  ONLY A FULLY
      * SCRUBBED GENERATION LOSES THE PERSON'S CATALOG ENTRIES, SO AN
      * UNREADABLE ONE STAYS FINDABLE FOR THE RERUN.
      *----------------------------------------------------------------
       01  WS-MAX-GENS              PIC 9(03) COMP VALUE 100.
       01  WS-GEN-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY         OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-GEN-COUNT
                   INDEXED BY WS-GEN-IDX.
               10  WS-GEN-ID        PIC X(14).
               10  WS-GEN-ARCH-SW   PIC X(01).
               10  WS-GEN-HIST-SW   PIC X(01).
       01  WS-GEN-SUB               PIC 9(03) COMP.
       01  WS-CUR-GEN               PIC X(14).

      *----------------------------------------------------------------
      * DBCONN CALLER ID -- SIZED TO DBCONN'S LINKAGE ITEM SO THE CALL
               10  WS-EXP-ARCH-A01  PIC 9(04) COMP.
               10  WS-EXP-ARCH-C01  PIC 9(04) COMP.
               10  WS-EXP-ARCH-H01  PIC 9(04) COMP.
               10  WS-EXP-VAULT-SW  PIC X(01).
               10  WS-EXP-CAT-DEL   PIC 9(04) COMP.
       01  WS-EXP-SUB               PIC 9(03) COMP.
       01  WS-EXP-FOUND-SW          PIC X(01).
           88  EXP-RID-FOUND            VALUE "Y".
      * REQUEST FILE LANDS THE SAME SINGLE ROW.
      *----------------------------------------------------------------
       01  WS-RESOLVE-SSN-SQL       PIC X(64).
       01  WS-RID-SSN-SQL           PIC X(64).
       01  WS-DEL-HIST-SQL          PIC X(64).
       01  WS-DEL-ADDR-SQL          PIC X(64).
       01  WS-DEL-CNTC-SQL          PIC X(64).
       01  WS-CUR-RID               PIC 9(06) VALUE ZERO.
       01  WS-CUR-SSN               PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      * SSN VAULT -- REGISTRATIONS, REGMAST AND THE ARCHIVES CARRY
      * SSNVAULT TOKENS, SO AN SSN REQUEST IS TURNED INTO ITS TOKEN
      * BEFORE IT IS MATCHED ANYWHERE.  A 9XX REQUEST VALUE IS ALREADY
      * A TOKEN.
      *----------------------------------------------------------------
       01  WS-VAULT-FUNCTION        PIC X(01).
       01  WS-VAULT-SSN             PIC 9(09).
       01  WS-VAULT-SSN-PARTS REDEFINES WS-VAULT-SSN.
           05  WS-VAULT-SSN-AREA    PIC 9(03).
               88  VAULT-SSN-IS-TOKEN   VALUE 900 THRU 999.
           05  FILLER               PIC 9(06).
       01  WS-VAULT-TOKEN           PIC 9(09).
       01  WS-VAULT-TOKEN-PARTS REDEFINES WS-VAULT-TOKEN.
           05  WS-VAULT-TOKEN-AREA  PIC 9(03).
               88  VAULT-TOKEN-VALID    VALUE 900 THRU 999.
           05  FILLER               PIC 9(06).
       01  WS-VAULT-STATUS          PIC 9(02).
           88  VAULT-OK                 VALUE 00.
           88  VAULT-NOT-FOUND          VALUE 04.

      *----------------------------------------------------------------
      * RUN COUNTERS
      *----------------------------------------------------------------
       01  WS-REQUESTS-READ         PIC 9(06) COMP VALUE ZERO.
       01  WS-REQUESTS-INVALID      PIC 9(06) COMP VALUE ZERO.
       01  WS-REQUESTS-REFUSED      PIC 9(06) COMP VALUE ZERO.
       01  WS-ARCH-KEPT             PIC 9(06) COMP VALUE ZERO.
       01  WS-ARCH-SCRUBBED         PIC 9(06) COMP VALUE ZERO.
       01  WS-HIST-KEPT             PIC 9(06) COMP VALUE ZERO.
           05  XR-DT-MAST           PIC X(01).
           05  FILLER               PIC X(06) VALUE " ARCH ".
           05  XR-DT-ARCH           PIC Z(03)9.
           05  FILLER               PIC X(06) VALUE " VLT  ".
           05  XR-DT-VAULT          PIC X(01).
           05  FILLER               PIC X(05) VALUE " CAT ".
           05  XR-DT-CAT            PIC Z9.

       PROCEDURE DIVISION.

           PERFORM 2000-CONNECT-DATABASE THRU 2000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 3100-LOAD-REQUESTS THRU 3100-EXIT.
           PERFORM 3400-LIST-GENERATIONS THRU 3400-EXIT.
           PERFORM 4000-ERASE-LIVE-ROWS THRU 4000-EXIT.
           PERFORM 4500-DELETE-MASTER-RECORDS THRU 4500-EXIT.
           PERFORM 4800-SCRUB-GENERATIONS THRU 4800-EXIT.
           PERFORM 5700-REMOVE-CATALOG-ENTRIES THRU 5700-EXIT.
           PERFORM 5800-EXPUNGE-VAULT-ENTRIES THRU 5800-EXIT.
           PERFORM 6000-WRITE-CERTIFICATE THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           ACCEPT WS-FILE-NAME-TEXT FROM ENVIRONMENT "REGEXPG_ARCHFIL".
           IF WS-FILE-NAME-TEXT NOT EQUAL SPACE THEN
               MOVE WS-FILE-NAME-TEXT TO WS-ARCH-FILE-NAME
               SET ARCHIVE-OVERRIDDEN TO TRUE
           END-IF.

           MOVE SPACE TO WS-FILE-NAME-TEXT.
               INTO WS-RESOLVE-SSN-SQL
           END-STRING.

           STRING
               "SELECT SSN FROM REGISTRATIONS WHERE RID=$1"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-RID-SSN-SQL
           END-STRING.

           STRING
               "DELETE FROM REGISTRATION_HISTORY WHERE RID=$1"
                   DELIMITED BY SIZE
               END-DISPLAY
           END-IF.

           SET CATALOG-NOT-AVAILABLE TO TRUE.
           OPEN I-O ARCH-CAT.
           IF WS-ARCH-CAT-STATUS EQUAL "00" THEN
               SET CATALOG-AVAILABLE TO TRUE
           ELSE
               IF WS-ARCH-CAT-STATUS NOT EQUAL "35" THEN
                   DISPLAY "ERROR: UNABLE TO OPEN ARCHCAT, STATUS="
                       WS-ARCH-CAT-STATUS UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               DISPLAY "WARNING: NO ARCHIVE CATALOG ON FILE -- "
                   "ONLY A NAMED ARCHIVE IS SCRUBBED" UPON SYSERR
               END-DISPLAY
           END-IF.

           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           MOVE WS-RUN-DT TO XR-H1-RUN-DT.
           MOVE SPACE TO XR-LINE.

           CLOSE EXPG-REQ.
           DISPLAY "ERASURE REQUESTS:   " WS-REQUESTS-READ END-DISPLAY.
           DISPLAY "REQUESTS REFUSED:   " WS-REQUESTS-REFUSED
           END-DISPLAY.
       3100-EXIT.
           EXIT.

                   IF X01-REQ-VALUE(1:6) NOT NUMERIC THEN
                       PERFORM 3180-REPORT-BAD-REQUEST THRU 3180-EXIT
                   ELSE
                       PERFORM 3160-ADD-RID-REQUEST THRU 3160-EXIT
                   END-IF
               WHEN X01-REQ-BY-SSN
                   IF X01-REQ-VALUE NOT NUMERIC THEN
       3180-EXIT.
           EXIT.

      ******************************************************************
      * 3160-ADD-RID-REQUEST -- A RID IS ERASED WHEN IT IS ON THE
      * CATALOG OR STILL LIVE.  ONE THAT IS NEITHER WAS NEVER
      * ARCHIVED AND IS NOT ON FILE, SO THE REQUEST IS REFUSED BEFORE
      * ANYTHING RUNS AND THE CERTIFICATE SAYS SO.  A FAILED LIVE
      * CHECK IS NOT A REFUSAL -- THE ERASURE STEPS REPORT THEIR OWN
      * FAILURES.
      ******************************************************************
       3160-ADD-RID-REQUEST.
           MOVE X01-REQ-VALUE(1:6) TO WS-CUR-RID.
           MOVE ZERO TO WS-CUR-SSN.
           SET RID-NOT-ON-FILE TO TRUE.

           IF CATALOG-AVAILABLE THEN
               MOVE WS-CUR-RID TO K01-RID
               MOVE LOW-VALUES TO K01-ARCH-GEN
               START ARCH-CAT
                   KEY IS NOT LESS THAN K01-CATALOG-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ARCH-CAT NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF K01-RID EQUAL WS-CUR-RID THEN
                                   SET RID-ON-FILE TO TRUE
                                   MOVE K01-SSN TO WS-CUR-SSN
                               END-IF
                       END-READ
               END-START
           ELSE
               SET RID-ON-FILE TO TRUE
           END-IF.
           IF RID-ON-FILE THEN
               GO TO 3160-ADD
           END-IF.

           STRING WS-CUR-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-RID-SSN-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.
           IF WS-CALL-RESULT NOT EQUAL 2 THEN
               SET RID-ON-FILE TO TRUE
           ELSE
               CALL "PQntuples" USING
                   BY VALUE PGRES
                   RETURNING WS-NTUPLES
               END-CALL
               IF WS-NTUPLES GREATER ZERO THEN
                   SET RID-ON-FILE TO TRUE
               END-IF
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.

           IF RID-NOT-ON-FILE THEN
               ADD 1 TO WS-REQUESTS-REFUSED
               MOVE SPACE TO XR-LINE
               STRING
                   "REFUSED RID " DELIMITED BY SIZE
                   WS-CUR-RID DELIMITED BY SIZE
                   " -- NOT ON FILE AND NEVER ARCHIVED"
                       DELIMITED BY SIZE
                   INTO XR-LINE
               END-STRING
               WRITE XR-LINE
               GO TO 3160-EXIT
           END-IF.

       3160-ADD.
           PERFORM 3200-ADD-EXPUNGE-RID THRU 3200-EXIT.
       3160-EXIT.
           EXIT.

      ******************************************************************
      * 3200-ADD-EXPUNGE-RID -- PUT WS-CUR-RID (WITH WS-CUR-SSN WHEN
      * KNOWN) ON THE WORK TABLE, ONCE.
           MOVE ZERO TO WS-EXP-ARCH-A01(WS-EXP-SUB).
           MOVE ZERO TO WS-EXP-ARCH-C01(WS-EXP-SUB).
           MOVE ZERO TO WS-EXP-ARCH-H01(WS-EXP-SUB).
           MOVE "N" TO WS-EXP-VAULT-SW(WS-EXP-SUB).
           MOVE ZERO TO WS-EXP-CAT-DEL(WS-EXP-SUB).
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-RESOLVE-SSN-REQUEST -- EVERY LIVE RID CARRYING THE SSN
      * JOINS THE WORK TABLE; THE SSN ITSELF IS KEPT FOR THE ARCHIVE
      * SCAN EITHER WAY.  BOTH MATCH ON THE SSN'S VAULT TOKEN; AN SSN
      * THE VAULT HAS NEVER SEEN WAS NEVER LOADED, SO THERE IS
      * NOTHING OF IT TO ERASE AND THE CERTIFICATE SAYS SO.
      ******************************************************************
       3300-RESOLVE-SSN-REQUEST.
           IF WS-SSN-REQ-COUNT GREATER OR EQUAL WS-MAX-SSN-REQS THEN
               END-DISPLAY
               GO TO BAIL
           END-IF.

           MOVE X01-REQ-VALUE TO WS-VAULT-SSN.
           IF VAULT-SSN-IS-TOKEN THEN
               MOVE WS-VAULT-SSN TO WS-VAULT-TOKEN
           ELSE
               MOVE "L" TO WS-VAULT-FUNCTION
               CALL "SSNVAULT" USING
                   BY REFERENCE WS-VAULT-FUNCTION
                   BY REFERENCE PGCONN
                   BY REFERENCE WS-VAULT-SSN
                   BY REFERENCE WS-VAULT-TOKEN
                   BY REFERENCE WS-VAULT-STATUS
               END-CALL
               IF VAULT-NOT-FOUND THEN
                   PERFORM 3380-REPORT-SSN-NOT-VAULTED THRU 3380-EXIT
                   GO TO 3300-EXIT
               END-IF
               IF NOT VAULT-OK THEN
                   DISPLAY "SSN RESOLVE FAILED: VAULT UNAVAILABLE"
                       UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
           END-IF.

           ADD 1 TO WS-SSN-REQ-COUNT.
           MOVE WS-VAULT-TOKEN TO WS-SSN-REQ(WS-SSN-REQ-COUNT).

           STRING WS-VAULT-TOKEN DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
               UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.

      *----------------------------------------------------------------
      * EVERY RID THE CATALOG HOLDS UNDER THE TOKEN JOINS TOO -- THE
      * PERSON'S ALREADY-PURGED REGISTRATIONS, WHICH THE LIVE TABLE
      * NO LONGER KNOWS.
      *----------------------------------------------------------------
           IF CATALOG-AVAILABLE THEN
               MOVE WS-VAULT-TOKEN TO WS-CAT-SSN
               MOVE WS-CAT-SSN TO K01-SSN
               SET CAT-NOT-END-OF-KEY TO TRUE
               START ARCH-CAT
                   KEY IS EQUAL TO K01-SSN
                   INVALID KEY
                       SET CAT-END-OF-KEY TO TRUE
               END-START
               PERFORM 3370-ADD-ONE-CATALOG-SSN THRU 3370-EXIT
                   UNTIL CAT-END-OF-KEY
           END-IF.
       3300-EXIT.
           EXIT.

       3350-EXIT.
           EXIT.

       3370-ADD-ONE-CATALOG-SSN.
           READ ARCH-CAT NEXT
               AT END
                   SET CAT-END-OF-KEY TO TRUE
                   GO TO 3370-EXIT
           END-READ.
           IF K01-SSN NOT EQUAL WS-CAT-SSN THEN
               SET CAT-END-OF-KEY TO TRUE
               GO TO 3370-EXIT
           END-IF.
           MOVE K01-RID TO WS-CUR-RID.
           MOVE K01-SSN TO WS-CUR-SSN.
           PERFORM 3200-ADD-EXPUNGE-RID THRU 3200-EXIT.
       3370-EXIT.
           EXIT.

       3380-REPORT-SSN-NOT-VAULTED.
           CALL "SSNMASK" USING
               BY REFERENCE WS-VAULT-SSN
               BY REFERENCE WS-MASKED-SSN
           END-CALL.
           MOVE SPACE TO XR-LINE.
           STRING
               "SSN REQUEST " DELIMITED BY SIZE
               WS-MASKED-SSN DELIMITED BY SIZE
               " NEVER LOADED -- NOTHING ON FILE TO ERASE"
                   DELIMITED BY SIZE
               INTO XR-LINE
           END-STRING.
           WRITE XR-LINE.
       3380-EXIT.
           EXIT.

      ******************************************************************
      * 3400-LIST-GENERATIONS -- THE GENERATIONS TO SCRUB: UNDER THE
      * NAME OVERRIDE, THE ONE FILE NAMED (ITS GENERATION TAKEN FROM
      * AN ARCHFIL.<GEN> NAME, OTHERWISE NONE); OTHERWISE EVERY
      * GENERATION THE CATALOG HOLDS FOR A RID ON THE WORK TABLE.
      ******************************************************************
       3400-LIST-GENERATIONS.
           IF ARCHIVE-OVERRIDDEN THEN
               MOVE 1 TO WS-GEN-COUNT
               MOVE SPACE TO WS-GEN-ID(1)
               IF WS-ARCH-FILE-NAME(1:8) EQUAL "ARCHFIL." THEN
                   MOVE WS-ARCH-FILE-NAME(9:14) TO WS-GEN-ID(1)
               END-IF
               MOVE "N" TO WS-GEN-ARCH-SW(1)
               MOVE "N" TO WS-GEN-HIST-SW(1)
               GO TO 3400-EXIT
           END-IF.

           IF CATALOG-NOT-AVAILABLE OR WS-EXP-COUNT EQUAL ZERO THEN
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3450-LIST-RID-GENERATIONS THRU 3450-EXIT
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB GREATER WS-EXP-COUNT.
           DISPLAY "ARCHIVE GENERATIONS: " WS-GEN-COUNT END-DISPLAY.
       3400-EXIT.
           EXIT.

       3450-LIST-RID-GENERATIONS.
           MOVE WS-EXP-RID(WS-EXP-SUB) TO WS-CAT-RID.
           MOVE WS-CAT-RID TO K01-RID.
           MOVE LOW-VALUES TO K01-ARCH-GEN.
           SET CAT-NOT-END-OF-KEY TO TRUE.
           START ARCH-CAT
               KEY IS NOT LESS THAN K01-CATALOG-KEY
               INVALID KEY
                   SET CAT-END-OF-KEY TO TRUE
           END-START.
           PERFORM 3460-ADD-ONE-GENERATION THRU 3460-EXIT
               UNTIL CAT-END-OF-KEY.
       3450-EXIT.
           EXIT.

       3460-ADD-ONE-GENERATION.
           READ ARCH-CAT NEXT
               AT END
                   SET CAT-END-OF-KEY TO TRUE
                   GO TO 3460-EXIT
           END-READ.
           IF K01-RID NOT EQUAL WS-CAT-RID THEN
               SET CAT-END-OF-KEY TO TRUE
               GO TO 3460-EXIT
           END-IF.

           IF WS-GEN-COUNT GREATER ZERO THEN
               SET WS-GEN-IDX TO 1
               SEARCH WS-GEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GEN-ID(WS-GEN-IDX) EQUAL K01-ARCH-GEN
                       GO TO 3460-EXIT
               END-SEARCH
           END-IF.

           IF WS-GEN-COUNT GREATER OR EQUAL WS-MAX-GENS THEN
               DISPLAY
                   "ERROR: MORE THAN " WS-MAX-GENS
                   " ARCHIVE GENERATIONS TO SCRUB -- RUN ABANDONED"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           ADD 1 TO WS-GEN-COUNT.
           MOVE K01-ARCH-GEN TO WS-GEN-ID(WS-GEN-COUNT).
           MOVE "N" TO WS-GEN-ARCH-SW(WS-GEN-COUNT).
           MOVE "N" TO WS-GEN-HIST-SW(WS-GEN-COUNT).
       3460-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ERASE-LIVE-ROWS -- FOR EVERY RID ON THE WORK TABLE:
      * CHILDREN FIRST, THE REGISTRATION LAST (SAME ORDER REGPURGE
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).

           IF WS-EXP-SSN(WS-EXP-SUB) EQUAL ZERO THEN
               PERFORM 4150-FETCH-LIVE-SSN THRU 4150-EXIT
           END-IF.

      *----------------------------------------------------------------
      * CHILDREN FIRST, PARENT LAST; A FAILED CHILD DELETE LEAVES THE
      * PARENT IN PLACE SO A RERUN OF THE REQUEST FILE SWEEPS THE
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4150-FETCH-LIVE-SSN -- A RID REQUEST CARRIES NO SSN; TAKE THE
      * TOKEN OFF THE LIVE ROW BEFORE IT IS DELETED SO 5800 CAN FIND
      * THE VAULT ENTRY.  NO ROW (ALREADY PURGED) LEAVES IT TO THE
      * ARCHIVE SCAN; A FAILED SELECT ONLY COSTS THE VAULT STEP.
      ******************************************************************
       4150-FETCH-LIVE-SSN.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-RID-SSN-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.

           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.
           IF WS-CALL-RESULT NOT EQUAL 2 THEN
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO 4150-EXIT
           END-IF.

           CALL "PQntuples" USING
               BY VALUE PGRES
               RETURNING WS-NTUPLES
           END-CALL.
           IF WS-NTUPLES GREATER ZERO THEN
               CALL "PQgetvalue" USING
                   BY VALUE PGRES BY VALUE 0 BY VALUE 0
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               MOVE SPACE TO WS-FIELD-TEXT
               STRING RESSTR DELIMITED BY X"00" INTO WS-FIELD-TEXT
               END-STRING
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
                   TO WS-EXP-SSN(WS-EXP-SUB)
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4200-RUN-KEYED-DELETE -- EXECUTE THE ONE-RID STATEMENT IN
      * WS-CUR-DEL-SQL (PARAMETER ONE ALREADY SET) AND PULL THE
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4800-SCRUB-GENERATIONS -- ONE ARCHIVE AND HISTORY SCRUB PER
      * GENERATION LISTED BY 3400.  NO GENERATION MEANS NOTHING OF
      * THE PEOPLE ERASED WAS EVER CATALOGED AS ARCHIVED.
      ******************************************************************
       4800-SCRUB-GENERATIONS.
           IF WS-GEN-COUNT EQUAL ZERO THEN
               MOVE SPACE TO XR-LINE
               IF CATALOG-AVAILABLE THEN
                   MOVE "*** NO ARCHIVE GENERATION CATALOGED FOR THEM"
                       TO XR-LINE
               ELSE
                   MOVE "*** NO ARCHIVE CATALOG -- NO ARCHIVE SCRUBBED"
                       TO XR-LINE
               END-IF
               WRITE XR-LINE
               GO TO 4800-EXIT
           END-IF.
           PERFORM 4850-SCRUB-ONE-GENERATION THRU 4850-EXIT
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB GREATER WS-GEN-COUNT.
       4800-EXIT.
           EXIT.

       4850-SCRUB-ONE-GENERATION.
           MOVE WS-GEN-ID(WS-GEN-SUB) TO WS-CUR-GEN.
           IF ARCHIVE-NOT-OVERRIDDEN THEN
               MOVE SPACE TO WS-ARCH-FILE-NAME
               STRING "ARCHFIL." DELIMITED BY SIZE
                   WS-CUR-GEN DELIMITED BY SIZE
                   INTO WS-ARCH-FILE-NAME
               END-STRING
               MOVE SPACE TO WS-ARCH-HIST-NAME
               STRING "ARCHHIST." DELIMITED BY SIZE
                   WS-CUR-GEN DELIMITED BY SIZE
                   INTO WS-ARCH-HIST-NAME
               END-STRING
               MOVE SPACE TO WS-ARCH-CLEAN-NAME
               STRING "ARCHFILC." DELIMITED BY SIZE
                   WS-CUR-GEN DELIMITED BY SIZE
                   INTO WS-ARCH-CLEAN-NAME
               END-STRING
               MOVE SPACE TO WS-HIST-CLEAN-NAME
               STRING "ARCHHSTC." DELIMITED BY SIZE
                   WS-CUR-GEN DELIMITED BY SIZE
                   INTO WS-HIST-CLEAN-NAME
               END-STRING
           END-IF.
           PERFORM 5000-SCRUB-ARCHIVE THRU 5000-EXIT.
           PERFORM 5500-SCRUB-ARCHIVE-HISTORY THRU 5500-EXIT.
       4850-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SCRUB-ARCHIVE -- COPY ARCHFIL TO ARCHFILC, DROPPING
      * EVERY RECORD THAT BELONGS TO AN EXPUNGED PERSON.  A W01 WHOSE
       5000-SCRUB-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "WARNING: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-ARCH-FILE-NAME) ", STATUS="
                   WS-ARCH-FILE-STATUS " -- ARCHIVE NOT SCRUBBED"
                   UPON SYSERR
               END-DISPLAY
               MOVE SPACE TO XR-LINE
               STRING "*** " DELIMITED BY SIZE
                   WS-ARCH-FILE-NAME DELIMITED BY SPACE
                   " UNAVAILABLE -- NOT SCRUBBED" DELIMITED BY SIZE
                   INTO XR-LINE
               END-STRING
               WRITE XR-LINE
               GO TO 5000-EXIT
           END-IF.

           OPEN OUTPUT ARCH-CLEAN.
           IF WS-ARCH-CLEAN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-ARCH-CLEAN-NAME) ", STATUS="
                   WS-ARCH-CLEAN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL

           CLOSE ARCH-FILE.
           CLOSE ARCH-CLEAN.
           MOVE "Y" TO WS-GEN-ARCH-SW(WS-GEN-SUB).
           MOVE SPACE TO XR-LINE.
           STRING "*** " DELIMITED BY SIZE
               WS-ARCH-FILE-NAME DELIMITED BY SPACE
               " SCRUBBED -- SWAP IN " DELIMITED BY SIZE
               WS-ARCH-CLEAN-NAME DELIMITED BY SPACE
               INTO XR-LINE
           END-STRING.
           WRITE XR-LINE.

           DISPLAY "ARCHIVE RECORDS KEPT:    " WS-ARCH-KEPT
               END-DISPLAY.
       5500-SCRUB-ARCHIVE-HISTORY.
           OPEN INPUT ARCH-HIST.
           IF WS-ARCH-HIST-STATUS NOT EQUAL "00" THEN
               DISPLAY "WARNING: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-ARCH-HIST-NAME) ", STATUS="
                   WS-ARCH-HIST-STATUS " -- NOT SCRUBBED"
                   UPON SYSERR
               END-DISPLAY
               MOVE SPACE TO XR-LINE
               STRING "*** " DELIMITED BY SIZE
                   WS-ARCH-HIST-NAME DELIMITED BY SPACE
                   " UNAVAILABLE -- NOT SCRUBBED" DELIMITED BY SIZE
                   INTO XR-LINE
               END-STRING
               WRITE XR-LINE
               GO TO 5500-EXIT
           END-IF.

           OPEN OUTPUT HIST-CLEAN.
           IF WS-HIST-CLEAN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-HIST-CLEAN-NAME) ", STATUS="
                   WS-HIST-CLEAN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL

           CLOSE ARCH-HIST.
           CLOSE HIST-CLEAN.
           MOVE "Y" TO WS-GEN-HIST-SW(WS-GEN-SUB).
           MOVE SPACE TO XR-LINE.
           STRING "*** " DELIMITED BY SIZE
               WS-ARCH-HIST-NAME DELIMITED BY SPACE
               " SCRUBBED -- SWAP IN " DELIMITED BY SIZE
               WS-HIST-CLEAN-NAME DELIMITED BY SPACE
               INTO XR-LINE
           END-STRING.
           WRITE XR-LINE.

           DISPLAY "HISTORY RECORDS KEPT:    " WS-HIST-KEPT
               END-DISPLAY.
       5600-EXIT.
           EXIT.

      ******************************************************************
      * 5700-REMOVE-CATALOG-ENTRIES -- EACH ERASED RID'S ENTRY FOR
      * EACH GENERATION WHOSE ARCHIVE AND HISTORY WERE BOTH COPIED
      * CLEAN GOES; THE CLEANED FILES NO LONGER HOLD THE PERSON.  AN
      * ENTRY FOR A GENERATION THAT COULD NOT BE SCRUBBED STAYS SO
      * THE RERUN FINDS IT.
      ******************************************************************
       5700-REMOVE-CATALOG-ENTRIES.
           IF CATALOG-NOT-AVAILABLE OR WS-EXP-COUNT EQUAL ZERO
                   OR WS-GEN-COUNT EQUAL ZERO THEN
               GO TO 5700-EXIT
           END-IF.
           PERFORM 5750-REMOVE-RID-ENTRIES THRU 5750-EXIT
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB GREATER WS-EXP-COUNT.
       5700-EXIT.
           EXIT.

       5750-REMOVE-RID-ENTRIES.
           PERFORM 5760-REMOVE-ONE-ENTRY THRU 5760-EXIT
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB GREATER WS-GEN-COUNT.
       5750-EXIT.
           EXIT.

       5760-REMOVE-ONE-ENTRY.
           IF WS-GEN-ID(WS-GEN-SUB) EQUAL SPACE
                   OR WS-GEN-ARCH-SW(WS-GEN-SUB) NOT EQUAL "Y"
                   OR WS-GEN-HIST-SW(WS-GEN-SUB) NOT EQUAL "Y" THEN
               GO TO 5760-EXIT
           END-IF.
           MOVE WS-EXP-RID(WS-EXP-SUB) TO K01-RID.
           MOVE WS-GEN-ID(WS-GEN-SUB) TO K01-ARCH-GEN.
           DELETE ARCH-CAT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-EXP-CAT-DEL(WS-EXP-SUB)
           END-DELETE.
       5760-EXIT.
           EXIT.

      ******************************************************************
      * 5800-EXPUNGE-VAULT-ENTRIES -- LAST OF ALL, NOW THAT THE LIVE
      * ROWS AND ARCHIVE RECORDS ARE GONE, THE SSN ITSELF.  SSNVAULT
      * KEEPS AN ENTRY WHILE ANY SURVIVING REGISTRATION STILL CARRIES
      * THE TOKEN, AND THE CERTIFICATE SHOWS "N" FOR IT.
      ******************************************************************
       5800-EXPUNGE-VAULT-ENTRIES.
           IF WS-EXP-COUNT EQUAL ZERO THEN
               GO TO 5800-EXIT
           END-IF.
           PERFORM 5850-EXPUNGE-ONE-VAULT-ENTRY THRU 5850-EXIT
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB GREATER WS-EXP-COUNT.
       5800-EXIT.
           EXIT.

       5850-EXPUNGE-ONE-VAULT-ENTRY.
           MOVE WS-EXP-SSN(WS-EXP-SUB) TO WS-VAULT-TOKEN.
           IF NOT VAULT-TOKEN-VALID THEN
               GO TO 5850-EXIT
           END-IF.

           MOVE "X" TO WS-VAULT-FUNCTION.
           CALL "SSNVAULT" USING
               BY REFERENCE WS-VAULT-FUNCTION
               BY REFERENCE PGCONN
               BY REFERENCE WS-VAULT-SSN
               BY REFERENCE WS-VAULT-TOKEN
               BY REFERENCE WS-VAULT-STATUS
           END-CALL.
           IF VAULT-OK THEN
               MOVE "Y" TO WS-EXP-VAULT-SW(WS-EXP-SUB)
           ELSE
               IF NOT VAULT-NOT-FOUND THEN
                   DISPLAY "WARNING: VAULT ENTRY NOT REMOVED FOR RID "
                       WS-EXP-RID(WS-EXP-SUB)
                       UPON SYSERR
                   END-DISPLAY
               END-IF
           END-IF.
       5850-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-CERTIFICATE -- ONE LINE PER EXPUNGED RID: HOW MANY
      * ROWS LEFT EACH TABLE, WHETHER THE MASTER RECORD WENT, AND HOW
      * MANY ARCHIVE RECORDS WERE SCRUBBED AND HOW MANY CATALOG
      * ENTRIES WERE REMOVED.  THIS IS THE DOCUMENT
      * LEGAL FILES, SO IT LISTS EVERY PLACE TOUCHED EVEN WHEN THE
      * COUNT IS ZERO.
      ******************************************************************
               INTO XR-LINE
           END-STRING.
           WRITE XR-LINE.
           MOVE WS-REQUESTS-REFUSED TO WS-COUNT-DISP.
           MOVE SPACE TO XR-LINE.
           STRING
               "REQUESTS REFUSED:     " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO XR-LINE
           END-STRING.
           WRITE XR-LINE.
       6000-EXIT.
           EXIT.

           MOVE WS-EXP-CNTC-DEL(WS-EXP-SUB) TO XR-DT-CNTC.
           MOVE WS-EXP-HIST-DEL(WS-EXP-SUB) TO XR-DT-HIST.
           MOVE WS-EXP-MAST-SW(WS-EXP-SUB)  TO XR-DT-MAST.
           MOVE WS-EXP-VAULT-SW(WS-EXP-SUB) TO XR-DT-VAULT.
           MOVE WS-EXP-CAT-DEL(WS-EXP-SUB)  TO XR-DT-CAT.
           COMPUTE XR-DT-ARCH =
               WS-EXP-ARCH-W01(WS-EXP-SUB)
               + WS-EXP-ARCH-A01(WS-EXP-SUB)
           IF MASTER-AVAILABLE THEN
               CLOSE REGMAST-FILE
           END-IF.
           IF CATALOG-AVAILABLE THEN
               CLOSE ARCH-CAT
           END-IF.
           CLOSE EXPG-RPT.
       7000-EXIT.
           EXIT.

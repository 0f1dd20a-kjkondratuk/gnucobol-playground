      *                THE POSTGRES CALLS AT PRODUCTION VOLUME.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -m -STD=IBM ZIPCHK.CBL -o ZIPCHK.so
      *                COBC -m -STD=IBM -LPQ SSNVAULT.CBL -o SSNVAULT.so
      *                COBC -X -STD=IBM -LPQ REGFILE.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *                  NOT EMAIL A REGISTRANT WHO HAS NOT OPTED IN.
      *                  CONTACTS COUNT IN THE TRAILER LIKE EVERY
      *                  OTHER RECORD.
      *    20261015 TWK  STATE / ZIP-PREFIX CROSS-CHECK: AN ADDRESS
      *                  THAT PASSES THE STRUCTURAL EDITS IS CHECKED
      *                  AGAINST THE STZIPREF REFERENCE (VIA ZIPCHK,
      *                  MAINTAINED BY REGZLOAD).  A POSTAL CODE
      *                  OUTSIDE THE STATE'S PREFIX RANGES REJECTS
      *                  WITH ITS OWN REASON CODE ("ZIPM") ON REJFILE
      *                  AND ACKFILE, AND ITS OWN SUMMRPT LINE.
      *    20261015 TWK  RETURNED MAIL: THE NEW OPEN ADDRESS ROW AN
      *                  A01 INSERTS CARRIES AN EXPLICITLY EMPTY
      *                  UNDELIV_DT, SO A FRESH ADDRESS CLEARS THE
      *                  UNDELIVERABLE FLAG REGRMAIL SET ON THE OLD
      *                  ONE (WHICH KEEPS ITS FLAG AS HISTORY).
      *    20261015 TWK  BACKOUT JOURNAL: EVERY RID A DETAIL RECORD
      *                  TOUCHES IS IMAGED BEFORE AND AFTER INTO
      *                  LOAD_JOURNAL UNDER THE BATCH ID, ACROSS
      *                  REGISTRATIONS, REGISTRATION_HISTORY,
      *                  REGISTRANT_ADDRESS AND REGISTRANT_CONTACT,
      *                  SO REGBKOUT CAN UNDO A WHOLE BATCH.  A FAILED
      *                  JOURNAL WRITE RAISES THE RETURN CODE TO 4.
      *    20261015 TWK  REVIEWED-DUPLICATE FOLD: AN "M" WHOSE TARGET
      *                  RID IS ALREADY ON FILE IS NO LONGER REFUSED
      *                  WHEN DUP_REVIEW HOLDS A CONFIRMED, UNAPPLIED
      *                  PAIR (SEE REGDUPS) -- THE SSN-MATCHED RID IS
      *                  FOLDED INTO THE SURVIVOR: ITS HISTORY AND
      *                  ADDRESSES MOVE ACROSS CLOSED, ITS ROW IS
      *                  RETIRED, AND THE PAIR IS MARKED APPLIED.
      *    20261015 TWK  SSN TOKENIZATION: EACH REGISTRANT RECORD'S SSN
      *                  IS EXCHANGED FOR ITS SSNVAULT TOKEN AS SOON AS
      *                  IT IS READ, SO REGISTRATIONS, THE JOURNAL,
      *                  REJFILE AND EVERY REPORT CARRY ONLY THE TOKEN
      *                  AND THE MATCH CHECKS COMPARE TOKENS.  A TOKEN
      *                  ALREADY ON THE RECORD MUST BE ON THE VAULT OR
      *                  IT REJECTS "SSN "; A VAULT THAT CANNOT ANSWER
      *                  STOPS THE LOAD RATHER THAN STORE A FULL SSN.
      *    20261015 TWK  ACTIVITY ROWS: EVERY INSERT, UPDATE, DELETE
      *                  AND MERGE THE LOAD APPLIES ALSO LANDS IN
      *                  REG_CHANGE_AUDIT (NO OPERATOR, THE MAILING
      *                  STATE AS IT STOOD) AS IT IS ACKNOWLEDGED, SO
      *                  REGSTATS CAN COUNT MONTHLY ACTIVITY BY STATE
      *                  AND SOURCE.  A FAILED WRITE IS COUNTED AND
      *                  RAISES THE RETURN CODE TO 4.
      *    20261015 TWK  RUN CONTROL ALSO KEEPS THE BATCH'S ADDRESS
      *                  ROWS LOADED (ADDR_ROWS_LOADED) SO REGLETR CAN
      *                  TIE ITS LETTER COUNTS BACK TO SUMMRPT.
      *    20261015 TWK  RUN CONTROL ALSO KEEPS WHEN THE BATCH FIRST
      *                  ARRIVED (ARRIVED_TS, NOT MOVED BY A RERUN) AND
      *                  THE HEADER CREATE DATE AS SENT (HDR_CREATE_DT)
      *                  SO REGXCHK CAN MATCH BATCHES TO THE EXPECTED-
      *                  TRANSMISSION CALENDAR.
      *    20261015 TWK  DUPLICATE-SSN SORT COMPARES VAULT TOKENS, SO
      *                  A RAW SSN AND ITS TOKEN MATCH; A FAILED COPY
      *                  BATCH DROPS ITS ROWS FROM THE BACKOUT JOURNAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGFILE.
      * ALREADY SAYS COMPLETE IS REFUSED OUTRIGHT -- THAT IS THE
      * DOUBLE-LOAD GUARD.  WS-RUN-STATUS IS WHAT THE CLOSE WRITES:
      * "C" FOR A RUN THAT FINISHED, "F" WHEN THE LOAD WAS STOPPED.
      * THE INSERT ALSO STAMPS ARRIVED_TS AND THE HEADER CREATE DATE;
      * THE RESET LEAVES BOTH ALONE, SO A RERUN DOES NOT MAKE AN
      * ON-TIME BATCH LOOK LATE.
      *----------------------------------------------------------------
       01  WS-RC-CHECK-SQL           PIC X(64).
       01  WS-RC-INSERT-SQL          PIC X(200).
       01  WS-RC-RESET-SQL           PIC X(144).
       01  WS-RC-CLOSE-SQL           PIC X(240).
       01  WS-RC-NTUPLES             USAGE BINARY-LONG.
       01  WS-RC-PRIOR-STATUS        PIC X(01).
       01  WS-RUN-STATUS             PIC X(01) VALUE "C".
      *----------------------------------------------------------------
       01  WS-NPARAMS                USAGE BINARY-LONG VALUE 5.
       01  WS-PARAM-VALUES.
           05  WS-PARAM-VALUE        OCCURS 8 TIMES PIC X(32).
       01  WS-PARAM-PTRS.
           05  WS-PARAM-PTR          OCCURS 8 TIMES USAGE POINTER.
       01  WS-REG-TS-TEXT            PIC X(19).

       01  WS-MASKED-SSN             PIC X(11).
      * THE AREA/GROUP/SERIAL PIECES CAN BE TESTED SEPARATELY.  SHARED
      * BY THE MAIN LOAD PASS (W01-SSN) AND THE DUPLICATE-SSN SORT
      * SCAN (SW01-SSN), WHICH MUST NOT LET A PILE OF ALL-ZERO SSNS
      * COLLIDE WITH EACH OTHER.  AREA 9XX IS NEVER ISSUED, WHICH IS
      * WHY SSNVAULT TOKENS LIVE THERE: A 9XX VALUE IS A TOKEN, NOT A
      * BAD SSN.  THIS EDIT ONLY SAYS IT IS SHAPED LIKE ONE -- WHETHER
      * THE VAULT ISSUED IT IS ASKED SEPARATELY, BY 4145-TOKENIZE-SSN
      * ON THE MAIN PASS AND 2570-TOKENIZE-SORT-SSN ON THE SORT SCAN.
      *----------------------------------------------------------------
       01  WS-SSN-CHECK.
           05  WS-SSN-AREA           PIC 9(03).
               88  SSN-IS-TOKEN          VALUE 900 THRU 999.
           05  WS-SSN-GROUP          PIC 9(02).
           05  WS-SSN-SERIAL         PIC 9(04).
       01  WS-SSN-VALID-SW           PIC X(01).
           88  SSN-VALID                 VALUE "Y".
           88  SSN-INVALID               VALUE "N".

      *----------------------------------------------------------------
      * SSNVAULT CALL AREA.  TOKEN-UNKNOWN MARKS A RECORD THAT ARRIVED
      * CARRYING A TOKEN THE VAULT NEVER ISSUED; VAULT-DOWN STOPS THE
      * LOAD (SEE 4145-TOKENIZE-SSN).
      *----------------------------------------------------------------
       01  WS-VAULT-FUNCTION         PIC X(01).
       01  WS-VAULT-SSN              PIC 9(09).
       01  WS-VAULT-TOKEN            PIC 9(09).
       01  WS-VAULT-STATUS           PIC 9(02).
           88  VAULT-OK                  VALUE 00.
           88  VAULT-NOT-FOUND           VALUE 04.
       01  WS-TOKEN-SW               PIC X(01) VALUE "N".
           88  TOKEN-UNKNOWN             VALUE "Y".
           88  TOKEN-KNOWN               VALUE "N".
       01  WS-VAULT-DOWN-SW          PIC X(01) VALUE "N".
           88  VAULT-DOWN                VALUE "Y".
           88  VAULT-UP                  VALUE "N".

      *----------------------------------------------------------------
      * ADDRESS RECORD VALIDATION AND LOAD.  THE STATE TABLE HOLDS THE
      * FIFTY STATES, DC, THE TERRITORIES, AND THE MILITARY AA/AE/AP
       01  WS-ADDRS-LOADED           PIC 9(06) COMP VALUE ZERO.
       01  WS-REJ-BAD-ADDR           PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * STATE / ZIP-PREFIX CROSS-CHECK (ZIPCHK).  "U" MEANS THE
      * REFERENCE FILE COULD NOT BE READ; ZIPCHK WARNS ONCE AND THE
      * ADDRESS LOADS ON ITS STRUCTURAL EDITS ALONE RATHER THAN
      * STOPPING THE NIGHTLY LOAD OVER A REFERENCE FILE.
      *----------------------------------------------------------------
       01  WS-ZIP-RESULT             PIC X(01).
           88  ZIP-MATCHES               VALUE "Y".
           88  ZIP-MISMATCH              VALUE "N".
           88  ZIP-NOT-CHECKED           VALUE "U".
       01  WS-REJ-ZIP-MISMATCH       PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * OPERATOR ATTRIBUTION -- ONE REG_CHANGE_AUDIT ROW PER OPR
      * CHILD RECORD.  A FAILED AUDIT INSERT IS REPORTED AND TALLIED
       01  WS-AUDIT-INS-SQL          PIC X(208).
       01  WS-ENTRY-TS-TEXT          PIC X(19).

      *----------------------------------------------------------------
      * LOAD ACTIVITY -- ONE REG_CHANGE_AUDIT ROW PER APPLIED
      * REGISTRANT TRANSACTION, WRITTEN FROM THE ACK DETAIL SO EXACTLY
      * WHAT THE BUREAU IS TOLD LANDED IS WHAT GETS COUNTED.  THESE
      * ROWS CARRY NO OPERATOR OR TERMINAL, WHICH IS WHAT SETS THEM
      * APART FROM THE OPR ATTRIBUTION ROWS ABOVE.  THE CALL HAS ITS
      * OWN PARAMETERS AND RESULT HANDLE: IT RUNS IN THE MIDDLE OF
      * PATHS STILL HOLDING THEIRS.
      *----------------------------------------------------------------
       01  WS-ACTIVITY-SQL           PIC X(384).
       01  WS-ACTIVITY-TXN-CD        PIC X(01).
       01  WS-ACTIVITY-FAILURES      PIC 9(06) COMP VALUE ZERO.
       01  WS-ACT-PGRES              USAGE POINTER.
       01  WS-ACT-RESULT             USAGE BINARY-LONG.
       01  WS-ACT-PARAM-VALUES.
           05  WS-ACT-PARAM-VALUE    OCCURS 3 TIMES PIC X(16).
       01  WS-ACT-PARAM-PTRS.
           05  WS-ACT-PARAM-PTR      OCCURS 3 TIMES USAGE POINTER.

      *----------------------------------------------------------------
      * CONTACT RECORD VALIDATION AND LOAD -- A CONTACT APPLY IS
      * DELETE-THEN-INSERT ON RID + CONTACT TYPE, SO A RE-SENT OR
           88  MERGE-STEP-OK             VALUE "Y".
           88  MERGE-STEP-FAILED          VALUE "N".

      *----------------------------------------------------------------
      * REVIEWED-DUPLICATE FOLD -- TWO RIDS WITH DIFFERENT SSNS THAT A
      * REVIEWER HAS CONFIRMED ARE ONE PERSON (DUP_REVIEW, WRITTEN BY
      * REGDUPS) ARRIVE AS AN "M" CARRYING THE SURVIVING RID AND THE
      * RETIRING RID'S SSN.  THE SURVIVOR KEEPS ITS OWN NAME, SSN AND
      * OPEN ROWS; THE RETIRING RID'S CHAINS COME ACROSS CLOSED.
      *----------------------------------------------------------------
       01  WS-FOLD-CHECK-SQL         PIC X(160).
       01  WS-FOLD-HIST-SQL          PIC X(128).
       01  WS-FOLD-ADDR-SQL          PIC X(128).
       01  WS-FOLD-DONE-SQL          PIC X(160).
       01  WS-FOLD-SW                PIC X(01).
           88  FOLD-CONFIRMED            VALUE "Y".
           88  FOLD-NOT-CONFIRMED         VALUE "N".

      *----------------------------------------------------------------
      * NAME-HISTORY OUTCOME -- ON THE UPDATE PATH A FAILED HISTORY
      * STATEMENT IS REPORTED AND TOLERATED, BUT INSIDE THE MERGE'S
       01  WS-COMMIT-SQL             PIC X(08).
       01  WS-ROLLBACK-SQL           PIC X(10).

      *----------------------------------------------------------------
      * BACKOUT JOURNAL (LOAD_JOURNAL) -- BEFORE A DETAIL RECORD
      * TOUCHES A RID, 4960-JOURNAL-BEFORE SNAPSHOTS EVERY ROW THAT
      * RID OWNS IN REGISTRATIONS, REGISTRATION_HISTORY,
      * REGISTRANT_ADDRESS AND REGISTRANT_CONTACT AS "B" IMAGES,
      * PLUS ONE "T" MARKER ROW, TAGGED WITH THE BATCH ID.  ONLY THE
      * FIRST TOUCH IN A BATCH IS KEPT, SO A RESTART OR A SECOND
      * RECORD FOR THE SAME RID NEVER OVERWRITES THE PRE-BATCH STATE.
      * ONCE THE RECORD IS DISPOSED, 4970-JOURNAL-AFTER REPLACES THE
      * RID'S "A" IMAGES WITH ITS ROWS AS THEY NOW STAND AND, WHEN
      * THE BATCH HAS LEFT THE RID EXACTLY AS IT FOUND IT (A REJECT,
      * A SKIPPED DUPLICATE), DROPS THE RID'S JOURNAL ENTRIES
      * ALTOGETHER.  REGBKOUT RESTORES THE "B" IMAGES.  BUFFERED
      * INSERTS TAKE THEIR AFTER IMAGE WHEN THE COPY BATCH COMMITS.
      * A JOURNAL FAILURE DOES NOT STOP THE LOAD, BUT IT IS COUNTED
      * AND HOLDS THE RETURN CODE AT 4 OR ABOVE: THAT BATCH CAN NO
      * LONGER BE BACKED OUT CLEANLY.
      *----------------------------------------------------------------
       01  WS-JRNL-BEFORE-SQL        PIC X(768).
       01  WS-JRNL-AFTER-SQL         PIC X(768).
       01  WS-JRNL-CLEAN-SQL         PIC X(512).
       01  WS-JRNL-RID               PIC X(06).
       01  WS-JRNL-FAILURES          PIC 9(06) COMP VALUE ZERO.
       01  WS-JRNL-DEFER-SW          PIC X(01) VALUE "N".
           88  JRNL-AFTER-DEFERRED       VALUE "Y".
           88  JRNL-AFTER-NOW             VALUE "N".

      *----------------------------------------------------------------
      * ROW-COUNT RECONCILIATION
      *----------------------------------------------------------------
               INTO WS-MERGE-INS-SQL
           END-STRING.

           STRING
               "SELECT KEEP_RID FROM DUP_REVIEW" DELIMITED BY SIZE
               " WHERE KEEP_RID=$1 AND (RID_LO=$2 OR RID_HI=$2)"
                   DELIMITED BY SIZE
               " AND DECISION='M' AND APPLIED_BATCH IS NULL"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-FOLD-CHECK-SQL
           END-STRING.

           STRING
               "UPDATE REGISTRATION_HISTORY SET RID=$1,"
                   DELIMITED BY SIZE
               " EFF_END_DT=COALESCE(EFF_END_DT,CURRENT_DATE)"
                   DELIMITED BY SIZE
               " WHERE RID=$2" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-FOLD-HIST-SQL
           END-STRING.

           STRING
               "UPDATE REGISTRANT_ADDRESS SET RID=$1,"
                   DELIMITED BY SIZE
               " EFF_END_DT=COALESCE(EFF_END_DT,CURRENT_DATE)"
                   DELIMITED BY SIZE
               " WHERE RID=$2" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-FOLD-ADDR-SQL
           END-STRING.

           STRING
               "UPDATE DUP_REVIEW SET APPLIED_BATCH=$3"
                   DELIMITED BY SIZE
               " WHERE KEEP_RID=$1 AND (RID_LO=$2 OR RID_HI=$2)"
                   DELIMITED BY SIZE
               " AND DECISION='M' AND APPLIED_BATCH IS NULL"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-FOLD-DONE-SQL
           END-STRING.

           STRING
               "SELECT STATUS FROM LOAD_RUN_CONTROL"
                   DELIMITED BY SIZE
               "INSERT INTO LOAD_RUN_CONTROL" DELIMITED BY SIZE
               " (BATCH_ID, SOURCE_SYSTEM, FILE_RECORD_COUNT,"
                   DELIMITED BY SIZE
               " START_TS, STATUS, ARRIVED_TS, HDR_CREATE_DT)"
                   DELIMITED BY SIZE
               " VALUES ($1,$2,$3,CURRENT_TIMESTAMP,'R',"
                   DELIMITED BY SIZE
               " CURRENT_TIMESTAMP,$4)" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-RC-INSERT-SQL
           END-STRING.
                   DELIMITED BY SIZE
               " ROWS_LOADED=$3, ROWS_UPDATED=$4, ROWS_DELETED=$5,"
                   DELIMITED BY SIZE
               " RECORDS_REJECTED=$6, STATUS=$7,"
                   DELIMITED BY SIZE
               " ADDR_ROWS_LOADED=$8" DELIMITED BY SIZE
               " WHERE BATCH_ID=$1" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-RC-CLOSE-SQL
               "INSERT INTO REGISTRANT_ADDRESS" DELIMITED BY SIZE
               " (RID, STREET, CITY, STATE, POSTAL,"
                   DELIMITED BY SIZE
               " ADDR_TYPE, EFF_DT, UNDELIV_DT)" DELIMITED BY SIZE
               " VALUES ($1,$2,$3,$4,$5,$6,$7,NULL)" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-ADDR-INSERT-SQL
           END-STRING.
               X"00" DELIMITED BY SIZE
               INTO WS-AUDIT-INS-SQL
           END-STRING.

           STRING
               "INSERT INTO REG_CHANGE_AUDIT" DELIMITED BY SIZE
               " (RID, TXN_CD, BATCH_ID, MAIL_STATE, LOAD_TS)"
                   DELIMITED BY SIZE
               " VALUES ($1::INTEGER,$2,$3," DELIMITED BY SIZE
               " (SELECT A.STATE FROM REGISTRANT_ADDRESS A"
                   DELIMITED BY SIZE
               " WHERE A.RID=$1::INTEGER AND A.ADDR_TYPE='M'"
                   DELIMITED BY SIZE
               " ORDER BY A.EFF_END_DT IS NULL DESC, A.EFF_DT DESC"
                   DELIMITED BY SIZE
               " LIMIT 1), CURRENT_TIMESTAMP)" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-ACTIVITY-SQL
           END-STRING.

      *----------------------------------------------------------------
      * BACKOUT JOURNAL STATEMENTS.  ALL THREE TAKE BATCH ID ($1) AND
      * RID ($2).  ROW_TO_JSON GIVES A TEXT IMAGE OF THE WHOLE ROW,
      * WHATEVER COLUMNS THE TABLE CARRIES, THAT REGBKOUT CAN PUT
      * BACK WITH JSON_POPULATE_RECORD AND THAT COMPARES EQUAL WHEN
      * THE ROW IS UNCHANGED.
      *----------------------------------------------------------------
           STRING
               "INSERT INTO LOAD_JOURNAL" DELIMITED BY SIZE
               " (BATCH_ID, TABLE_NM, RID, IMAGE_TYPE, ROW_IMAGE,"
                   DELIMITED BY SIZE
               " JOURNAL_TS) SELECT $1, S.TBL, $2, S.IMG,"
                   DELIMITED BY SIZE
               " S.IMAGE, CURRENT_TIMESTAMP FROM" DELIMITED BY SIZE
               " (SELECT 'REGISTRATIONS' AS TBL, 'B' AS IMG,"
                   DELIMITED BY SIZE
               " ROW_TO_JSON(R)::TEXT AS IMAGE" DELIMITED BY SIZE
               " FROM REGISTRATIONS R WHERE R.RID=$2"
                   DELIMITED BY SIZE
               " UNION ALL SELECT 'REGISTRATION_HISTORY', 'B',"
                   DELIMITED BY SIZE
               " ROW_TO_JSON(H)::TEXT FROM REGISTRATION_HISTORY H"
                   DELIMITED BY SIZE
               " WHERE H.RID=$2" DELIMITED BY SIZE
               " UNION ALL SELECT 'REGISTRANT_ADDRESS', 'B',"
                   DELIMITED BY SIZE
               " ROW_TO_JSON(A)::TEXT FROM REGISTRANT_ADDRESS A"
                   DELIMITED BY SIZE
               " WHERE A.RID=$2" DELIMITED BY SIZE
               " UNION ALL SELECT 'REGISTRANT_CONTACT', 'B',"
                   DELIMITED BY SIZE
               " ROW_TO_JSON(C)::TEXT FROM REGISTRANT_CONTACT C"
                   DELIMITED BY SIZE
               " WHERE C.RID=$2" DELIMITED BY SIZE
               " UNION ALL SELECT 'RID', 'T', NULL) S"
                   DELIMITED BY SIZE
               " WHERE NOT EXISTS (SELECT 1 FROM LOAD_JOURNAL J"
                   DELIMITED BY SIZE
               " WHERE J.BATCH_ID=$1 AND J.RID=$2)" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-JRNL-BEFORE-SQL
           END-STRING.

           STRING
               "WITH D AS (DELETE FROM LOAD_JOURNAL" DELIMITED BY SIZE
               " WHERE BATCH_ID=$1 AND RID=$2 AND IMAGE_TYPE='A')"
                   DELIMITED BY SIZE
               " INSERT INTO LOAD_JOURNAL" DELIMITED BY SIZE
               " (BATCH_ID, TABLE_NM, RID, IMAGE_TYPE, ROW_IMAGE,"
                   DELIMITED BY SIZE
               " JOURNAL_TS) SELECT $1, S.TBL, $2, 'A',"
                   DELIMITED BY SIZE
               " S.IMAGE, CURRENT_TIMESTAMP FROM" DELIMITED BY SIZE
               " (SELECT 'REGISTRATIONS' AS TBL," DELIMITED BY SIZE
               " ROW_TO_JSON(R)::TEXT AS IMAGE" DELIMITED BY SIZE
               " FROM REGISTRATIONS R WHERE R.RID=$2"
                   DELIMITED BY SIZE
               " UNION ALL SELECT 'REGISTRATION_HISTORY',"
                   DELIMITED BY SIZE
               " ROW_TO_JSON(H)::TEXT FROM REGISTRATION_HISTORY H"
                   DELIMITED BY SIZE
               " WHERE H.RID=$2" DELIMITED BY SIZE
               " UNION ALL SELECT 'REGISTRANT_ADDRESS',"
                   DELIMITED BY SIZE
               " ROW_TO_JSON(A)::TEXT FROM REGISTRANT_ADDRESS A"
                   DELIMITED BY SIZE
               " WHERE A.RID=$2" DELIMITED BY SIZE
               " UNION ALL SELECT 'REGISTRANT_CONTACT',"
                   DELIMITED BY SIZE
               " ROW_TO_JSON(C)::TEXT FROM REGISTRANT_CONTACT C"
                   DELIMITED BY SIZE
               " WHERE C.RID=$2) S" DELIMITED BY SIZE
               " WHERE EXISTS (SELECT 1 FROM LOAD_JOURNAL J"
                   DELIMITED BY SIZE
               " WHERE J.BATCH_ID=$1 AND J.RID=$2"
                   DELIMITED BY SIZE
               " AND J.IMAGE_TYPE='T')" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-JRNL-AFTER-SQL
           END-STRING.

           STRING
               "DELETE FROM LOAD_JOURNAL" DELIMITED BY SIZE
               " WHERE BATCH_ID=$1 AND RID=$2 AND NOT EXISTS"
                   DELIMITED BY SIZE
               " ((SELECT TABLE_NM, ROW_IMAGE FROM LOAD_JOURNAL"
                   DELIMITED BY SIZE
               " WHERE BATCH_ID=$1 AND RID=$2 AND IMAGE_TYPE='B'"
                   DELIMITED BY SIZE
               " EXCEPT SELECT TABLE_NM, ROW_IMAGE FROM LOAD_JOURNAL"
                   DELIMITED BY SIZE
               " WHERE BATCH_ID=$1 AND RID=$2 AND IMAGE_TYPE='A')"
                   DELIMITED BY SIZE
               " UNION ALL"  DELIMITED BY SIZE
               " (SELECT TABLE_NM, ROW_IMAGE FROM LOAD_JOURNAL"
                   DELIMITED BY SIZE
               " WHERE BATCH_ID=$1 AND RID=$2 AND IMAGE_TYPE='A'"
                   DELIMITED BY SIZE
               " EXCEPT SELECT TABLE_NM, ROW_IMAGE FROM LOAD_JOURNAL"
                   DELIMITED BY SIZE
               " WHERE BATCH_ID=$1 AND RID=$2 AND IMAGE_TYPE='B'))"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-JRNL-CLEAN-SQL
           END-STRING.
       1000-EXIT.
           EXIT.

           MOVE CK-CNTCS-READ        TO WS-CNTCS-READ.
           MOVE CK-CNTCS-LOADED      TO WS-CNTCS-LOADED.
           MOVE CK-REJ-BAD-CNTC      TO WS-REJ-BAD-CNTC.
           MOVE CK-REJ-ZIP-MISMATCH  TO WS-REJ-ZIP-MISMATCH.

           DISPLAY
               "RESTART: RESUMING AFTER RECORD " WS-RESTART-RECNO
                   INTO WS-PARAM-VALUE(2)
               END-STRING
               SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2)
               STRING WS-BATCH-CREATE-DT DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO WS-PARAM-VALUE(4)
               END-STRING
               SET WS-PARAM-PTR(4) TO ADDRESS OF WS-PARAM-VALUE(4)
               CALL "PQexecParams" USING
                   BY VALUE PGCONN
                   BY REFERENCE WS-RC-INSERT-SQL
                   BY VALUE 4
                   BY VALUE 0
                   BY REFERENCE WS-PARAM-PTRS
                   BY VALUE 0
                   NOT W00-HEADER-ID AND NOT W99-TRAILER-ID AND
                   NOT A01-ADDRESS-ID AND NOT O01-ATTR-ID AND
                   NOT C01-CONTACT-ID THEN
               PERFORM 2570-TOKENIZE-SORT-SSN THRU 2570-EXIT
               RELEASE SW01-RECORD FROM W01-RECORD
           END-IF.
       2560-EXIT.
           EXIT.

      ******************************************************************
      * 2570-TOKENIZE-SORT-SSN -- PUT THE RECORD'S SSN ON THE SAME
      * FOOTING AS THE MAIN PASS BEFORE IT IS RELEASED, SO A RAW SSN
      * AND THE TOKEN FOR THE SAME PERSON SORT TOGETHER.  A RAW SSN
      * IS ONLY LOOKED UP, NEVER ISSUED A TOKEN HERE: ONE THE VAULT
      * HAS NOT SEEN CAN ONLY MATCH ITSELF, WHICH IT STILL DOES RAW.
      * A TOKEN THE VAULT NEVER ISSUED IS ZEROED SO IT SITS OUT THE
      * COMPARISON; THE MAIN PASS REJECTS IT AS A BAD SSN.  A DELETE
      * AND AN IMPLAUSIBLE SSN SIT OUT ANYWAY AND ARE LEFT ALONE.
      ******************************************************************
       2570-TOKENIZE-SORT-SSN.
           IF W01-TXN-DELETE THEN
               GO TO 2570-EXIT
           END-IF.
           MOVE W01-SSN TO WS-SSN-CHECK.
           PERFORM 4140-EDIT-SSN THRU 4140-EXIT.
           IF SSN-INVALID THEN
               GO TO 2570-EXIT
           END-IF.

           MOVE W01-SSN TO WS-VAULT-SSN.
           MOVE W01-SSN TO WS-VAULT-TOKEN.
           IF SSN-IS-TOKEN THEN
               MOVE "V" TO WS-VAULT-FUNCTION
           ELSE
               MOVE "L" TO WS-VAULT-FUNCTION
           END-IF.

           CALL "SSNVAULT" USING
               BY REFERENCE WS-VAULT-FUNCTION
               BY REFERENCE PGCONN
               BY REFERENCE WS-VAULT-SSN
               BY REFERENCE WS-VAULT-TOKEN
               BY REFERENCE WS-VAULT-STATUS
           END-CALL.

           IF VAULT-OK THEN
               MOVE WS-VAULT-TOKEN TO W01-SSN
               GO TO 2570-EXIT
           END-IF.

           IF VAULT-NOT-FOUND THEN
               IF SSN-IS-TOKEN THEN
                   MOVE ZERO TO W01-SSN
               END-IF
               GO TO 2570-EXIT
           END-IF.

           DISPLAY
               "SSN VAULT UNAVAILABLE IN DUPLICATE-SSN CHECK AT RID "
               W01-RID
               UPON SYSERR
           END-DISPLAY.
           GO TO BAIL.
       2570-EXIT.
           EXIT.

       2600-SCAN-SORTED-RECORDS.
           SET NOT-END-OF-SORT TO TRUE.
           PERFORM 2610-RETURN-SORTED-RECORD THRU 2610-EXIT
           END-IF.

           IF LOAD-ABORTED THEN
               IF VAULT-DOWN THEN
                   DISPLAY
                       "LOAD STOPPED: SSN VAULT UNAVAILABLE"
                       " IN BATCH " WS-BATCH-ID
                       UPON SYSERR
                   END-DISPLAY
               ELSE
                   DISPLAY
                       "LOAD STOPPED: REJECTS PASSED "
                       WS-REJECT-LIMIT-PCT " PERCENT OF RECORDS READ"
                       " IN BATCH " WS-BATCH-ID
                       UPON SYSERR
                   END-DISPLAY
               END-IF
               MOVE "F" TO WS-RUN-STATUS
               PERFORM 5000-RECONCILE-COUNTS THRU 5000-EXIT
               PERFORM 7400-WRITE-SUMMARY-REPORT THRU 7400-EXIT
           MOVE ZERO TO WS-ADDRS-READ.
           MOVE ZERO TO WS-ADDRS-LOADED.
           MOVE ZERO TO WS-REJ-BAD-ADDR.
           MOVE ZERO TO WS-REJ-ZIP-MISMATCH.
           MOVE ZERO TO WS-OPRS-READ.
           MOVE ZERO TO WS-OPRS-RECORDED.
           MOVE ZERO TO WS-OPRS-FAILED.
           IF A01-ADDRESS-ID THEN
               ADD 1 TO WS-RECORDS-READ
               ADD 1 TO WS-ADDRS-READ
               MOVE A01-RID TO WS-JRNL-RID
               PERFORM 4960-JOURNAL-BEFORE THRU 4960-EXIT
               PERFORM 4400-PROCESS-ADDRESS THRU 4400-EXIT
               PERFORM 4970-JOURNAL-AFTER THRU 4970-EXIT
               PERFORM 4175-CHECK-REJECT-THRESHOLD THRU 4175-EXIT
               GO TO 4105-READ-NEXT
           END-IF.
           IF C01-CONTACT-ID THEN
               ADD 1 TO WS-RECORDS-READ
               ADD 1 TO WS-CNTCS-READ
               MOVE C01-RID TO WS-JRNL-RID
               PERFORM 4960-JOURNAL-BEFORE THRU 4960-EXIT
               PERFORM 4900-PROCESS-CONTACT THRU 4900-EXIT
               PERFORM 4970-JOURNAL-AFTER THRU 4970-EXIT
               PERFORM 4175-CHECK-REJECT-THRESHOLD THRU 4175-EXIT
               GO TO 4105-READ-NEXT
           END-IF.
           IF W01-TXN-MERGE THEN
               ADD 1 TO WS-TXN-M-READ
           END-IF.
           PERFORM 4145-TOKENIZE-SSN THRU 4145-EXIT.
           IF VAULT-DOWN THEN
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4110-CHECK-DUP-RID THRU 4110-EXIT.

      *----------------------------------------------------------------
      * JOURNAL THE RID BEFORE ANY OF THE PATHS BELOW CAN TOUCH IT.
      * 4200-INSERT-ONE-ROW DEFERS THE AFTER IMAGE TO THE COPY
      * COMMIT; A MERGE ALSO RE-IMAGES THE OLD RID IT RETIRED.
      *----------------------------------------------------------------
           MOVE W01-RID TO WS-JRNL-RID.
           PERFORM 4960-JOURNAL-BEFORE THRU 4960-EXIT.
           SET JRNL-AFTER-NOW TO TRUE.

           IF DUP-RID-FOUND THEN
               PERFORM 4165-WRITE-DUP-SKIP-EXCEPTION THRU 4165-EXIT
           ELSE
                           OR W01-TXN-MERGE THEN
                       MOVE W01-SSN TO WS-SSN-CHECK
                       PERFORM 4140-EDIT-SSN THRU 4140-EXIT
                       IF TOKEN-UNKNOWN THEN
                           SET SSN-INVALID TO TRUE
                       END-IF
                       IF SSN-INVALID THEN
                           PERFORM 4162-WRITE-BAD-SSN-EXCEPTION
                               THRU 4162-EXIT
               END-IF
           END-IF.

           IF JRNL-AFTER-NOW THEN
               MOVE W01-RID TO WS-JRNL-RID
               PERFORM 4970-JOURNAL-AFTER THRU 4970-EXIT
           END-IF.
           IF W01-TXN-MERGE AND MATCH-FOUND THEN
               MOVE WS-OLD-RID TO WS-JRNL-RID
               PERFORM 4970-JOURNAL-AFTER THRU 4970-EXIT
           END-IF.

           PERFORM 4175-CHECK-REJECT-THRESHOLD THRU 4175-EXIT.

       4105-READ-NEXT.
      ******************************************************************
       4140-EDIT-SSN.
           SET SSN-VALID TO TRUE.
           IF SSN-IS-TOKEN THEN
               GO TO 4140-EXIT
           END-IF.

           IF WS-SSN-AREA EQUAL ZERO OR WS-SSN-AREA EQUAL 666
                   OR WS-SSN-AREA GREATER OR EQUAL 900 THEN
       4140-EXIT.
           EXIT.

      ******************************************************************
      * 4145-TOKENIZE-SSN -- EXCHANGE THE RECORD'S SSN FOR ITS VAULT
      * TOKEN BEFORE ANYTHING ELSE SEES IT.  FROM HERE ON W01-SSN IS
      * THE TOKEN: THE MATCH CHECKS, THE ROW LOADED, THE JOURNAL
      * IMAGES, REJFILE AND THE REPORTS ALL CARRY IT.
      *   - AN INSERT, UPDATE OR MERGE WITH A PLAUSIBLE SSN GETS ITS
      *     TOKEN, ISSUED NOW IF THE VAULT HAS NONE.
      *   - ANY OTHER RECORD (A DELETE, A BAD TXN-CD) ONLY LOOKS ITS
      *     SSN UP: IT NEEDS NO SSN TO BE PROCESSED, SO ONE THE VAULT
      *     HAS NEVER SEEN IS DROPPED TO ZERO RATHER THAN VAULTED.
      *   - A TOKEN ALREADY ON THE RECORD (A REJFILE REPAIR, A
      *     REGMAINT TRANSACTION) MUST BE ON THE VAULT; ONE THAT IS
      *     NOT IS REJECTED AS A BAD SSN BY THE MAIN PASS.
      *   - AN IMPLAUSIBLE SSN IS LEFT AS SENT FOR 4162 TO REJECT --
      *     IT IDENTIFIES NOBODY AND THE SENDER HAS TO SEE WHAT THEY
      *     KEYED.
      * A VAULT THAT CANNOT ANSWER STOPS THE LOAD (FAILED, SO A
      * RESTART PICKS UP AT THE LAST CHECKPOINT): LOADING THE RECORD
      * WOULD STORE A FULL SSN, AND REJECTING IT WOULD WRITE ONE TO
      * REJFILE.
      ******************************************************************
       4145-TOKENIZE-SSN.
           SET TOKEN-KNOWN TO TRUE.
           MOVE W01-SSN TO WS-SSN-CHECK.
           PERFORM 4140-EDIT-SSN THRU 4140-EXIT.
           IF SSN-INVALID THEN
               GO TO 4145-EXIT
           END-IF.

           MOVE W01-SSN TO WS-VAULT-SSN.
           MOVE W01-SSN TO WS-VAULT-TOKEN.
           IF SSN-IS-TOKEN THEN
               MOVE "V" TO WS-VAULT-FUNCTION
           ELSE
               IF W01-TXN-INSERT OR W01-TXN-UPDATE
                       OR W01-TXN-MERGE THEN
                   MOVE "T" TO WS-VAULT-FUNCTION
               ELSE
                   MOVE "L" TO WS-VAULT-FUNCTION
               END-IF
           END-IF.

           CALL "SSNVAULT" USING
               BY REFERENCE WS-VAULT-FUNCTION
               BY REFERENCE PGCONN
               BY REFERENCE WS-VAULT-SSN
               BY REFERENCE WS-VAULT-TOKEN
               BY REFERENCE WS-VAULT-STATUS
           END-CALL.

           IF VAULT-OK THEN
               MOVE WS-VAULT-TOKEN TO W01-SSN
               GO TO 4145-EXIT
           END-IF.

           IF VAULT-NOT-FOUND THEN
               IF SSN-IS-TOKEN THEN
                   SET TOKEN-UNKNOWN TO TRUE
               ELSE
                   MOVE ZERO TO W01-SSN
               END-IF
               GO TO 4145-EXIT
           END-IF.

           DISPLAY
               "SSN VAULT UNAVAILABLE AT RID " W01-RID
               UPON SYSERR
           END-DISPLAY.
           SET VAULT-DOWN TO TRUE.
           SET LOAD-ABORTED TO TRUE.
       4145-EXIT.
           EXIT.

      ******************************************************************
      * 4150-VALIDATE-REG-TS -- CHECK THE DATE/TIME PIECES THE CALLER
      * MOVED INTO WS-VAL-YYYY THROUGH WS-VAL-SS (THE REGISTRATION
      * THE INCOMING RID MUST NOT ALREADY BE ON FILE: RE-KEYING THE
      * CHAIN AND RETIRING THE OLD ROW ONLY TO BOUNCE THE INSERT OFF
      * AN EXISTING REGISTRATION WOULD WELD TWO IDENTITIES TOGETHER.
      * THE ONE EXCEPTION IS A PAIR A REVIEWER HAS ALREADY CONFIRMED
      * ON DUP_REVIEW -- WELDING THEM IS THE WHOLE POINT.
      *----------------------------------------------------------------
           MOVE W01-RID TO WS-FETCH-RID.
           PERFORM 4225-FETCH-OLD-NAME THRU 4225-EXIT.
           IF OLD-ROW-FOUND THEN
               PERFORM 4610-CHECK-REVIEWED-PAIR THRU 4610-EXIT
               IF FOLD-CONFIRMED THEN
                   PERFORM 4620-FOLD-INTO-SURVIVOR THRU 4620-EXIT
               ELSE
                   PERFORM 4670-WRITE-TARGET-EXISTS-EXCP
                       THRU 4670-EXIT
               END-IF
               GO TO 4600-EXIT
           END-IF.

      *----------------------------------------------------------------
      * THE OLD RID IS ABOUT TO BE RETIRED, SO IT IS JOURNALED TOO;
      * 4100-PROCESS-ONE-RECORD TAKES ITS AFTER IMAGE.
      *----------------------------------------------------------------
           MOVE WS-OLD-RID TO WS-JRNL-RID.
           PERFORM 4960-JOURNAL-BEFORE THRU 4960-EXIT.

      *----------------------------------------------------------------
      * THE OLD IDENTITY'S NAME IS FETCHED BEFORE ANYTHING MOVES --
      * ONCE THE OLD ROW IS RETIRED AND THE NEW ONE INSERTED, THE ONLY
           EXIT.

      ******************************************************************
      * 4610-CHECK-REVIEWED-PAIR -- IS W01-RID THE CONFIRMED SURVIVOR
      * OF A DUP_REVIEW PAIR WHOSE OTHER HALF IS THE SSN-MATCHED
      * WS-OLD-RID, NOT YET APPLIED?  A FAILED LOOKUP COUNTS AS NOT
      * CONFIRMED, SO THE RECORD TAKES THE ORDINARY TARGET-EXISTS
      * REJECT AND CAN BE RESUBMITTED.
      ******************************************************************
       4610-CHECK-REVIEWED-PAIR.
           SET FOLD-NOT-CONFIRMED TO TRUE.

           STRING W01-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           STRING WS-OLD-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(2)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-FOLD-CHECK-SQL
               BY VALUE 2
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

           IF WS-CALL-RESULT EQUAL 2 THEN
               CALL "PQntuples" USING
                   BY VALUE PGRES
                   RETURNING WS-MATCH-NTUPLES
               END-CALL
               IF WS-MATCH-NTUPLES GREATER ZERO THEN
                   SET FOLD-CONFIRMED TO TRUE
               END-IF
           ELSE
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "DUP_REVIEW LOOKUP FAILED FOR RID " W01-RID
                   ": " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       4610-EXIT.
           EXIT.

      ******************************************************************
      * 4620-FOLD-INTO-SURVIVOR -- CONSOLIDATE THE CONFIRMED DUPLICATE
      * WS-OLD-RID INTO THE SURVIVING W01-RID IN ONE TRANSACTION.  THE
      * RETIRING RID'S HISTORY AND ADDRESS ROWS ARE RE-KEYED AND ANY
      * STILL OPEN ARE CLOSED TODAY, SO THE SURVIVOR'S OWN OPEN ROWS
      * STAY THE ONLY CURRENT ONES; THEN THE RETIRING ROW GOES AND THE
      * REVIEW PAIR IS STAMPED WITH THIS BATCH SO IT CANNOT APPLY
      * TWICE.  THE SURVIVOR'S REGISTRATIONS ROW IS NOT TOUCHED.
      ******************************************************************
       4620-FOLD-INTO-SURVIVOR.
           MOVE WS-OLD-RID TO WS-JRNL-RID.
           PERFORM 4960-JOURNAL-BEFORE THRU 4960-EXIT.

           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-BEGIN-SQL
               RETURNING PGRES
           END-CALL.
           PERFORM 4650-CHECK-MERGE-STEP THRU 4650-EXIT.
           IF MERGE-STEP-FAILED THEN
               PERFORM 4680-WRITE-MERGE-FAILED-EXCP THRU 4680-EXIT
               GO TO 4620-EXIT
           END-IF.

           STRING W01-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           STRING WS-OLD-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(2)
           END-STRING.
           STRING WS-BATCH-ID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(3)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2).
           SET WS-PARAM-PTR(3) TO ADDRESS OF WS-PARAM-VALUE(3).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-FOLD-HIST-SQL
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 4650-CHECK-MERGE-STEP THRU 4650-EXIT.
           IF MERGE-STEP-FAILED THEN
               PERFORM 4645-ROLL-BACK-MERGE THRU 4645-EXIT
               GO TO 4620-EXIT
           END-IF.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-FOLD-ADDR-SQL
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 4650-CHECK-MERGE-STEP THRU 4650-EXIT.
           IF MERGE-STEP-FAILED THEN
               PERFORM 4645-ROLL-BACK-MERGE THRU 4645-EXIT
               GO TO 4620-EXIT
           END-IF.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-FOLD-DONE-SQL
               BY VALUE 3
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 4650-CHECK-MERGE-STEP THRU 4650-EXIT.
           IF MERGE-STEP-FAILED THEN
               PERFORM 4645-ROLL-BACK-MERGE THRU 4645-EXIT
               GO TO 4620-EXIT
           END-IF.

           STRING WS-OLD-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-RID-PARAM-VALUE
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-RID-PARAM-VALUE.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-DELETE-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 4650-CHECK-MERGE-STEP THRU 4650-EXIT.
           IF MERGE-STEP-FAILED THEN
               PERFORM 4645-ROLL-BACK-MERGE THRU 4645-EXIT
               GO TO 4620-EXIT
           END-IF.

           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-COMMIT-SQL
               RETURNING PGRES
           END-CALL.
           PERFORM 4650-CHECK-MERGE-STEP THRU 4650-EXIT.
           IF MERGE-STEP-FAILED THEN
               PERFORM 4645-ROLL-BACK-MERGE THRU 4645-EXIT
               GO TO 4620-EXIT
           END-IF.

           ADD 1 TO WS-MERGES-APPLIED.
           ADD 1 TO WS-ROWS-DELETED.

           CALL "SSNMASK" USING
               BY REFERENCE W01-SSN
               BY REFERENCE WS-MASKED-SSN
           END-CALL.
           DISPLAY
               "FOLDED REVIEWED DUPLICATE RID " WS-OLD-RID
               " INTO " W01-RID " SSN " WS-MASKED-SSN
           END-DISPLAY.

           MOVE W01-RID TO WS-ACK-RID.
           MOVE W01-TXN-CD TO WS-ACK-TXN-CD.
           MOVE "M" TO WS-ACK-DISP.
           PERFORM 4850-WRITE-ACK-DETAIL THRU 4850-EXIT.

           MOVE WS-FILE-RECNO TO WS-CHKPT-RECNO.
           PERFORM 6200-WRITE-CHECKPOINT THRU 6200-EXIT.
       4620-EXIT.
           EXIT.

      ******************************************************************
      * 4650-CHECK-MERGE-STEP -- COMMON RESULT CHECK FOR THE MERGE
      * STATEMENTS; A FAILED STEP ABANDONS THE REST OF THE MERGE AND
      * SAYS SO LOUDLY.
      ******************************************************************
       4650-CHECK-MERGE-STEP.
           SET MERGE-STEP-OK TO TRUE.

           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.

           IF WS-CALL-RESULT NOT EQUAL 1 AND
                   WS-CALL-RESULT NOT EQUAL 2 THEN
               SET MERGE-STEP-FAILED TO TRUE
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "MERGE STEP FAILED FOR RID " W01-RID
                   ": " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       4650-EXIT.
           EXIT.

      ******************************************************************
      * 4645-ROLL-BACK-MERGE -- UNDO A PART-DONE MERGE AND ROUTE THE
      * RECORD TO THE REJECT PATH; THE DATABASE IS LEFT EXACTLY AS IT
      * WAS BEFORE THE MERGE STARTED.
      ******************************************************************
       4645-ROLL-BACK-MERGE.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-ROLLBACK-SQL
               RETURNING PGRES
           END-CALL.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           PERFORM 4680-WRITE-MERGE-FAILED-EXCP THRU 4680-EXIT.
       4645-EXIT.
           EXIT.

      ******************************************************************
      * 4680-WRITE-MERGE-FAILED-EXCP -- A MERGE WHOSE DATABASE WORK
      * COULD NOT RUN (OR COULD NOT EVEN BE CHECKED) IS A REJECT LIKE
      * ANY OTHER: COUNTED, ON EXCPRPT, AND ON THE REJECT FILE FOR
      * RESUBMISSION ONCE THE DATABASE IS HEALTHY AGAIN.
      ******************************************************************
       4680-WRITE-MERGE-FAILED-EXCP.
           ADD 1 TO WS-RECORDS-REJECTED.
           ADD 1 TO WS-REJ-MERGE-FAILED.
           MOVE W01-RECORD TO WS-REJ-IMAGE.
           MOVE "MRGF" TO WS-REJ-REASON-CD.
           PERFORM 4700-WRITE-REJECT-RECORD THRU 4700-EXIT.

           CALL "SSNMASK" USING
               BY REFERENCE W01-SSN
               BY REFERENCE WS-MASKED-SSN
           END-CALL.

           OPEN EXTEND EXCP-RPT.
           IF WS-EXCP-RPT-STATUS EQUAL "35" THEN
               OPEN OUTPUT EXCP-RPT
           END-IF.
           MOVE SPACE TO EX-LINE.
           STRING
               "MERGE FAILED AND ROLLED BACK: RID="
                   DELIMITED BY SIZE
               W01-RID DELIMITED BY SIZE
               " SSN=" DELIMITED BY SIZE
               WS-MASKED-SSN DELIMITED BY SIZE
               INTO EX-LINE
               ON OVERFLOW
                   DISPLAY "ERROR: EX-LINE TOO SHORT" UPON SYSERR
                   END-DISPLAY
           END-STRING.
           WRITE EX-LINE.
           CLOSE EXCP-RPT.
       4680-EXIT.
           EXIT.

      ******************************************************************
      * 4660-WRITE-NO-MATCH-EXCEPTION -- A MERGE TRANSACTION WHOSE SSN
      * IS NOT ON FILE HAS NOTHING TO CONSOLIDATE; IT IS REPORTED AND
      * SKIPPED RATHER THAN LOADED AS A GUESSED-AT INSERT.
       4930-EXIT.
           EXIT.

      ******************************************************************
      * 4960-JOURNAL-BEFORE -- SNAPSHOT WS-JRNL-RID'S ROWS AS "B"
      * IMAGES UNDER THE CURRENT BATCH, UNLESS THIS BATCH HAS ALREADY
      * JOURNALED THE RID.  A RID THAT FAILED ITS EDIT CANNOT BE
      * LOOKED UP AND IS LEFT TO THE REJECT PATH.
      ******************************************************************
       4960-JOURNAL-BEFORE.
           IF WS-JRNL-RID NOT NUMERIC THEN
               GO TO 4960-EXIT
           END-IF.

           STRING WS-BATCH-ID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           STRING WS-JRNL-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(2)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-JRNL-BEFORE-SQL
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 4980-CHECK-JOURNAL-STEP THRU 4980-EXIT.
       4960-EXIT.
           EXIT.

      ******************************************************************
      * 4970-JOURNAL-AFTER -- REPLACE WS-JRNL-RID'S "A" IMAGES WITH
      * ITS ROWS AS THEY NOW STAND, THEN DROP THE RID FROM THIS
      * BATCH'S JOURNAL IF THE BEFORE AND AFTER IMAGES AGREE.  THE
      * AFTER STATEMENT ONLY WRITES FOR A RID THIS BATCH JOURNALED,
      * SO IT IS SAFE TO CALL FOR A RID THAT WAS NEVER TOUCHED.
      ******************************************************************
       4970-JOURNAL-AFTER.
           IF WS-JRNL-RID NOT NUMERIC THEN
               GO TO 4970-EXIT
           END-IF.

           STRING WS-BATCH-ID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           STRING WS-JRNL-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(2)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-JRNL-AFTER-SQL
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 4980-CHECK-JOURNAL-STEP THRU 4980-EXIT.

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-JRNL-CLEAN-SQL
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 4980-CHECK-JOURNAL-STEP THRU 4980-EXIT.
       4970-EXIT.
           EXIT.

      ******************************************************************
      * 4980-CHECK-JOURNAL-STEP -- COMMON RESULT CHECK FOR THE JOURNAL
      * STATEMENTS.  A FAILURE IS REPORTED AND COUNTED; THE RECORD
      * ITSELF STILL LOADS.
      ******************************************************************
       4980-CHECK-JOURNAL-STEP.
           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.

           IF WS-CALL-RESULT NOT EQUAL 1 AND
                   WS-CALL-RESULT NOT EQUAL 2 THEN
               ADD 1 TO WS-JRNL-FAILURES
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "BACKOUT JOURNAL FAILED FOR RID " WS-JRNL-RID
                   " BATCH " WS-BATCH-ID
                   ": " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       4980-EXIT.
           EXIT.

      ******************************************************************
      * 4200-INSERT-ONE-ROW -- BUFFER A VALIDATED INSERT ROW FOR THE
      * BULK COPY PATH RATHER THAN EXECUTING IT HERE.  THE ROW IS LAID
           MOVE W01-LAST-NM
               TO WS-COPY-HIST-LAST-NM(WS-COPY-ROW-COUNT).
           MOVE W01-RECORD TO WS-COPY-IMAGE(WS-COPY-ROW-COUNT).
           SET JRNL-AFTER-DEFERRED TO TRUE.

           CALL "SSNMASK" USING
               BY REFERENCE W01-SSN
       4400-PROCESS-ADDRESS.
           PERFORM 4410-EDIT-ADDRESS THRU 4410-EXIT.

           IF ADDR-INVALID THEN
               PERFORM 4460-WRITE-BAD-ADDR-EXCEPTION THRU 4460-EXIT
               GO TO 4400-EXIT
           END-IF.

      *----------------------------------------------------------------
      * A WELL-FORMED ADDRESS STILL HAS TO HANG TOGETHER: THE POSTAL
      * CODE'S PREFIX MUST BE ONE THE REFERENCE ASSIGNS TO THE STATE.
      *----------------------------------------------------------------
           CALL "ZIPCHK" USING A01-STATE A01-POSTAL WS-ZIP-RESULT
           END-CALL.

           IF ZIP-MISMATCH THEN
               PERFORM 4465-WRITE-ZIP-MISMATCH-EXCP THRU 4465-EXIT
           ELSE
               PERFORM 4420-APPLY-ADDRESS THRU 4420-EXIT
           END-IF.
       4400-EXIT.
           EXIT.
       4460-EXIT.
           EXIT.

      ******************************************************************
      * 4465-WRITE-ZIP-MISMATCH-EXCP -- A STRUCTURALLY VALID ADDRESS
      * WHOSE POSTAL CODE DOES NOT BELONG TO ITS STATE.  KEPT APART
      * FROM "ADDR" SO THE BUREAU CAN TELL A WRONG ZIP FROM A
      * MALFORMED RECORD.
      ******************************************************************
       4465-WRITE-ZIP-MISMATCH-EXCP.
           ADD 1 TO WS-RECORDS-REJECTED.
           ADD 1 TO WS-REJ-ZIP-MISMATCH.
           MOVE W01-RECORD TO WS-REJ-IMAGE.
           MOVE "ZIPM" TO WS-REJ-REASON-CD.
           PERFORM 4700-WRITE-REJECT-RECORD THRU 4700-EXIT.

           OPEN EXTEND EXCP-RPT.
           IF WS-EXCP-RPT-STATUS EQUAL "35" THEN
               OPEN OUTPUT EXCP-RPT
           END-IF.
           MOVE SPACE TO EX-LINE.
           STRING
               "STATE/ZIP MISMATCH FOR RID=" DELIMITED BY SIZE
               A01-RID DELIMITED BY SIZE
               " STATE=" DELIMITED BY SIZE
               A01-STATE DELIMITED BY SIZE
               " POSTAL=" DELIMITED BY SIZE
               A01-POSTAL DELIMITED BY SIZE
               " TYPE=" DELIMITED BY SIZE
               A01-ADDR-TYPE DELIMITED BY SIZE
               INTO EX-LINE
               ON OVERFLOW
                   DISPLAY "ERROR: EX-LINE TOO SHORT" UPON SYSERR
                   END-DISPLAY
           END-STRING.
           WRITE EX-LINE.
           CLOSE EXCP-RPT.
       4465-EXIT.
           EXIT.

      ******************************************************************
      * 4240-DELETE-ONE-ROW -- W01-TXN-DELETE REMOVES AN EXISTING ROW,
      * KEYED ON RID.  NO TIMESTAMP VALIDATION APPLIES TO A DELETE.
           MOVE WS-CNTCS-READ         TO CK-CNTCS-READ.
           MOVE WS-CNTCS-LOADED       TO CK-CNTCS-LOADED.
           MOVE WS-REJ-BAD-CNTC       TO CK-REJ-BAD-CNTC.
           MOVE WS-REJ-ZIP-MISMATCH   TO CK-REJ-ZIP-MISMATCH.
           WRITE CK-RECORD.
           CLOSE CHKPT-FILE.
       6200-EXIT.
           END-STRING.
           WRITE EX-LINE.
           CLOSE EXCP-RPT.

      *    THE ROW NEVER LOADED, SO ITS "A" IMAGE MUST MATCH ITS "B"
      *    IMAGE AND THE RID DROPS OUT OF THIS BATCH'S JOURNAL.
           MOVE WS-COPY-HIST-RID(WS-COPY-IDX) TO WS-JRNL-RID.
           PERFORM 4970-JOURNAL-AFTER THRU 4970-EXIT.
       6060-EXIT.
           EXIT.

           MOVE WS-COPY-HIST-LAST-NM(WS-COPY-IDX)   TO H01-LAST-NM.
           MOVE WS-TODAY-DT                         TO H01-EFF-START-DT.
           PERFORM 4255-INSERT-HIST-ROW THRU 4255-EXIT.
           MOVE WS-COPY-HIST-RID(WS-COPY-IDX) TO WS-JRNL-RID.
           PERFORM 4970-JOURNAL-AFTER THRU 4970-EXIT.
       6080-EXIT.
           EXIT.

           IF WS-TOT-RECORDS-REJECTED GREATER ZERO THEN
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           IF WS-JRNL-FAILURES GREATER ZERO THEN
               DISPLAY
                   "WARNING: " WS-JRNL-FAILURES
                   " BACKOUT JOURNAL WRITE(S) FAILED"
                   UPON SYSERR
               END-DISPLAY
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           IF WS-ACTIVITY-FAILURES GREATER ZERO THEN
               DISPLAY
                   "WARNING: " WS-ACTIVITY-FAILURES
                   " ACTIVITY ROW WRITE(S) FAILED"
                   UPON SYSERR
               END-DISPLAY
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       7200-EXIT.
           EXIT.

           MOVE WS-ACK-REASON-CD TO AK02-REASON-CD.
           WRITE AK02-ACK-DETAIL.
           MOVE SPACE TO WS-ACK-REASON-CD.

           EVALUATE WS-ACK-DISP
               WHEN "L"
                   MOVE "I" TO WS-ACTIVITY-TXN-CD
               WHEN "U"
               WHEN "D"
               WHEN "M"
                   MOVE WS-ACK-DISP TO WS-ACTIVITY-TXN-CD
               WHEN OTHER
                   GO TO 4850-EXIT
           END-EVALUATE.
           PERFORM 4855-RECORD-ACTIVITY THRU 4855-EXIT.
       4850-EXIT.
           EXIT.

      ******************************************************************
      * 4855-RECORD-ACTIVITY -- THE REG_CHANGE_AUDIT ACTIVITY ROW FOR
      * THE TRANSACTION JUST ACKNOWLEDGED.  THE MAILING STATE IS TAKEN
      * AS IT STANDS NOW -- FOR A DELETE, THE ADDRESS THE REGISTRANT
      * LEFT FROM; A NEW REGISTRANT'S ADDRESS HAS NOT ARRIVED YET AND
      * REGSTATS LOOKS IT UP WHEN IT COUNTS.
      ******************************************************************
       4855-RECORD-ACTIVITY.
           STRING WS-ACK-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-ACT-PARAM-VALUE(1)
           END-STRING.
           STRING WS-ACTIVITY-TXN-CD DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-ACT-PARAM-VALUE(2)
           END-STRING.
           STRING WS-BATCH-ID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-ACT-PARAM-VALUE(3)
           END-STRING.
           SET WS-ACT-PARAM-PTR(1) TO ADDRESS OF WS-ACT-PARAM-VALUE(1).
           SET WS-ACT-PARAM-PTR(2) TO ADDRESS OF WS-ACT-PARAM-VALUE(2).
           SET WS-ACT-PARAM-PTR(3) TO ADDRESS OF WS-ACT-PARAM-VALUE(3).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-ACTIVITY-SQL
               BY VALUE 3
               BY VALUE 0
               BY REFERENCE WS-ACT-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING WS-ACT-PGRES
           END-CALL.

           CALL "PQresultStatus" USING
               BY VALUE WS-ACT-PGRES
               RETURNING WS-ACT-RESULT
           END-CALL.

           IF WS-ACT-RESULT NOT EQUAL 1 AND
                   WS-ACT-RESULT NOT EQUAL 2 THEN
               ADD 1 TO WS-ACTIVITY-FAILURES
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "ACTIVITY ROW FAILED FOR RID " WS-ACK-RID
                   " BATCH " WS-BATCH-ID
                   ": " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
           END-IF.

           CALL "PQclear" USING BY VALUE WS-ACT-PGRES END-CALL.
       4855-EXIT.
           EXIT.

      ******************************************************************
      * 4860-WRITE-ACK-HEADER -- THE "AH" RECORD OPENING A BATCH'S
      * SECTION OF THE ACKNOWLEDGMENT, ECHOING WHAT THE BUREAU SENT.
           MOVE "INVALID ADDRESS" TO SM-DT-LABEL.
           MOVE WS-REJ-BAD-ADDR TO SM-DT-COUNT.
           PERFORM 7450-WRITE-SUMM-DETAIL THRU 7450-EXIT.
           MOVE "STATE/ZIP MISMATCH" TO SM-DT-LABEL.
           MOVE WS-REJ-ZIP-MISMATCH TO SM-DT-COUNT.
           PERFORM 7450-WRITE-SUMM-DETAIL THRU 7450-EXIT.
           MOVE "INVALID OR UNCONSENTED CONTACT" TO SM-DT-LABEL.
           MOVE WS-REJ-BAD-CNTC TO SM-DT-COUNT.
           PERFORM 7450-WRITE-SUMM-DETAIL THRU 7450-EXIT.
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(7)
           END-STRING.
           MOVE WS-ADDRS-LOADED TO WS-RC-COUNT-TEXT.
           STRING WS-RC-COUNT-TEXT DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(8)
           END-STRING.

           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2).
           SET WS-PARAM-PTR(5) TO ADDRESS OF WS-PARAM-VALUE(5).
           SET WS-PARAM-PTR(6) TO ADDRESS OF WS-PARAM-VALUE(6).
           SET WS-PARAM-PTR(7) TO ADDRESS OF WS-PARAM-VALUE(7).
           SET WS-PARAM-PTR(8) TO ADDRESS OF WS-PARAM-VALUE(8).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-RC-CLOSE-SQL
               BY VALUE 8
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0

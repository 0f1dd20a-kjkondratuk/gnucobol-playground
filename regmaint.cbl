      *                THAT FILE WITH BATCH CONTROLS FOR THE NIGHTLY
      *                REGFILE RUN -- NO MORE HAND-BUILT FIXED-WIDTH
      *                RECORDS IN AN EDITOR.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -m -STD=IBM ZIPCHK.CBL -o ZIPCHK.so
      *                COBC -m -STD=IBM -LPQ SSNVAULT.CBL -o SSNVAULT.so
      *                COBC -m -STD=IBM ACCSLOG.CBL -o ACCSLOG.so
      *                COBC -X -STD=IBM -LPQ REGMAINT.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20260822 TWK  ORIGINAL MAINTENANCE SCREEN.
      *                  REQUIRED AT THE SCREEN -- THE LOAD WOULD
      *                  REJECT IT ANYWAY, AND THE OPERATOR IS THE
      *                  ONE WHO CAN ASK THE REGISTRANT.
      *    20261015 TWK  SECOND-OPERATOR APPROVAL: DELETES, AND
      *                  CHANGES THAT ALTER THE SSN OR NAME ON
      *                  REGMAST, ARE QUEUED WITH THEIR OPR RECORD
      *                  MARKED HELD.  REGAPPR RELEASES OR REJECTS
      *                  THEM UNDER A DIFFERENT OPERATOR ID, AND
      *                  REGPBATCH WRAPS ONLY WHAT HAS BEEN RELEASED.
      *    20261015 TWK  ADDRESS ENTRY: ACTION "A" QUEUES AN ADR
      *                  CHILD RECORD (ADDRDEF) WITH ITS OPR
      *                  ATTRIBUTION, AFTER THE SAME EDITS REGFILE'S
      *                  4410-EDIT-ADDRESS APPLIES AND THE STATE /
      *                  ZIP-PREFIX CROSS-CHECK (ZIPCHK), SO A TEXAS
      *                  STATE CODE ON A NEW YORK ZIP IS CAUGHT WHILE
      *                  THE REGISTRANT IS STILL ON THE PHONE.
      *    20261015 TWK  SSN TOKENIZATION: A KEYED SSN IS EXCHANGED
      *                  FOR ITS SSNVAULT TOKEN BEFORE THE TRANSACTION
      *                  IS QUEUED, SO PENDTXN NEVER HOLDS A FULL SSN.
      *                  THE PREFILL NOW SHOWS THE TOKEN FROM REGMAST,
      *                  WHICH PASSES THE SSN EDIT AS IS.  THE DATABASE
      *                  CONNECTION FOR THE VAULT IS OPENED ON FIRST
      *                  USE; WITHOUT IT NOTHING CARRYING AN SSN IS
      *                  QUEUED.
      *    20261015 TWK  RECORD-ACCESS LOG: EVERY PREFILL FROM REGMAST
      *                  (FOUND OR NOT) IS LOGGED THROUGH ACCSLOG WITH
      *                  THE OPERATOR AND TERMINAL ALREADY CAPTURED FOR
      *                  THE OPR RECORDS.  THE FIELDS ARE NOT FILLED
      *                  UNLESS THE LOG ROW WAS WRITTEN.
      *    20261015 TWK  FUTURE-DATED ENTRIES: A CHANGE KEYED WITH A
      *                  CHANGE EFFECTIVE DATE, OR AN ADDRESS WHOSE
      *                  EFFECTIVE DATE IS LATER THAN TODAY, IS PARKED
      *                  ON THE HELD-TRANSACTION FILE (HELDTXN) WITH ITS
      *                  OPR RECORD INSTEAD OF GOING TO PENDTXN.
      *                  REGFREL RELEASES IT ON THE EFFECTIVE DATE.
      *    20261015 TWK  A HELDTXN WRITE RETURNING 02 (RID ALREADY HAS A
      *                  HELD ENTRY) IS A GOOD WRITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMAINT.
               ALTERNATE RECORD KEY IS M01-SSN WITH DUPLICATES
               ALTERNATE RECORD KEY IS M01-LAST-NM WITH DUPLICATES
               FILE STATUS IS WS-REGMAST-STATUS.
           SELECT HELD-TXN ASSIGN TO "HELDTXN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F01-HELD-KEY
               ALTERNATE RECORD KEY IS F01-RID WITH DUPLICATES
               FILE STATUS IS WS-HELD-TXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY FILEDEF.
           COPY OPRDEF.
           COPY CONTDEF.
           COPY ADDRDEF.

       FD  REGMAST-FILE.
           COPY FILEDEF REPLACING
               ==W99-RECORD-COUNT== BY ==M99-RECORD-COUNT==
               ==W99-HASH-TOTAL== BY ==M99-HASH-TOTAL==.

       FD  HELD-TXN.
           COPY HELDDEF.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS -- PENDTXN IS APPENDED TO ALL DAY (OPEN EXTEND
           88  MASTER-AVAILABLE         VALUE "Y".
           88  MASTER-NOT-AVAILABLE      VALUE "N".

      *----------------------------------------------------------------
      * HELD-TRANSACTION FILE -- CREATED ON FIRST USE.  WITHOUT IT THE
      * SCREEN STILL QUEUES TONIGHT'S WORK; ONLY A FUTURE-DATED ENTRY
      * IS REFUSED.
      *----------------------------------------------------------------
       01  WS-HELD-TXN-STATUS       PIC X(02).
      *    "02" IS A GOOD WRITE OR READ: THE RID ALREADY HAS ANOTHER
      *    HELD ENTRY ON THE F01-RID ALTERNATE KEY, WHICH IS EXPECTED.
           88  HELD-IO-OK               VALUE "00" "02".
       01  WS-HELD-SW               PIC X(01) VALUE "N".
           88  HELD-FILE-AVAILABLE      VALUE "Y".
           88  HELD-FILE-NOT-AVAILABLE  VALUE "N".
       01  WS-TODAY-DT              PIC 9(08).
       01  WS-TXNS-PARKED           PIC 9(06) COMP VALUE ZERO.
       01  WS-NEW-HELD-RECORD       PIC X(220).

      *----------------------------------------------------------------
      * SCREEN ENTRY FIELDS.  THE TIMESTAMP IS KEYED AS ONE
      * YYYYMMDDHHMMSS VALUE AND EXPLODED INTO THE W01-REG-TS PIECES
           88  MNT-ACT-UPDATE           VALUE "U".
           88  MNT-ACT-DELETE           VALUE "D".
           88  MNT-ACT-CONTACT          VALUE "C".
           88  MNT-ACT-ADDRESS          VALUE "A".
           88  MNT-ACT-QUIT             VALUE "Q", SPACE.
       01  MNT-RID                  PIC X(06).
       01  MNT-FIRST-NM             PIC X(16).
       01  MNT-CNTC-TYPE            PIC X(01).
       01  MNT-CNTC-VALUE           PIC X(40).
       01  MNT-CNTC-CONSENT         PIC X(01).
       01  MNT-STREET               PIC X(25).
       01  MNT-CITY                 PIC X(18).
       01  MNT-STATE                PIC X(02).
       01  MNT-POSTAL               PIC X(09).
       01  MNT-ADDR-TYPE            PIC X(01).
       01  MNT-EFF-DT               PIC X(08).
       01  MNT-HOLD-DT              PIC X(08).
       01  MNT-MESSAGE              PIC X(60).
       01  WS-DONE-SW               PIC X(01) VALUE "N".
           88  SESSION-DONE             VALUE "Y".
       01  WS-ATTR-RID              PIC 9(06).
       01  WS-ATTR-TXN-CD           PIC X(01).

      *----------------------------------------------------------------
      * RECORD-ACCESS LOG -- ONE ACCSLOG CALL PER PREFILL, METHOD "P".
      *----------------------------------------------------------------
       01  WS-LOG-METHOD            PIC X(01) VALUE "P".
       01  WS-LOG-RID               PIC 9(06).
       01  WS-LOG-RESULT            PIC X(01).
       01  WS-LOG-STATUS            PIC 9(02).
           88  LOG-WRITTEN              VALUE 00.

      *----------------------------------------------------------------
      * SECOND-OPERATOR APPROVAL -- SET PER TRANSACTION BY 4520 AND
      * STAMPED ON THE OPR CHILD RECORD BY 4560.  A DELETE IS ALWAYS
      * HELD; A CHANGE IS HELD WHEN IT ALTERS THE SSN OR EITHER NAME
      * ON REGMAST, OR WHEN THERE IS NO MASTER RECORD TO COMPARE IT
      * WITH.  INSERTS AND CONTACTS GO STRAIGHT THROUGH.
      *----------------------------------------------------------------
       01  WS-APPROVAL-SW           PIC X(01) VALUE "N".
           88  APPROVAL-REQUIRED        VALUE "Y".
           88  APPROVAL-NOT-REQUIRED    VALUE "N".
       01  WS-TXNS-HELD             PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * FIELD EDITS -- SAME RULES REGFILE APPLIES ON THE LOAD SIDE
      * (4140-EDIT-SSN / 4150-VALIDATE-REG-TS THERE), SO A RECORD THAT
      *----------------------------------------------------------------
       01  WS-SSN-CHECK.
           05  WS-SSN-AREA           PIC 9(03).
               88  SSN-IS-TOKEN          VALUE 900 THRU 999.
           05  WS-SSN-GROUP          PIC 9(02).
           05  WS-SSN-SERIAL         PIC 9(04).
       01  WS-SSN-VALID-SW           PIC X(01).
           88  TS-VALID                  VALUE "Y".
           88  TS-INVALID                VALUE "N".

      *----------------------------------------------------------------
      * STATE / ZIP-PREFIX CROSS-CHECK (ZIPCHK, SAME ROUTINE THE LOAD
      * CALLS).  "U" -- NO REFERENCE FILE -- LETS THE ADDRESS QUEUE ON
      * ITS FORMAT EDITS AND SAYS SO ON THE MESSAGE LINE.
      *----------------------------------------------------------------
       01  WS-ZIP-RESULT             PIC X(01).
           88  ZIP-MATCHES               VALUE "Y".
           88  ZIP-MISMATCH              VALUE "N".
           88  ZIP-NOT-CHECKED           VALUE "U".

      *----------------------------------------------------------------
      * SSN VAULT -- A KEYED SSN GOES TO PENDTXN AS ITS SSNVAULT
      * TOKEN.  THE CONNECTION IS OPENED THE FIRST TIME ONE IS
      * NEEDED, SO A SESSION THAT ONLY KEYS CONTACTS AND ADDRESSES
      * NEVER SIGNS ON; A FAILED SIGN-ON IS TRIED AGAIN ON THE NEXT
      * TRANSACTION.
      *----------------------------------------------------------------
       01  PGCONN                    USAGE POINTER.
       01  WS-CALLER-ID              PIC X(09) VALUE "REGMAINT".
       01  WS-CONN-STATUS            PIC 9(02).
       01  WS-DB-SW                  PIC X(01) VALUE "N".
           88  DB-CONNECTED              VALUE "Y".
           88  DB-NOT-CONNECTED          VALUE "N".
       01  WS-VAULT-FUNCTION         PIC X(01).
       01  WS-VAULT-SSN              PIC 9(09).
       01  WS-VAULT-TOKEN            PIC 9(09).
       01  WS-VAULT-STATUS           PIC 9(02).
           88  VAULT-OK                  VALUE 00.
           88  VAULT-NOT-FOUND           VALUE 04.
       01  WS-VAULT-SW               PIC X(01).
           88  VAULT-ANSWERED            VALUE "Y".
           88  VAULT-UNAVAILABLE         VALUE "N".

       SCREEN SECTION.
       01  MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 05 VALUE
               "REGISTRANT MAINTENANCE".
           05  LINE 03 COLUMN 05 VALUE
               "ACTION (I=ADD U=CHG D=DEL C=CONTACT A=ADDRESS Q=QUIT):".
           05  LINE 03 COLUMN 61 PIC X(01) USING MNT-ACTION.
           05  LINE 05 COLUMN 05 VALUE "RID..........:".
           05  LINE 05 COLUMN 21 PIC X(06) USING MNT-RID.
           05  LINE 06 COLUMN 05 VALUE "FIRST NAME...:".
           05  LINE 10 COLUMN 47 PIC X(01) USING MNT-CNTC-CONSENT.
           05  LINE 11 COLUMN 05 VALUE "CONTACT VALUE........:".
           05  LINE 11 COLUMN 29 PIC X(40) USING MNT-CNTC-VALUE.
           05  LINE 12 COLUMN 05 VALUE "STREET.......:".
           05  LINE 12 COLUMN 21 PIC X(25) USING MNT-STREET.
           05  LINE 13 COLUMN 05 VALUE "CITY.........:".
           05  LINE 13 COLUMN 21 PIC X(18) USING MNT-CITY.
           05  LINE 13 COLUMN 41 VALUE "STATE:".
           05  LINE 13 COLUMN 48 PIC X(02) USING MNT-STATE.
           05  LINE 13 COLUMN 52 VALUE "ZIP:".
           05  LINE 13 COLUMN 57 PIC X(09) USING MNT-POSTAL.
           05  LINE 14 COLUMN 05 VALUE "ADDR TYPE (M/R):".
           05  LINE 14 COLUMN 22 PIC X(01) USING MNT-ADDR-TYPE.
           05  LINE 14 COLUMN 26 VALUE "EFF DATE (YYYYMMDD):".
           05  LINE 14 COLUMN 47 PIC X(08) USING MNT-EFF-DT.
           05  LINE 15 COLUMN 05 VALUE
               "CHANGE EFFECTIVE (YYYYMMDD, BLANK=TONIGHT):".
           05  LINE 15 COLUMN 50 PIC X(08) USING MNT-HOLD-DT.
           05  LINE 16 COLUMN 05 PIC X(60) FROM MNT-MESSAGE.

       PROCEDURE DIVISION.

      ******************************************************************
      * 3000-OPEN-FILES -- PENDTXN ACCUMULATES THE DAY'S ENTRIES, SO
      * OPEN EXTEND WITH THE USUAL FIRST-TIME FALLBACK.  A MISSING
      * REGMAST ONLY COSTS THE PREFILL, NOT THE SESSION; AN UNUSABLE
      * HELDTXN ONLY COSTS FUTURE-DATED ENTRIES.
      ******************************************************************
       3000-OPEN-FILES.
           OPEN EXTEND PEND-TXN.
           IF WS-REGMAST-STATUS EQUAL "00" THEN
               SET MASTER-AVAILABLE TO TRUE
           END-IF.

           SET HELD-FILE-NOT-AVAILABLE TO TRUE.
           OPEN I-O HELD-TXN.
           IF WS-HELD-TXN-STATUS EQUAL "35" THEN
               OPEN OUTPUT HELD-TXN
               CLOSE HELD-TXN
               OPEN I-O HELD-TXN
           END-IF.
           IF WS-HELD-TXN-STATUS EQUAL "00" THEN
               SET HELD-FILE-AVAILABLE TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

           MOVE SPACE TO MNT-CNTC-TYPE.
           MOVE SPACE TO MNT-CNTC-VALUE.
           MOVE SPACE TO MNT-CNTC-CONSENT.
           MOVE SPACE TO MNT-STREET.
           MOVE SPACE TO MNT-CITY.
           MOVE SPACE TO MNT-STATE.
           MOVE SPACE TO MNT-POSTAL.
           MOVE SPACE TO MNT-ADDR-TYPE.
           MOVE SPACE TO MNT-EFF-DT.
           MOVE SPACE TO MNT-HOLD-DT.
           MOVE "ENTER AN ACTION AND PRESS ENTER" TO MNT-MESSAGE.
           SET SESSION-NOT-DONE TO TRUE.

               UNTIL SESSION-DONE.

           DISPLAY "TRANSACTIONS QUEUED:" WS-TXNS-QUEUED END-DISPLAY.
           DISPLAY "HELD FOR APPROVAL:  " WS-TXNS-HELD END-DISPLAY.
           DISPLAY "PARKED ON HELDTXN:  " WS-TXNS-PARKED END-DISPLAY.
       4000-EXIT.
           EXIT.


           IF NOT MNT-ACT-INSERT AND NOT MNT-ACT-UPDATE
                   AND NOT MNT-ACT-DELETE AND NOT MNT-ACT-CONTACT
                   AND NOT MNT-ACT-ADDRESS THEN
               MOVE "ACTION MUST BE I, U, D, C, A, OR Q" TO MNT-MESSAGE
               GO TO 4100-EXIT
           END-IF.

               GO TO 4100-EXIT
           END-IF.

           IF MNT-HOLD-DT NOT EQUAL SPACE AND NOT MNT-ACT-UPDATE THEN
               MOVE "CHANGE EFFECTIVE DATE IS FOR ACTION U ONLY"
                   TO MNT-MESSAGE
               GO TO 4100-EXIT
           END-IF.

           IF MNT-ACT-CONTACT THEN
               PERFORM 4700-EDIT-CONTACT-FIELDS THRU 4700-EXIT
               IF MNT-MESSAGE EQUAL SPACE THEN
               GO TO 4100-EXIT
           END-IF.

           IF MNT-ACT-ADDRESS THEN
               PERFORM 4750-EDIT-ADDRESS-FIELDS THRU 4750-EXIT
               IF MNT-MESSAGE EQUAL SPACE THEN
                   PERFORM 4850-QUEUE-ADDRESS THRU 4850-EXIT
               END-IF
               GO TO 4100-EXIT
           END-IF.

      *----------------------------------------------------------------
      * A CHANGE OR DELETE WITH BLANK NAME FIELDS IS AN INQUIRY STEP:
      * PREFILL FROM THE MASTER AND LET THE OPERATOR VERIFY OR EDIT
      ******************************************************************
      * 4200-PREFILL-FROM-MASTER -- INQUIRY HALF OF THE SCREEN: PULL
      * THE REGISTRANT OFF REGMAST SO THE OPERATOR EDITS WHAT IS
      * ACTUALLY ON FILE INSTEAD OF REKEYING IT.  EVERY READ IS LOGGED
      * TO THE ACCESS LOG FIRST; NO LOG ROW, NO PREFILL.
      ******************************************************************
       4200-PREFILL-FROM-MASTER.
           IF MASTER-NOT-AVAILABLE THEN
           END-IF.

           MOVE MNT-RID TO M01-RID.
           MOVE M01-RID TO WS-LOG-RID.
           READ REGMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOG-RESULT
                   PERFORM 4250-LOG-ACCESS THRU 4250-EXIT
                   MOVE "RID NOT ON MASTER -- KEY ALL FIELDS"
                       TO MNT-MESSAGE
               NOT INVALID KEY
                   MOVE "F" TO WS-LOG-RESULT
                   PERFORM 4250-LOG-ACCESS THRU 4250-EXIT
           END-READ.
           IF WS-LOG-RESULT EQUAL "N" THEN
               GO TO 4200-EXIT
           END-IF.
           IF NOT LOG-WRITTEN THEN
               MOVE "ACCESS LOG UNAVAILABLE -- NO PREFILL"
                   TO MNT-MESSAGE
               GO TO 4200-EXIT
           END-IF.

           MOVE M01-FIRST-NM TO MNT-FIRST-NM.
           MOVE M01-LAST-NM  TO MNT-LAST-NM.
           MOVE M01-SSN      TO MNT-SSN.
           STRING
               M01-REG-YYYY DELIMITED BY SIZE
               M01-REG-MM   DELIMITED BY SIZE
               M01-REG-DD   DELIMITED BY SIZE
               M01-REG-HH   DELIMITED BY SIZE
               M01-REG-MIN  DELIMITED BY SIZE
               M01-REG-SS   DELIMITED BY SIZE
               INTO MNT-REG-TS-TEXT
           END-STRING.
           MOVE "VERIFY THE FIELDS AND PRESS ENTER"
               TO MNT-MESSAGE.
       4200-EXIT.
           EXIT.

       4250-LOG-ACCESS.
           CALL "ACCSLOG" USING
               BY REFERENCE WS-CALLER-ID
               BY REFERENCE WS-OPERATOR-ID
               BY REFERENCE WS-TERMINAL-ID
               BY REFERENCE WS-LOG-METHOD
               BY REFERENCE WS-LOG-RID
               BY REFERENCE WS-LOG-RESULT
               BY REFERENCE WS-LOG-STATUS
           END-CALL.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 4300-EDIT-ENTRY-FIELDS -- THE SAME EDITS REGFILE APPLIES ON
      * THE WAY IN.  FIRST FAILURE WINS THE MESSAGE LINE.
               MOVE "REG TS IS NOT A VALID DATE/TIME" TO MNT-MESSAGE
               GO TO 4300-EXIT
           END-IF.

           IF MNT-HOLD-DT NOT EQUAL SPACE THEN
               PERFORM 4350-EDIT-HOLD-DATE THRU 4350-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4350-EDIT-HOLD-DATE -- A CHANGE EFFECTIVE DATE HAS TO BE A
      * REAL CALENDAR DAY LATER THAN TODAY: TODAY'S CHANGES GO OUT
      * TONIGHT THE ORDINARY WAY, AND A PAST DATE CANNOT BE HELD FOR.
      * THE REG TS PIECES ARE REBUILT AFTERWARD -- 4500 BUILDS THE
      * RECORD FROM THEM.
      ******************************************************************
       4350-EDIT-HOLD-DATE.
           IF MNT-HOLD-DT NOT NUMERIC THEN
               MOVE "CHANGE EFFECTIVE DATE MUST BE YYYYMMDD"
                   TO MNT-MESSAGE
               GO TO 4350-EXIT
           END-IF.

           MOVE MNT-HOLD-DT(1:4) TO WS-TS-YYYY.
           MOVE MNT-HOLD-DT(5:2) TO WS-TS-MM.
           MOVE MNT-HOLD-DT(7:2) TO WS-TS-DD.
           MOVE ZERO TO WS-TS-HH.
           MOVE ZERO TO WS-TS-MIN.
           MOVE ZERO TO WS-TS-SS.
           PERFORM 5200-EDIT-REG-TS THRU 5200-EXIT.
           MOVE MNT-REG-TS-TEXT TO WS-TS-CHECK.
           IF TS-INVALID THEN
               MOVE "CHANGE EFFECTIVE DATE IS NOT A VALID DATE"
                   TO MNT-MESSAGE
               GO TO 4350-EXIT
           END-IF.

           ACCEPT WS-TODAY-DT FROM DATE YYYYMMDD.
           IF MNT-HOLD-DT NOT GREATER WS-TODAY-DT THEN
               MOVE "CHANGE EFFECTIVE DATE MUST BE AFTER TODAY"
                   TO MNT-MESSAGE
               GO TO 4350-EXIT
           END-IF.

           IF HELD-FILE-NOT-AVAILABLE THEN
               MOVE "HELDTXN UNAVAILABLE -- CANNOT HOLD A CHANGE"
                   TO MNT-MESSAGE
               GO TO 4350-EXIT
           END-IF.
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 4500-QUEUE-TRANSACTION -- BUILD THE W01-RECORD FROM THE
      * VALIDATED SCREEN FIELDS (ZERO MICROSECONDS; THE LOADER READS
               END-IF
           END-IF.

           PERFORM 4510-TOKENIZE-SSN THRU 4510-EXIT.
           IF VAULT-UNAVAILABLE THEN
               MOVE "SSN VAULT UNAVAILABLE -- TRANSACTION NOT QUEUED"
                   TO MNT-MESSAGE
               GO TO 4500-EXIT
           END-IF.

           PERFORM 4520-CHECK-APPROVAL-NEEDED THRU 4520-EXIT.

           IF MNT-ACT-UPDATE AND MNT-HOLD-DT NOT EQUAL SPACE THEN
               PERFORM 4570-PARK-CHANGE THRU 4570-EXIT
               GO TO 4500-EXIT
           END-IF.

           WRITE W01-RECORD.
           IF WS-PEND-TXN-STATUS NOT EQUAL "00" THEN
               MOVE "WRITE TO PENDTXN FAILED -- SEE OPERATOR"

           ADD 1 TO WS-TXNS-QUEUED.
           MOVE SPACE TO MNT-MESSAGE.
           IF APPROVAL-REQUIRED THEN
               ADD 1 TO WS-TXNS-HELD
               STRING
                   "QUEUED " DELIMITED BY SIZE
                   W01-TXN-CD DELIMITED BY SIZE
                   " TRANSACTION FOR RID " DELIMITED BY SIZE
                   W01-RID DELIMITED BY SIZE
                   " -- HELD FOR APPROVAL" DELIMITED BY SIZE
                   INTO MNT-MESSAGE
               END-STRING
           ELSE
               STRING
                   "QUEUED " DELIMITED BY SIZE
                   W01-TXN-CD DELIMITED BY SIZE
                   " TRANSACTION FOR RID " DELIMITED BY SIZE
                   W01-RID DELIMITED BY SIZE
                   INTO MNT-MESSAGE
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * THE ATTRIBUTION CHILD GOES OUT LAST -- IT SHARES THE FD
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4510-TOKENIZE-SSN -- REPLACE THE KEYED SSN IN W01-SSN WITH ITS
      * VAULT TOKEN.  A TOKEN (THE PREFILL FROM REGMAST) IS ALREADY
      * WHAT PENDTXN WANTS.  AN ADD OR CHANGE IS ISSUED A TOKEN IF THE
      * SSN HAS NONE; A DELETE NEEDS ONLY THE RID, SO ITS SSN IS ONLY
      * LOOKED UP AND ONE THE VAULT HAS NEVER SEEN GOES OUT AS ZERO.
      * THE APPROVAL CHECK THAT FOLLOWS THEN COMPARES TOKEN WITH
      * TOKEN AGAINST REGMAST.
      ******************************************************************
       4510-TOKENIZE-SSN.
           SET VAULT-ANSWERED TO TRUE.
           IF W01-SSN EQUAL ZERO THEN
               GO TO 4510-EXIT
           END-IF.
           MOVE W01-SSN TO WS-SSN-CHECK.
           IF SSN-IS-TOKEN THEN
               GO TO 4510-EXIT
           END-IF.

           IF DB-NOT-CONNECTED THEN
               CALL "DBCONN" USING
                   BY REFERENCE WS-CALLER-ID
                   BY REFERENCE PGCONN
                   BY REFERENCE WS-CONN-STATUS
               END-CALL
               IF WS-CONN-STATUS NOT EQUAL ZERO THEN
                   SET VAULT-UNAVAILABLE TO TRUE
                   GO TO 4510-EXIT
               END-IF
               SET DB-CONNECTED TO TRUE
           END-IF.

           IF W01-TXN-DELETE THEN
               MOVE "L" TO WS-VAULT-FUNCTION
           ELSE
               MOVE "T" TO WS-VAULT-FUNCTION
           END-IF.
           MOVE W01-SSN TO WS-VAULT-SSN.
           CALL "SSNVAULT" USING
               BY REFERENCE WS-VAULT-FUNCTION
               BY REFERENCE PGCONN
               BY REFERENCE WS-VAULT-SSN
               BY REFERENCE WS-VAULT-TOKEN
               BY REFERENCE WS-VAULT-STATUS
           END-CALL.

           IF VAULT-OK THEN
               MOVE WS-VAULT-TOKEN TO W01-SSN
           ELSE
               IF VAULT-NOT-FOUND THEN
                   MOVE ZERO TO W01-SSN
               ELSE
                   SET VAULT-UNAVAILABLE TO TRUE
               END-IF
           END-IF.
       4510-EXIT.
           EXIT.

      ******************************************************************
      * 4520-CHECK-APPROVAL-NEEDED -- DECIDE WHETHER THE TRANSACTION
      * NOW IN W01-RECORD NEEDS A SECOND OPERATOR.  THE COMPARISON IS
      * AGAINST WHAT IS ON REGMAST, NOT AGAINST THE PREFILL, SO AN
      * OPERATOR WHO SKIPS THE INQUIRY STEP CANNOT SLIP A NAME OR SSN
      * CHANGE PAST THE HOLD.
      ******************************************************************
       4520-CHECK-APPROVAL-NEEDED.
           SET APPROVAL-NOT-REQUIRED TO TRUE.

           IF W01-TXN-DELETE THEN
               SET APPROVAL-REQUIRED TO TRUE
               GO TO 4520-EXIT
           END-IF.

           IF NOT W01-TXN-UPDATE THEN
               GO TO 4520-EXIT
           END-IF.

           IF MASTER-NOT-AVAILABLE THEN
               SET APPROVAL-REQUIRED TO TRUE
               GO TO 4520-EXIT
           END-IF.

           MOVE W01-RID TO M01-RID.
           READ REGMAST-FILE
               INVALID KEY
                   SET APPROVAL-REQUIRED TO TRUE
               NOT INVALID KEY
                   IF M01-SSN NOT EQUAL W01-SSN
                           OR M01-FIRST-NM NOT EQUAL W01-FIRST-NM
                           OR M01-LAST-NM NOT EQUAL W01-LAST-NM THEN
                       SET APPROVAL-REQUIRED TO TRUE
                   END-IF
           END-READ.
       4520-EXIT.
           EXIT.

      ******************************************************************
      * 4550-QUEUE-ATTRIBUTION -- THE OPR CHILD RECORD DIRECTLY
      * BEHIND ITS TRANSACTION: SAME RID AND TRANSACTION CODE, PLUS
      * (4550) AND THE CONTACT PATH (4800, TRANSACTION CODE "C").
      ******************************************************************
       4560-WRITE-ATTRIBUTION.
           PERFORM 4565-BUILD-ATTRIBUTION THRU 4565-EXIT.

           WRITE O01-ATTR-RECORD.
           IF WS-PEND-TXN-STATUS NOT EQUAL "00" THEN
               MOVE "ATTRIBUTION WRITE FAILED -- SEE OPERATOR"
                   TO MNT-MESSAGE
           END-IF.
       4560-EXIT.
           EXIT.

      ******************************************************************
      * 4565-BUILD-ATTRIBUTION -- LAY THE OPR RECORD DOWN IN THE
      * PENDTXN RECORD AREA WITHOUT WRITING IT.  4560 WRITES IT TO
      * PENDTXN; THE HELD-ENTRY PATHS COPY IT ONTO HELDTXN INSTEAD.
      ******************************************************************
       4565-BUILD-ATTRIBUTION.
           MOVE SPACE TO O01-ATTR-RECORD.
           MOVE "OPR" TO O01-REC-ID.
           MOVE WS-ATTR-RID    TO O01-RID.
           ACCEPT WS-ENTRY-TM FROM TIME.
           MOVE WS-ENTRY-DT TO O01-ENTRY-DT.
           MOVE WS-ENTRY-TM(1:6) TO O01-ENTRY-TM.
           IF APPROVAL-REQUIRED THEN
               SET O01-APPROVAL-HELD TO TRUE
           ELSE
               SET O01-APPROVAL-NOT-NEEDED TO TRUE
           END-IF.
           MOVE SPACE TO O01-APPROVER-ID.
           MOVE ZERO TO O01-APPROVAL-DT.
           MOVE ZERO TO O01-APPROVAL-TM.
       4565-EXIT.
           EXIT.

      ******************************************************************
      * 4570-PARK-CHANGE -- A CHANGE WITH A CHANGE EFFECTIVE DATE GOES
      * TO HELDTXN, NOT PENDTXN: THE FINISHED W01 RECORD (SSN ALREADY
      * TOKENIZED) AND ITS OPR RECORD, WITH THE APPROVAL STATE 4520
      * DECIDED.  A NAME OR SSN CHANGE STILL NEEDS ITS SECOND OPERATOR
      * -- REGFREL HANDS IT TO PENDTXN STILL HELD WHEN IT COMES DUE.
      ******************************************************************
       4570-PARK-CHANGE.
           MOVE SPACE TO F01-HELD-RECORD.
           MOVE MNT-HOLD-DT TO F01-EFF-DT.
           MOVE W01-RID TO F01-RID.
           SET F01-HELD-CHANGE TO TRUE.
           MOVE W01-RECORD TO F01-TXN-IMAGE.

           MOVE W01-RID    TO WS-ATTR-RID.
           MOVE W01-TXN-CD TO WS-ATTR-TXN-CD.
           PERFORM 4565-BUILD-ATTRIBUTION THRU 4565-EXIT.
           MOVE O01-ATTR-RECORD TO F01-ATTR-IMAGE.

           PERFORM 4900-PARK-HELD-ENTRY THRU 4900-EXIT.
           IF MNT-MESSAGE NOT EQUAL SPACE THEN
               GO TO 4570-EXIT
           END-IF.

           ADD 1 TO WS-TXNS-PARKED.
           IF APPROVAL-REQUIRED THEN
               STRING
                   "HELD CHANGE FOR RID " DELIMITED BY SIZE
                   F01-RID DELIMITED BY SIZE
                   " UNTIL " DELIMITED BY SIZE
                   F01-EFF-DT DELIMITED BY SIZE
                   " -- NEEDS APPROVAL" DELIMITED BY SIZE
                   INTO MNT-MESSAGE
               END-STRING
           ELSE
               STRING
                   "HELD CHANGE FOR RID " DELIMITED BY SIZE
                   F01-RID DELIMITED BY SIZE
                   " UNTIL " DELIMITED BY SIZE
                   F01-EFF-DT DELIMITED BY SIZE
                   INTO MNT-MESSAGE
               END-STRING
           END-IF.

           MOVE SPACE TO MNT-ACTION.
           MOVE SPACE TO MNT-RID.
           MOVE SPACE TO MNT-FIRST-NM.
           MOVE SPACE TO MNT-LAST-NM.
           MOVE SPACE TO MNT-SSN.
           MOVE SPACE TO MNT-REG-TS-TEXT.
           MOVE SPACE TO MNT-HOLD-DT.
       4570-EXIT.
           EXIT.

      ******************************************************************
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 4750-EDIT-ADDRESS-FIELDS -- THE EDITS REGFILE'S
      * 4410-EDIT-ADDRESS APPLIES TO AN ADR RECORD ON THE WAY IN,
      * THEN THE STATE / ZIP-PREFIX CROSS-CHECK.  THE STATE CODE ITSELF
      * IS PROVED BY THE REFERENCE FILE -- A CODE WITH NO RANGES ON IT
      * COMES BACK AS A MISMATCH.  FIRST FAILURE WINS THE MESSAGE LINE.
      ******************************************************************
       4750-EDIT-ADDRESS-FIELDS.
           IF MNT-STREET EQUAL SPACE OR MNT-CITY EQUAL SPACE THEN
               MOVE "STREET AND CITY ARE REQUIRED" TO MNT-MESSAGE
               GO TO 4750-EXIT
           END-IF.

           IF MNT-STATE NOT ALPHABETIC-UPPER OR
                   MNT-STATE(1:1) EQUAL SPACE OR
                   MNT-STATE(2:1) EQUAL SPACE THEN
               MOVE "STATE MUST BE A TWO-LETTER CODE" TO MNT-MESSAGE
               GO TO 4750-EXIT
           END-IF.

           IF MNT-POSTAL(1:5) NOT NUMERIC OR
                   (MNT-POSTAL(6:4) NOT EQUAL SPACE AND
                    MNT-POSTAL(6:4) NOT NUMERIC) THEN
               MOVE "ZIP MUST BE FIVE OR NINE DIGITS" TO MNT-MESSAGE
               GO TO 4750-EXIT
           END-IF.

           IF MNT-ADDR-TYPE NOT EQUAL "M" AND
                   MNT-ADDR-TYPE NOT EQUAL "R" THEN
               MOVE "ADDRESS TYPE MUST BE M OR R" TO MNT-MESSAGE
               GO TO 4750-EXIT
           END-IF.

           IF MNT-EFF-DT NOT NUMERIC THEN
               MOVE "EFF DATE MUST BE YYYYMMDD" TO MNT-MESSAGE
               GO TO 4750-EXIT
           END-IF.

           MOVE MNT-EFF-DT(1:4) TO WS-TS-YYYY.
           MOVE MNT-EFF-DT(5:2) TO WS-TS-MM.
           MOVE MNT-EFF-DT(7:2) TO WS-TS-DD.
           MOVE ZERO TO WS-TS-HH.
           MOVE ZERO TO WS-TS-MIN.
           MOVE ZERO TO WS-TS-SS.
           PERFORM 5200-EDIT-REG-TS THRU 5200-EXIT.
           IF TS-INVALID THEN
               MOVE "EFF DATE IS NOT A VALID DATE" TO MNT-MESSAGE
               GO TO 4750-EXIT
           END-IF.

           CALL "ZIPCHK" USING MNT-STATE MNT-POSTAL WS-ZIP-RESULT
           END-CALL.
           IF ZIP-MISMATCH THEN
               MOVE "ZIP DOES NOT BELONG TO THAT STATE" TO MNT-MESSAGE
               GO TO 4750-EXIT
           END-IF.
       4750-EXIT.
           EXIT.

      ******************************************************************
      * 4800-QUEUE-CONTACT -- BUILD THE CTC CHILD RECORD FROM THE
      * VALIDATED SCREEN FIELDS, APPEND IT TO PENDTXN, AND FOLLOW IT

           MOVE MNT-RID TO WS-ATTR-RID.
           MOVE "C" TO WS-ATTR-TXN-CD.
           SET APPROVAL-NOT-REQUIRED TO TRUE.
           PERFORM 4560-WRITE-ATTRIBUTION THRU 4560-EXIT.

           MOVE SPACE TO MNT-ACTION.
       4800-EXIT.
           EXIT.

      ******************************************************************
      * 4850-QUEUE-ADDRESS -- BUILD THE ADR CHILD RECORD FROM THE
      * VALIDATED SCREEN FIELDS, APPEND IT TO PENDTXN, AND FOLLOW IT
      * WITH ITS ATTRIBUTION (TRANSACTION CODE "A").  AN ADDRESS IS
      * NOT A NAME OR SSN CHANGE, SO IT IS NEVER HELD FOR APPROVAL.
      ******************************************************************
       4850-QUEUE-ADDRESS.
           MOVE SPACE TO A01-ADDR-RECORD.
           MOVE "ADR" TO A01-REC-ID.
           MOVE MNT-RID       TO A01-RID.
           MOVE MNT-STREET    TO A01-STREET.
           MOVE MNT-CITY      TO A01-CITY.
           MOVE MNT-STATE     TO A01-STATE.
           MOVE MNT-POSTAL    TO A01-POSTAL.
           MOVE MNT-ADDR-TYPE TO A01-ADDR-TYPE.
           MOVE MNT-EFF-DT    TO A01-EFF-DT.

           ACCEPT WS-TODAY-DT FROM DATE YYYYMMDD.
           IF A01-EFF-DT GREATER WS-TODAY-DT THEN
               PERFORM 4860-PARK-ADDRESS THRU 4860-EXIT
               GO TO 4850-EXIT
           END-IF.

           WRITE A01-ADDR-RECORD.
           IF WS-PEND-TXN-STATUS NOT EQUAL "00" THEN
               MOVE "WRITE TO PENDTXN FAILED -- SEE OPERATOR"
                   TO MNT-MESSAGE
               GO TO 4850-EXIT
           END-IF.

           ADD 1 TO WS-TXNS-QUEUED.
           MOVE SPACE TO MNT-MESSAGE.
           IF ZIP-NOT-CHECKED THEN
               STRING
                   "QUEUED ADDRESS FOR RID " DELIMITED BY SIZE
                   MNT-RID DELIMITED BY SIZE
                   " -- ZIP NOT VERIFIED" DELIMITED BY SIZE
                   INTO MNT-MESSAGE
               END-STRING
           ELSE
               STRING
                   "QUEUED ADDRESS FOR RID " DELIMITED BY SIZE
                   MNT-RID DELIMITED BY SIZE
                   INTO MNT-MESSAGE
               END-STRING
           END-IF.

           MOVE MNT-RID TO WS-ATTR-RID.
           MOVE "A" TO WS-ATTR-TXN-CD.
           SET APPROVAL-NOT-REQUIRED TO TRUE.
           PERFORM 4560-WRITE-ATTRIBUTION THRU 4560-EXIT.

           MOVE SPACE TO MNT-ACTION.
           MOVE SPACE TO MNT-STREET.
           MOVE SPACE TO MNT-CITY.
           MOVE SPACE TO MNT-STATE.
           MOVE SPACE TO MNT-POSTAL.
           MOVE SPACE TO MNT-ADDR-TYPE.
           MOVE SPACE TO MNT-EFF-DT.
       4850-EXIT.
           EXIT.

      ******************************************************************
      * 4860-PARK-ADDRESS -- AN ADDRESS EFFECTIVE AFTER TODAY GOES TO
      * HELDTXN WITH ITS OPR RECORD, KEYED ON THE EFFECTIVE DATE AND
      * ADDRESS TYPE.  LIKE ANY ADDRESS IT NEEDS NO APPROVAL.
      ******************************************************************
       4860-PARK-ADDRESS.
           IF HELD-FILE-NOT-AVAILABLE THEN
               MOVE "HELDTXN UNAVAILABLE -- CANNOT HOLD AN ADDRESS"
                   TO MNT-MESSAGE
               GO TO 4860-EXIT
           END-IF.

           MOVE SPACE TO F01-HELD-RECORD.
           MOVE A01-EFF-DT    TO F01-EFF-DT.
           MOVE A01-RID       TO F01-RID.
           MOVE A01-ADDR-TYPE TO F01-HELD-TYPE.
           MOVE A01-ADDR-RECORD TO F01-TXN-IMAGE.

           MOVE MNT-RID TO WS-ATTR-RID.
           MOVE "A" TO WS-ATTR-TXN-CD.
           SET APPROVAL-NOT-REQUIRED TO TRUE.
           PERFORM 4565-BUILD-ATTRIBUTION THRU 4565-EXIT.
           MOVE O01-ATTR-RECORD TO F01-ATTR-IMAGE.

           PERFORM 4900-PARK-HELD-ENTRY THRU 4900-EXIT.
           IF MNT-MESSAGE NOT EQUAL SPACE THEN
               GO TO 4860-EXIT
           END-IF.

           ADD 1 TO WS-TXNS-PARKED.
           IF ZIP-NOT-CHECKED THEN
               STRING
                   "HELD ADDRESS FOR RID " DELIMITED BY SIZE
                   F01-RID DELIMITED BY SIZE
                   " UNTIL " DELIMITED BY SIZE
                   F01-EFF-DT DELIMITED BY SIZE
                   " -- ZIP NOT VERIFIED" DELIMITED BY SIZE
                   INTO MNT-MESSAGE
               END-STRING
           ELSE
               STRING
                   "HELD ADDRESS FOR RID " DELIMITED BY SIZE
                   F01-RID DELIMITED BY SIZE
                   " UNTIL " DELIMITED BY SIZE
                   F01-EFF-DT DELIMITED BY SIZE
                   INTO MNT-MESSAGE
               END-STRING
           END-IF.

           MOVE SPACE TO MNT-ACTION.
           MOVE SPACE TO MNT-STREET.
           MOVE SPACE TO MNT-CITY.
           MOVE SPACE TO MNT-STATE.
           MOVE SPACE TO MNT-POSTAL.
           MOVE SPACE TO MNT-ADDR-TYPE.
           MOVE SPACE TO MNT-EFF-DT.
       4860-EXIT.
           EXIT.

      ******************************************************************
      * 4900-PARK-HELD-ENTRY -- WRITE THE ENTRY BUILT IN F01-HELD-
      * RECORD (KEY AND BOTH IMAGES) TO HELDTXN.  ONE CHANGE OF A
      * KIND PER REGISTRANT PER DAY: A LIVE ENTRY ALREADY ON THE KEY
      * IS LEFT ALONE AND THE OPERATOR IS SENT TO REGFMNT TO CHANGE
      * IT; A CANCELLED ONE IS SIMPLY REPLACED.
      ******************************************************************
       4900-PARK-HELD-ENTRY.
           ACCEPT WS-TODAY-DT FROM DATE YYYYMMDD.
           SET F01-STATUS-HELD TO TRUE.
           SET F01-HAS-ATTR TO TRUE.
           MOVE "REGMAINT"     TO F01-SOURCE-SYSTEM.
           MOVE WS-TODAY-DT    TO F01-PARKED-DT.
           MOVE WS-OPERATOR-ID TO F01-CHANGED-BY.
           MOVE WS-TODAY-DT    TO F01-CHANGED-DT.

           WRITE F01-HELD-RECORD
               INVALID KEY
                   PERFORM 4910-REPLACE-CANCELLED THRU 4910-EXIT
           END-WRITE.
           IF MNT-MESSAGE EQUAL SPACE AND NOT HELD-IO-OK THEN
               MOVE "WRITE TO HELDTXN FAILED -- SEE OPERATOR"
                   TO MNT-MESSAGE
           END-IF.
       4900-EXIT.
           EXIT.

      ******************************************************************
      * 4910-REPLACE-CANCELLED -- THE KEY IS TAKEN.  READ WHAT IS ON
      * IT INTO THE WORKING COPY OF THE RECORD ONLY AFTER SAVING THE
      * NEW ENTRY, SO A LIVE ENTRY CAN BE REPORTED AND A CANCELLED ONE
      * OVERWRITTEN.
      ******************************************************************
       4910-REPLACE-CANCELLED.
           MOVE F01-HELD-RECORD TO WS-NEW-HELD-RECORD.
           READ HELD-TXN
               INVALID KEY
                   MOVE "WRITE TO HELDTXN FAILED -- SEE OPERATOR"
                       TO MNT-MESSAGE
                   GO TO 4910-EXIT
           END-READ.
           IF F01-STATUS-HELD THEN
               MOVE WS-NEW-HELD-RECORD TO F01-HELD-RECORD
               MOVE "ALREADY HELD FOR THAT DATE -- CHANGE IT IN REGFMNT"
                   TO MNT-MESSAGE
               GO TO 4910-EXIT
           END-IF.

           MOVE WS-NEW-HELD-RECORD TO F01-HELD-RECORD.
           REWRITE F01-HELD-RECORD
               INVALID KEY
                   MOVE "WRITE TO HELDTXN FAILED -- SEE OPERATOR"
                       TO MNT-MESSAGE
           END-REWRITE.
       4910-EXIT.
           EXIT.

      ******************************************************************
      * 5100-EDIT-SSN -- STRUCTURAL PLAUSIBILITY CHECK, SAME RULES AS
      * REGFILE'S LOAD-SIDE EDIT: AREA 000/666/900-999, GROUP 00, AND
      * SERIAL 0000 ARE NEVER ISSUED.  A 9XX VALUE IS A VAULT TOKEN
      * (PREFILLED FROM REGMAST); THE LOAD PROVES IT AGAINST THE
      * VAULT.
      ******************************************************************
       5100-EDIT-SSN.
           SET SSN-VALID TO TRUE.
           IF SSN-IS-TOKEN THEN
               GO TO 5100-EXIT
           END-IF.

           IF WS-SSN-AREA EQUAL ZERO OR WS-SSN-AREA EQUAL 666
                   OR WS-SSN-AREA GREATER OR EQUAL 900 THEN
           IF MASTER-AVAILABLE THEN
               CLOSE REGMAST-FILE
           END-IF.
           IF HELD-FILE-AVAILABLE THEN
               CLOSE HELD-TXN
           END-IF.
           IF DB-CONNECTED THEN
               CALL "PQfinish" USING BY VALUE PGCONN END-CALL
           END-IF.
       7000-EXIT.
           EXIT.


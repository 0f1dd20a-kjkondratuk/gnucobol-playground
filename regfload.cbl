      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       FUTURE-DATED INTAKE.  READS A BUREAU BATCH OF
      *                CHANGES THAT ARE KNOWN AHEAD OF THEIR EFFECTIVE
      *                DATE (FUTRIN) AND PARKS EACH ONE ON THE HELD-
      *                TRANSACTION FILE (HELDTXN, LAYOUT IN HELDDEF)
      *                FOR REGFREL TO RELEASE ON THE DAY.  FUTRIN IS
      *                BUILT LIKE ANY REGIN FEED -- W00 HEADER, DETAIL
      *                RECORDS, W99 TRAILER WITH RECORD COUNT AND
      *                RID/SSN HASH -- AND THE CONTROLS ARE PROVED
      *                BEFORE ANYTHING IS PARKED.  ONLY TWO KINDS OF
      *                DETAIL CAN BE HELD:
      *                  - AN A01 ADDRESS, HELD UNTIL ITS OWN
      *                    A01-EFF-DT;
      *                  - A W01 "U" CHANGE, HELD UNTIL THE DATE ON THE
      *                    "EFF" RECORD (LAYOUT BELOW) SENT DIRECTLY
      *                    AHEAD OF IT FOR THE SAME RID.
      *                THE EFFECTIVE DATE MUST BE LATER THAN THE RUN
      *                DATE; ANYTHING DUE NOW BELONGS ON THE NIGHTLY
      *                REGIN FEED.  THE SSN ON A CHANGE IS EXCHANGED
      *                FOR ITS SSNVAULT TOKEN BEFORE IT IS PARKED, THE
      *                SAME AS REGFILE DOES ON LOAD.  AN ENTRY ALREADY
      *                HELD FOR THE SAME RID, DATE AND KIND IS REPLACED
      *                BY THE LATER SEND (AN IDENTICAL RESEND IS JUST
      *                COUNTED).  EVERY RECORD NOT PARKED IS LISTED
      *                WITH ITS REASON, SSN MASKED, ON FLOADRPT.
      *
      *                RETURN CODE 0 WHEN EVERYTHING WAS PARKED, 4 WHEN
      *                ANY RECORD WAS REFUSED OR NO FILE CAME IN, 1 WHEN
      *                THE CONTROLS DO NOT PROVE OR A FILE WILL NOT
      *                OPEN (NOTHING IS PARKED THEN).
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -m -STD=IBM -LPQ SSNVAULT.CBL -o SSNVAULT.so
      *                COBC -X -STD=IBM -LPQ REGFLOAD.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL FUTURE-DATED INTAKE.
      *    20261015 TWK  HELDTXN I/O RETURNING 02 (RID ALREADY HAS A
      *                  HELD ENTRY) IS TREATED AS SUCCESS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGFLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUTR-IN ASSIGN TO "FUTRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FUTR-IN-STATUS.
           SELECT HELD-TXN ASSIGN TO "HELDTXN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F01-HELD-KEY
               ALTERNATE RECORD KEY IS F01-RID WITH DUPLICATES
               FILE STATUS IS WS-HELD-TXN-STATUS.
           SELECT FLOAD-RPT ASSIGN TO "FLOADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOAD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUTR-IN.
           COPY FILEDEF.
           COPY ADDRDEF.
      *----------------------------------------------------------------
      * EFFECTIVE-DATE RECORD -- SENT BY THE BUREAU DIRECTLY AHEAD OF
      * A W01 "U" CHANGE TO SAY WHEN IT TAKES EFFECT.  "EFF" IN BYTES
      * 1-3 LIKE THE OTHER CHILD RECORDS; PADDED TO THE W01-RECORD
      * LENGTH.  COUNTED IN THE TRAILER RECORD COUNT, NOT THE HASH.
      *----------------------------------------------------------------
       01  E01-EFFECTIVE-RECORD.
           05  E01-REC-ID                     PIC X(03).
               88  E01-EFFECTIVE-ID               VALUE "EFF".
           05  E01-RID                        PIC 9(06).
           05  E01-EFF-DT                     PIC 9(08).
           05  FILLER                         PIC X(59).

       FD  HELD-TXN.
           COPY HELDDEF.

       FD  FLOAD-RPT.
       01  FR-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FUTR-IN-STATUS        PIC X(02).
       01  WS-HELD-TXN-STATUS       PIC X(02).
      *    "02" IS A GOOD WRITE OR READ: THE RID ALREADY HAS ANOTHER
      *    HELD ENTRY ON THE F01-RID ALTERNATE KEY, WHICH IS EXPECTED.
           88  HELD-IO-OK               VALUE "00" "02".
       01  WS-FLOAD-RPT-STATUS      PIC X(02).
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-FILE              VALUE "Y".
           88  NOT-END-OF-FILE          VALUE "N".

      *----------------------------------------------------------------
      * BATCH CONTROL PROOF -- FIRST PASS OVER FUTRIN.  SAME RULES AS
      * REGFILE: THE TRAILER COUNT COVERS EVERY DETAIL RECORD, THE
      * HASH IS RID PLUS SSN OVER THE W01 RECORDS AS SENT, LOW-ORDER
      * FIFTEEN DIGITS.
      *----------------------------------------------------------------
       01  WS-BATCH-ID              PIC X(12).
       01  WS-SOURCE-SYSTEM         PIC X(08).
       01  WS-RECORD-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-HASH-TOTAL            PIC 9(15) VALUE ZERO.
       01  WS-TRAILER-SW            PIC X(01) VALUE "N".
           88  TRAILER-SEEN             VALUE "Y".
           88  TRAILER-NOT-SEEN         VALUE "N".
       01  WS-EXPECTED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-EXPECTED-HASH         PIC 9(15) VALUE ZERO.
       01  WS-RUN-DT                PIC 9(08).

      *----------------------------------------------------------------
      * SECOND PASS -- THE EFF RECORD IN HAND WAITS FOR THE CHANGE
      * BEHIND IT.  AN EFF RECORD NOT FOLLOWED BY A CHANGE FOR ITS RID
      * IS REFUSED WHEN THE NEXT RECORD ARRIVES.
      *----------------------------------------------------------------
       01  WS-RECORD-NO             PIC 9(06) VALUE ZERO.
       01  WS-EFF-SW                PIC X(01) VALUE "N".
           88  EFF-PENDING              VALUE "Y".
           88  EFF-NOT-PENDING          VALUE "N".
       01  WS-EFF-RID               PIC 9(06).
       01  WS-EFF-DT                PIC 9(08).
       01  WS-EFF-RECORD-NO         PIC 9(06).
       01  WS-HOLD-DT               PIC 9(08).
       01  WS-REFUSE-REASON         PIC X(34).
       01  WS-NEW-HELD-RECORD       PIC X(220).
       01  WS-NEW-TXN-IMAGE         PIC X(76).

       01  WS-RECORDS-READ          PIC 9(06) VALUE ZERO.
       01  WS-CHANGES-PARKED        PIC 9(06) VALUE ZERO.
       01  WS-ADDRESSES-PARKED      PIC 9(06) VALUE ZERO.
       01  WS-ENTRIES-REPLACED      PIC 9(06) VALUE ZERO.
       01  WS-RESENDS-IGNORED       PIC 9(06) VALUE ZERO.
       01  WS-RECORDS-REFUSED       PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * CALENDAR EDIT -- THE SAME RULES REGFILE APPLIES, SO A DATE
      * THAT IS HELD FOR WILL ALSO LOAD.
      *----------------------------------------------------------------
       01  WS-CHECK-DT              PIC 9(08).
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-DT.
           05  WS-CHECK-YYYY        PIC 9(04).
           05  WS-CHECK-MM          PIC 9(02).
           05  WS-CHECK-DD          PIC 9(02).
       01  WS-DAYS-TABLE-X.
           05  FILLER               PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-X.
           05  WS-DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.
       01  WS-MAX-DAY               PIC 9(02).
       01  WS-LEAP-QUOTIENT         PIC 9(04).
       01  WS-LEAP-REMAINDER        PIC 9(02).
       01  WS-CENTURY-QUOTIENT      PIC 9(04).
       01  WS-CENTURY-REMAINDER     PIC 9(02).
       01  WS-400-QUOTIENT          PIC 9(04).
       01  WS-400-REMAINDER         PIC 9(02).
       01  WS-LEAP-YEAR-SW          PIC X(01).
           88  LEAP-YEAR                VALUE "Y".
           88  NOT-LEAP-YEAR            VALUE "N".
       01  WS-DATE-VALID-SW         PIC X(01).
           88  DATE-VALID               VALUE "Y".
           88  DATE-INVALID             VALUE "N".

      *----------------------------------------------------------------
      * SSN EDIT AND VAULT -- THE SAME PLAUSIBILITY RULES REGFILE
      * APPLIES.  A 9XX VALUE IS ALREADY A TOKEN AND IS ONLY VERIFIED.
      *----------------------------------------------------------------
       01  WS-SSN-CHECK.
           05  WS-SSN-AREA          PIC 9(03).
               88  SSN-IS-TOKEN         VALUE 900 THRU 999.
           05  WS-SSN-GROUP         PIC 9(02).
           05  WS-SSN-SERIAL        PIC 9(04).
       01  PGCONN                   USAGE POINTER.
       01  WS-CALLER-ID             PIC X(09) VALUE "REGFLOAD".
       01  WS-CONN-STATUS           PIC 9(02).
       01  WS-DB-SW                 PIC X(01) VALUE "N".
           88  DB-CONNECTED             VALUE "Y".
           88  DB-NOT-CONNECTED         VALUE "N".
       01  WS-VAULT-FUNCTION        PIC X(01).
       01  WS-VAULT-SSN             PIC 9(09).
       01  WS-VAULT-TOKEN           PIC 9(09).
       01  WS-VAULT-STATUS          PIC 9(02).
           88  VAULT-OK                 VALUE 00.
           88  VAULT-NOT-FOUND          VALUE 04.
       01  WS-MASKED-SSN            PIC X(11).

      *----------------------------------------------------------------
      * INTAKE REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(30) VALUE
               "REGFLOAD FUTURE-DATED INTAKE".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  FR-H1-RUN-DT         PIC 9(08).
           05  FILLER               PIC X(08) VALUE "  BATCH ".
           05  FR-H1-BATCH-ID       PIC X(12).
           05  FILLER               PIC X(09) VALUE "  SOURCE ".
           05  FR-H1-SOURCE         PIC X(08).
       01  WS-RPT-H2.
           05  FILLER               PIC X(07) VALUE "RECORD".
           05  FILLER               PIC X(35) VALUE "DISPOSITION".
           05  FILLER               PIC X(07) VALUE "RID".
           05  FILLER               PIC X(12) VALUE "SSN".
           05  FILLER               PIC X(09) VALUE "EFFECTIVE".
       01  WS-RPT-DETAIL.
           05  FR-DT-RECORD-NO      PIC Z(05)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FR-DT-REASON         PIC X(34).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FR-DT-RID            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FR-DT-SSN            PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FR-DT-EFF-DT         PIC X(08).
       01  WS-RPT-TOTAL.
           05  FR-TL-LABEL          PIC X(30).
           05  FR-TL-COUNT          PIC Z(05)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           PERFORM 2000-PROVE-CONTROLS THRU 2000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-PARK-RECORDS THRU 4000-EXIT.
           PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 2000-PROVE-CONTROLS -- READ FUTRIN END TO END AND PROVE IT
      * AGAINST ITS OWN HEADER AND TRAILER BEFORE ANYTHING IS PARKED.
      * NO FILE IS A DAY THE BUREAU HAD NOTHING FUTURE-DATED TO SEND.
      ******************************************************************
       2000-PROVE-CONTROLS.
           OPEN INPUT FUTR-IN.
           IF WS-FUTR-IN-STATUS EQUAL "35" THEN
               DISPLAY "NO FUTURE-DATED FILE TO PARK" END-DISPLAY
               MOVE 4 TO WS-RETURN-CODE
               GOBACK RETURNING WS-RETURN-CODE
           END-IF.
           IF WS-FUTR-IN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN FUTRIN, STATUS="
                   WS-FUTR-IN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           READ FUTR-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF END-OF-FILE OR NOT W00-HEADER-ID THEN
               DISPLAY "ERROR: FUTRIN DOES NOT START WITH A HEADER"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           MOVE W00-BATCH-ID TO WS-BATCH-ID.
           MOVE W00-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.

           READ FUTR-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM 2100-PROVE-ONE-RECORD THRU 2100-EXIT
               UNTIL END-OF-FILE OR TRAILER-SEEN.

           IF TRAILER-NOT-SEEN THEN
               DISPLAY "ERROR: FUTRIN " WS-BATCH-ID
                   " HAS NO TRAILER -- NOTHING PARKED" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           IF WS-RECORD-COUNT NOT EQUAL WS-EXPECTED-COUNT OR
                   WS-HASH-TOTAL NOT EQUAL WS-EXPECTED-HASH THEN
               DISPLAY "ERROR: FUTRIN " WS-BATCH-ID
                   " CONTROLS DO NOT PROVE -- COUNT " WS-RECORD-COUNT
                   " VS " WS-EXPECTED-COUNT ", HASH " WS-HASH-TOTAL
                   " VS " WS-EXPECTED-HASH UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           CLOSE FUTR-IN.
           SET NOT-END-OF-FILE TO TRUE.
       2000-EXIT.
           EXIT.

       2100-PROVE-ONE-RECORD.
           IF W99-TRAILER-ID THEN
               SET TRAILER-SEEN TO TRUE
               MOVE W99-RECORD-COUNT TO WS-EXPECTED-COUNT
               MOVE W99-HASH-TOTAL TO WS-EXPECTED-HASH
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-RECORD-COUNT.
           IF W01-RID NUMERIC AND W01-SSN NUMERIC THEN
               ADD W01-RID TO WS-HASH-TOTAL
               ADD W01-SSN TO WS-HASH-TOTAL
           END-IF.

           READ FUTR-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES -- FUTRIN AGAIN FOR THE PARKING PASS, HELDTXN
      * (CREATED ON FIRST USE), THE REPORT, AND THE DATABASE FOR THE
      * SSN VAULT.  WITHOUT THE VAULT NOTHING CARRYING AN SSN CAN BE
      * PARKED, SO THE RUN STOPS BEFORE IT STARTS.
      ******************************************************************
       3000-OPEN-FILES.
           OPEN INPUT FUTR-IN.
           IF WS-FUTR-IN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO REOPEN FUTRIN, STATUS="
                   WS-FUTR-IN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN I-O HELD-TXN.
           IF WS-HELD-TXN-STATUS EQUAL "35" THEN
               OPEN OUTPUT HELD-TXN
               CLOSE HELD-TXN
               OPEN I-O HELD-TXN
           END-IF.
           IF WS-HELD-TXN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN HELDTXN, STATUS="
                   WS-HELD-TXN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN OUTPUT FLOAD-RPT.
           IF WS-FLOAD-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN FLOADRPT, STATUS="
                   WS-FLOAD-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           CALL "DBCONN" USING
               BY REFERENCE WS-CALLER-ID
               BY REFERENCE PGCONN
               BY REFERENCE WS-CONN-STATUS
           END-CALL.
           IF WS-CONN-STATUS NOT EQUAL ZERO THEN
               DISPLAY "ERROR: NO DATABASE FOR THE SSN VAULT -- "
                   "NOTHING PARKED" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           SET DB-CONNECTED TO TRUE.

           MOVE WS-RUN-DT TO FR-H1-RUN-DT.
           MOVE WS-BATCH-ID TO FR-H1-BATCH-ID.
           MOVE WS-SOURCE-SYSTEM TO FR-H1-SOURCE.
           WRITE FR-LINE FROM WS-RPT-H1.
           MOVE SPACE TO FR-LINE.
           WRITE FR-LINE.
           WRITE FR-LINE FROM WS-RPT-H2.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PARK-RECORDS -- SKIP THE HEADER, THEN ONE DETAIL RECORD AT
      * A TIME UP TO THE TRAILER.
      ******************************************************************
       4000-PARK-RECORDS.
           READ FUTR-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           READ FUTR-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM 4100-PARK-ONE-RECORD THRU 4100-EXIT
               UNTIL END-OF-FILE OR W99-TRAILER-ID.

           IF EFF-PENDING THEN
               PERFORM 4190-REFUSE-ORPHAN-EFF THRU 4190-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PARK-ONE-RECORD.
           ADD 1 TO WS-RECORD-NO.
           ADD 1 TO WS-RECORDS-READ.

           IF E01-EFFECTIVE-ID THEN
               IF EFF-PENDING THEN
                   PERFORM 4190-REFUSE-ORPHAN-EFF THRU 4190-EXIT
               END-IF
               PERFORM 4150-TAKE-EFF-RECORD THRU 4150-EXIT
               GO TO 4100-READ-NEXT
           END-IF.

           IF A01-ADDRESS-ID THEN
               IF EFF-PENDING THEN
                   PERFORM 4190-REFUSE-ORPHAN-EFF THRU 4190-EXIT
               END-IF
               PERFORM 4300-PARK-ADDRESS THRU 4300-EXIT
               GO TO 4100-READ-NEXT
           END-IF.

           IF W01-RID NUMERIC AND W01-TXN-UPDATE THEN
               PERFORM 4200-PARK-CHANGE THRU 4200-EXIT
               GO TO 4100-READ-NEXT
           END-IF.

           IF EFF-PENDING THEN
               PERFORM 4190-REFUSE-ORPHAN-EFF THRU 4190-EXIT
           END-IF.
           MOVE "ONLY U CHANGES AND ADDRESSES HOLD" TO WS-REFUSE-REASON.
           MOVE SPACE TO FR-DT-EFF-DT.
           PERFORM 4800-REFUSE-RECORD THRU 4800-EXIT.

       4100-READ-NEXT.
           READ FUTR-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4150-TAKE-EFF-RECORD -- REMEMBER THE DATE FOR THE CHANGE THAT
      * SHOULD FOLLOW.  A BAD DATE IS REFUSED NOW, AND THE CHANGE
      * BEHIND IT IS THEN REFUSED FOR HAVING NO DATE.
      ******************************************************************
       4150-TAKE-EFF-RECORD.
           IF E01-RID NOT NUMERIC OR E01-EFF-DT NOT NUMERIC THEN
               MOVE "EFF RECORD NOT NUMERIC" TO WS-REFUSE-REASON
               MOVE SPACE TO FR-DT-EFF-DT
               PERFORM 4800-REFUSE-RECORD THRU 4800-EXIT
               GO TO 4150-EXIT
           END-IF.

           MOVE E01-EFF-DT TO WS-CHECK-DT.
           PERFORM 4500-EDIT-CALENDAR-DATE THRU 4500-EXIT.
           IF DATE-INVALID THEN
               MOVE "EFF DATE IS NOT A VALID DATE" TO WS-REFUSE-REASON
               MOVE E01-EFF-DT TO FR-DT-EFF-DT
               PERFORM 4800-REFUSE-RECORD THRU 4800-EXIT
               GO TO 4150-EXIT
           END-IF.

           SET EFF-PENDING TO TRUE.
           MOVE E01-RID TO WS-EFF-RID.
           MOVE E01-EFF-DT TO WS-EFF-DT.
           MOVE WS-RECORD-NO TO WS-EFF-RECORD-NO.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4190-REFUSE-ORPHAN-EFF -- AN EFF RECORD WITH NO CHANGE FOR ITS
      * RID DIRECTLY BEHIND IT.  LISTED UNDER ITS OWN RECORD NUMBER.
      ******************************************************************
       4190-REFUSE-ORPHAN-EFF.
           SET EFF-NOT-PENDING TO TRUE.
           ADD 1 TO WS-RECORDS-REFUSED.
           MOVE 4 TO WS-RETURN-CODE.
           MOVE SPACE TO WS-RPT-DETAIL.
           MOVE WS-EFF-RECORD-NO TO FR-DT-RECORD-NO.
           MOVE "EFF RECORD WITH NO CHANGE BEHIND IT" TO FR-DT-REASON.
           MOVE WS-EFF-RID TO FR-DT-RID.
           MOVE WS-EFF-DT TO FR-DT-EFF-DT.
           WRITE FR-LINE FROM WS-RPT-DETAIL.
       4190-EXIT.
           EXIT.

      ******************************************************************
      * 4200-PARK-CHANGE -- A W01 "U" CHANGE.  IT NEEDS ITS EFF RECORD
      * FOR THE SAME RID, A DATE AFTER TODAY, AND AN SSN THE VAULT
      * WILL TOKENIZE.
      ******************************************************************
       4200-PARK-CHANGE.
           IF EFF-NOT-PENDING OR WS-EFF-RID NOT EQUAL W01-RID THEN
               IF EFF-PENDING THEN
                   PERFORM 4190-REFUSE-ORPHAN-EFF THRU 4190-EXIT
               END-IF
               MOVE "CHANGE WITH NO EFF RECORD AHEAD"
                   TO WS-REFUSE-REASON
               MOVE SPACE TO FR-DT-EFF-DT
               PERFORM 4800-REFUSE-RECORD THRU 4800-EXIT
               GO TO 4200-EXIT
           END-IF.
           SET EFF-NOT-PENDING TO TRUE.
           MOVE WS-EFF-DT TO WS-HOLD-DT.
           MOVE WS-HOLD-DT TO FR-DT-EFF-DT.

           IF WS-HOLD-DT NOT GREATER WS-RUN-DT THEN
               MOVE "NOT FUTURE-DATED -- SEND ON REGIN"
                   TO WS-REFUSE-REASON
               PERFORM 4800-REFUSE-RECORD THRU 4800-EXIT
               GO TO 4200-EXIT
           END-IF.

           IF W01-SSN NOT NUMERIC THEN
               MOVE "SSN NOT NUMERIC" TO WS-REFUSE-REASON
               PERFORM 4800-REFUSE-RECORD THRU 4800-EXIT
               GO TO 4200-EXIT
           END-IF.

           PERFORM 4250-TOKENIZE-SSN THRU 4250-EXIT.
           IF WS-REFUSE-REASON NOT EQUAL SPACE THEN
               PERFORM 4800-REFUSE-RECORD THRU 4800-EXIT
               GO TO 4200-EXIT
           END-IF.

           MOVE SPACE TO F01-HELD-RECORD.
           MOVE WS-HOLD-DT TO F01-EFF-DT.
           MOVE W01-RID TO F01-RID.
           SET F01-HELD-CHANGE TO TRUE.
           MOVE W01-RECORD TO F01-TXN-IMAGE.
           PERFORM 4600-PARK-ENTRY THRU 4600-EXIT.
           IF WS-REFUSE-REASON EQUAL SPACE THEN
               ADD 1 TO WS-CHANGES-PARKED
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4250-TOKENIZE-SSN -- SAME RULES AS REGFILE'S 4145: AN
      * IMPLAUSIBLE SSN IDENTIFIES NOBODY AND IS REFUSED; A TOKEN IS
      * VERIFIED; A REAL SSN IS TOKENIZED.  A VAULT THAT CANNOT ANSWER
      * STOPS THE RUN -- EVERYTHING PARKED SO FAR STAYS PARKED, AND A
      * RERUN OF THE SAME FILE ONLY COUNTS IT AGAIN AS A RESEND.
      ******************************************************************
       4250-TOKENIZE-SSN.
           MOVE SPACE TO WS-REFUSE-REASON.
           MOVE W01-SSN TO WS-SSN-CHECK.
           IF NOT SSN-IS-TOKEN THEN
               IF WS-SSN-AREA EQUAL ZERO OR WS-SSN-AREA EQUAL 666
                       OR WS-SSN-GROUP EQUAL ZERO
                       OR WS-SSN-SERIAL EQUAL ZERO THEN
                   MOVE "SSN FAILS THE PLAUSIBILITY RULES"
                       TO WS-REFUSE-REASON
                   GO TO 4250-EXIT
               END-IF
           END-IF.

           MOVE W01-SSN TO WS-VAULT-SSN.
           MOVE W01-SSN TO WS-VAULT-TOKEN.
           IF SSN-IS-TOKEN THEN
               MOVE "V" TO WS-VAULT-FUNCTION
           ELSE
               MOVE "T" TO WS-VAULT-FUNCTION
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
               GO TO 4250-EXIT
           END-IF.
           IF VAULT-NOT-FOUND THEN
               MOVE "SSN TOKEN NOT IN THE VAULT" TO WS-REFUSE-REASON
               GO TO 4250-EXIT
           END-IF.

           DISPLAY "ERROR: SSN VAULT UNAVAILABLE AT RID " W01-RID
               " -- RUN STOPPED" UPON SYSERR
           END-DISPLAY.
           GO TO BAIL.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 4300-PARK-ADDRESS -- AN A01 ADDRESS, HELD UNTIL ITS OWN
      * EFFECTIVE DATE.  THE STATE/ZIP AND OTHER CONTENT EDITS STAY
      * WITH REGFILE WHEN IT IS RELEASED.
      ******************************************************************
       4300-PARK-ADDRESS.
           IF A01-RID NOT NUMERIC OR A01-EFF-DT NOT NUMERIC THEN
               MOVE "ADDRESS RID OR DATE NOT NUMERIC"
                   TO WS-REFUSE-REASON
               MOVE SPACE TO FR-DT-EFF-DT
               PERFORM 4800-REFUSE-RECORD THRU 4800-EXIT
               GO TO 4300-EXIT
           END-IF.
           MOVE A01-EFF-DT TO FR-DT-EFF-DT.

           IF NOT A01-TYPE-MAILING AND NOT A01-TYPE-RESIDENCE THEN
               MOVE "ADDRESS TYPE MUST BE M OR R" TO WS-REFUSE-REASON
               PERFORM 4800-REFUSE-RECORD THRU 4800-EXIT
               GO TO 4300-EXIT
           END-IF.

           MOVE A01-EFF-DT TO WS-CHECK-DT.
           PERFORM 4500-EDIT-CALENDAR-DATE THRU 4500-EXIT.
           IF DATE-INVALID THEN
               MOVE "EFF DATE IS NOT A VALID DATE" TO WS-REFUSE-REASON
               PERFORM 4800-REFUSE-RECORD THRU 4800-EXIT
               GO TO 4300-EXIT
           END-IF.

           IF A01-EFF-DT NOT GREATER WS-RUN-DT THEN
               MOVE "NOT FUTURE-DATED -- SEND ON REGIN"
                   TO WS-REFUSE-REASON
               PERFORM 4800-REFUSE-RECORD THRU 4800-EXIT
               GO TO 4300-EXIT
           END-IF.

           MOVE SPACE TO F01-HELD-RECORD.
           MOVE A01-EFF-DT TO F01-EFF-DT.
           MOVE A01-RID TO F01-RID.
           MOVE A01-ADDR-TYPE TO F01-HELD-TYPE.
           MOVE A01-ADDR-RECORD TO F01-TXN-IMAGE.
           MOVE SPACE TO WS-REFUSE-REASON.
           PERFORM 4600-PARK-ENTRY THRU 4600-EXIT.
           IF WS-REFUSE-REASON EQUAL SPACE THEN
               ADD 1 TO WS-ADDRESSES-PARKED
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4500-EDIT-CALENDAR-DATE -- WS-CHECK-DT MUST BE A REAL DAY,
      * WITH THE DIVISION-BASED LEAP-YEAR RULE REGFILE USES.
      ******************************************************************
       4500-EDIT-CALENDAR-DATE.
           SET DATE-VALID TO TRUE.
           IF WS-CHECK-MM LESS 1 OR WS-CHECK-MM GREATER 12 THEN
               SET DATE-INVALID TO TRUE
               GO TO 4500-EXIT
           END-IF.

           MOVE WS-DAYS-IN-MONTH(WS-CHECK-MM) TO WS-MAX-DAY.
           IF WS-CHECK-MM EQUAL 2 THEN
               SET NOT-LEAP-YEAR TO TRUE
               DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER EQUAL ZERO THEN
                   DIVIDE WS-CHECK-YYYY BY 100
                       GIVING WS-CENTURY-QUOTIENT
                       REMAINDER WS-CENTURY-REMAINDER
                   IF WS-CENTURY-REMAINDER NOT EQUAL ZERO THEN
                       SET LEAP-YEAR TO TRUE
                   ELSE
                       DIVIDE WS-CHECK-YYYY BY 400
                           GIVING WS-400-QUOTIENT
                           REMAINDER WS-400-REMAINDER
                       IF WS-400-REMAINDER EQUAL ZERO THEN
                           SET LEAP-YEAR TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF LEAP-YEAR THEN
                   MOVE 29 TO WS-MAX-DAY
               END-IF
           END-IF.

           IF WS-CHECK-DD LESS 1 OR WS-CHECK-DD GREATER WS-MAX-DAY
               THEN
               SET DATE-INVALID TO TRUE
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4600-PARK-ENTRY -- WRITE THE ENTRY BUILT IN F01-HELD-RECORD.
      * WHEN THE KEY IS ALREADY TAKEN THE LATER SEND WINS: A CANCELLED
      * OR DIFFERENT ENTRY IS REPLACED AND LISTED, AN IDENTICAL LIVE
      * ONE IS A RESEND AND IS ONLY COUNTED.  THE BUREAU SENDS NO OPR
      * RECORD, SO THE ENTRY CARRIES NONE.
      ******************************************************************
       4600-PARK-ENTRY.
           MOVE SPACE TO WS-REFUSE-REASON.
           SET F01-STATUS-HELD TO TRUE.
           MOVE WS-SOURCE-SYSTEM TO F01-SOURCE-SYSTEM.
           MOVE WS-RUN-DT TO F01-PARKED-DT.
           MOVE WS-SOURCE-SYSTEM TO F01-CHANGED-BY.
           MOVE WS-RUN-DT TO F01-CHANGED-DT.
           SET F01-NO-ATTR TO TRUE.
           MOVE SPACE TO F01-ATTR-IMAGE.

           WRITE F01-HELD-RECORD
               INVALID KEY
                   PERFORM 4650-REPLACE-ENTRY THRU 4650-EXIT
                   GO TO 4600-EXIT
           END-WRITE.
           PERFORM 4690-CHECK-HELD-IO THRU 4690-EXIT.
       4600-EXIT.
           EXIT.

       4650-REPLACE-ENTRY.
           MOVE F01-HELD-RECORD TO WS-NEW-HELD-RECORD.
           MOVE F01-TXN-IMAGE TO WS-NEW-TXN-IMAGE.
           READ HELD-TXN.
           PERFORM 4690-CHECK-HELD-IO THRU 4690-EXIT.

           IF F01-STATUS-HELD AND
                   F01-TXN-IMAGE EQUAL WS-NEW-TXN-IMAGE THEN
               ADD 1 TO WS-RESENDS-IGNORED
               MOVE "RESEND -- ALREADY HELD" TO WS-REFUSE-REASON
               GO TO 4650-EXIT
           END-IF.

           MOVE WS-NEW-HELD-RECORD TO F01-HELD-RECORD.
           REWRITE F01-HELD-RECORD.
           PERFORM 4690-CHECK-HELD-IO THRU 4690-EXIT.
           ADD 1 TO WS-ENTRIES-REPLACED.

           MOVE SPACE TO WS-RPT-DETAIL.
           MOVE WS-RECORD-NO TO FR-DT-RECORD-NO.
           MOVE "REPLACED THE ENTRY ALREADY HELD" TO FR-DT-REASON.
           MOVE F01-RID TO FR-DT-RID.
           MOVE F01-EFF-DT TO FR-DT-EFF-DT.
           WRITE FR-LINE FROM WS-RPT-DETAIL.
       4650-EXIT.
           EXIT.

       4690-CHECK-HELD-IO.
           IF NOT HELD-IO-OK THEN
               DISPLAY "ERROR: HELDTXN I/O FAILED, STATUS="
                   WS-HELD-TXN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       4690-EXIT.
           EXIT.

      ******************************************************************
      * 4800-REFUSE-RECORD -- LIST THE RECORD IN HAND WITH THE REASON
      * IN WS-REFUSE-REASON.  ONLY A W01 RECORD CARRIES AN SSN, AND IT
      * IS SHOWN MASKED.  THE CALLER HAS ALREADY SET FR-DT-EFF-DT.
      ******************************************************************
       4800-REFUSE-RECORD.
           ADD 1 TO WS-RECORDS-REFUSED.
           MOVE 4 TO WS-RETURN-CODE.
           MOVE WS-RECORD-NO     TO FR-DT-RECORD-NO.
           MOVE WS-REFUSE-REASON TO FR-DT-REASON.
           MOVE SPACE TO FR-DT-SSN.
           IF E01-EFFECTIVE-ID THEN
               MOVE E01-RID TO FR-DT-RID
               GO TO 4800-WRITE
           END-IF.
           IF A01-ADDRESS-ID THEN
               MOVE A01-RID TO FR-DT-RID
               GO TO 4800-WRITE
           END-IF.
           MOVE W01-RID TO FR-DT-RID.
           IF W01-SSN NUMERIC THEN
               CALL "SSNMASK" USING
                   BY REFERENCE W01-SSN
                   BY REFERENCE WS-MASKED-SSN
               END-CALL
               MOVE WS-MASKED-SSN TO FR-DT-SSN
           END-IF.

       4800-WRITE.
           WRITE FR-LINE FROM WS-RPT-DETAIL.
       4800-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-TOTALS
      ******************************************************************
       6000-WRITE-TOTALS.
           MOVE SPACE TO FR-LINE.
           WRITE FR-LINE.
           MOVE "DETAIL RECORDS READ" TO FR-TL-LABEL.
           MOVE WS-RECORDS-READ TO FR-TL-COUNT.
           WRITE FR-LINE FROM WS-RPT-TOTAL.
           MOVE "CHANGES PARKED" TO FR-TL-LABEL.
           MOVE WS-CHANGES-PARKED TO FR-TL-COUNT.
           WRITE FR-LINE FROM WS-RPT-TOTAL.
           MOVE "ADDRESSES PARKED" TO FR-TL-LABEL.
           MOVE WS-ADDRESSES-PARKED TO FR-TL-COUNT.
           WRITE FR-LINE FROM WS-RPT-TOTAL.
           MOVE "  OF WHICH REPLACED AN ENTRY" TO FR-TL-LABEL.
           MOVE WS-ENTRIES-REPLACED TO FR-TL-COUNT.
           WRITE FR-LINE FROM WS-RPT-TOTAL.
           MOVE "RESENDS ALREADY HELD" TO FR-TL-LABEL.
           MOVE WS-RESENDS-IGNORED TO FR-TL-COUNT.
           WRITE FR-LINE FROM WS-RPT-TOTAL.
           MOVE "RECORDS REFUSED" TO FR-TL-LABEL.
           MOVE WS-RECORDS-REFUSED TO FR-TL-COUNT.
           WRITE FR-LINE FROM WS-RPT-TOTAL.

           DISPLAY "FUTURE-DATED BATCH " WS-BATCH-ID " FROM "
               WS-SOURCE-SYSTEM END-DISPLAY.
           DISPLAY "CHANGES PARKED:     " WS-CHANGES-PARKED
               END-DISPLAY.
           DISPLAY "ADDRESSES PARKED:   " WS-ADDRESSES-PARKED
               END-DISPLAY.
           DISPLAY "RECORDS REFUSED:    " WS-RECORDS-REFUSED
               END-DISPLAY.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE FUTR-IN.
           CLOSE HELD-TXN.
           CLOSE FLOAD-RPT.
           IF DB-CONNECTED THEN
               CALL "PQfinish" USING BY VALUE PGCONN END-CALL
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGFLOAD.

      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       RETURNED-MAIL (UNDELIVERABLE) PROCESSING.  READS
      *                THE MAILING HOUSE'S RETURN FILE (RETMAIL), ONE
      *                RECORD PER PIECE THAT CAME BACK, KEYED BY THE
      *                MAILLBL RID AND POSTAL CODE IT WAS MAILED TO.
      *                WHEN THE RETURN STILL DESCRIBES THE REGISTRANT'S
      *                OPEN MAILING ADDRESS IN REGISTRANT_ADDRESS, THAT
      *                ROW IS MARKED UNDELIVERABLE (UNDELIV_DT = THE
      *                RETURN DATE) AND REGROSTR STOPS LABELLING IT.
      *                A RETURN FOR AN ADDRESS THAT HAS SINCE CHANGED
      *                -- DIFFERENT POSTAL CODE, OR A NEWER EFFECTIVE
      *                DATE THAN THE RETURN -- IS LEFT ALONE AND
      *                LISTED, AS IS ONE FOR A RID WITH NO OPEN
      *                MAILING ADDRESS.  THE NEXT A01 FOR THE RID AND
      *                TYPE OPENS A FRESH ROW, WHICH CLEARS THE FLAG.
      *                PRINTS RMAILRPT WITH EVERY RETURN'S DISPOSITION
      *                AND THE RUN COUNTS.
      *
      *                RETURN CODE 0 CLEAN, 4 WHEN ANY RETURN RECORD
      *                WAS MALFORMED OR COULD NOT BE APPLIED.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -X -STD=IBM -LPQ REGRMAIL.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL RETURNED-MAIL JOB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRMAIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-MAIL ASSIGN TO "RETMAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-MAIL-STATUS.
           SELECT RMAIL-RPT ASSIGN TO "RMAILRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMAIL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * ONE RETURNED PIECE: THE RID AND POSTAL CODE FROM THE MAILLBL
      * LABEL IT WAS MAILED ON, THE DATE THE MAILING HOUSE LOGGED THE
      * RETURN, AND ITS OWN TWO-BYTE REASON (CARRIED TO THE REPORT).
      *----------------------------------------------------------------
       FD  RET-MAIL.
       01  U01-RETURN-RECORD.
           05  U01-RID              PIC X(06).
           05  U01-POSTAL           PIC X(09).
           05  U01-RETURN-DT        PIC X(08).
           05  U01-RETURN-REASON    PIC X(02).
           05  FILLER               PIC X(15).

       FD  RMAIL-RPT.
       01  UR-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * LIBPQ HANDLES
      *----------------------------------------------------------------
       01  PGCONN                   USAGE POINTER.
       01  PGRES                    USAGE POINTER.
       01  RESPTR                   USAGE POINTER.
       01  RESSTR                   PIC X(80) BASED.
       01  WS-CALL-RESULT           USAGE BINARY-LONG.
       01  WS-CONN-STATUS           PIC 9(02).
       01  ANSWER                   PIC X(80).

       01  WS-RET-MAIL-STATUS       PIC X(02).
       01  WS-RMAIL-RPT-STATUS      PIC X(02).
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-FILE              VALUE "Y".
           88  NOT-END-OF-FILE           VALUE "N".

      *----------------------------------------------------------------
      * DBCONN CALLER ID -- SIZED TO DBCONN'S LINKAGE ITEM SO THE CALL
      * NEVER READS PAST A SHORT LITERAL'S STORAGE.
      *----------------------------------------------------------------
       01  WS-CALLER-ID             PIC X(09) VALUE "REGRMAIL".

      *----------------------------------------------------------------
      * STATEMENTS AND PARAMETER MARSHALLING.  BOTH WORK ON THE ONE
      * OPEN MAILING ROW OF THE RID -- THE ROW REGROSTR LABELLED.
      *----------------------------------------------------------------
       01  WS-CUR-ADDR-SQL          PIC X(224).
       01  WS-FLAG-ADDR-SQL         PIC X(128).
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-COL-IDX               USAGE BINARY-LONG.
       01  WS-FIELD-TEXT            PIC X(32).
       01  WS-PARAM-VALUES.
           05  WS-PARAM-VALUE       OCCURS 2 TIMES PIC X(32).
       01  WS-PARAM-PTRS.
           05  WS-PARAM-PTR         OCCURS 2 TIMES USAGE POINTER.

      *----------------------------------------------------------------
      * THE RETURN UNDER EXAMINATION AND THE ROW IT IS COMPARED WITH
      *----------------------------------------------------------------
       01  WS-RETURN-DT-ISO         PIC X(10).
       01  WS-CHK-DT.
           05  WS-CHK-YYYY          PIC 9(04).
           05  WS-CHK-MM            PIC 9(02).
           05  WS-CHK-DD            PIC 9(02).
       01  WS-CUR-POSTAL            PIC X(09).
       01  WS-CUR-EFF-DT            PIC X(08).
       01  WS-CUR-UNDELIV-DT        PIC X(08).
       01  WS-DISPOSITION           PIC X(36).
       01  WS-RETURN-OK-SW          PIC X(01).
           88  RETURN-OK                VALUE "Y".
           88  RETURN-BAD               VALUE "N".

      *----------------------------------------------------------------
      * RUN COUNTERS
      *----------------------------------------------------------------
       01  WS-RETURNS-READ          PIC 9(06) COMP VALUE ZERO.
       01  WS-RETURNS-FLAGGED       PIC 9(06) COMP VALUE ZERO.
       01  WS-RETURNS-ALREADY       PIC 9(06) COMP VALUE ZERO.
       01  WS-RETURNS-CHANGED       PIC 9(06) COMP VALUE ZERO.
       01  WS-RETURNS-NO-ADDR       PIC 9(06) COMP VALUE ZERO.
       01  WS-RETURNS-INVALID       PIC 9(06) COMP VALUE ZERO.
       01  WS-RETURNS-FAILED        PIC 9(06) COMP VALUE ZERO.
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.
       01  WS-RUN-DT                PIC 9(08).

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "RETURNED-MAIL (UNDELIVERABLE) PROCESSING".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  UR-H1-RUN-DT         PIC 9(08).
       01  WS-RPT-H2.
           05  FILLER               PIC X(07) VALUE "RID".
           05  FILLER               PIC X(10) VALUE "RETURNED".
           05  FILLER               PIC X(09) VALUE "ON".
           05  FILLER               PIC X(04) VALUE "RSN".
           05  FILLER               PIC X(10) VALUE "CURRENT".
           05  FILLER               PIC X(09) VALUE "EFF".
           05  FILLER               PIC X(36) VALUE "DISPOSITION".
       01  WS-RPT-DETAIL.
           05  UR-DT-RID            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  UR-DT-RET-POSTAL     PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  UR-DT-RET-DT         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  UR-DT-REASON         PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  UR-DT-CUR-POSTAL     PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  UR-DT-CUR-EFF-DT     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  UR-DT-DISPOSITION    PIC X(36).
       01  WS-RPT-COUNT-LINE.
           05  UR-CT-LABEL          PIC X(40).
           05  UR-CT-COUNT          PIC Z(05)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONNECT-DATABASE THRU 2000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-PROCESS-RETURNS THRU 4000-EXIT.
           PERFORM 6000-WRITE-RUN-TOTALS THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- BUILD THE STATEMENTS.  DATES COME BACK AS
      * YYYYMMDD TEXT SO THEY COMPARE DIRECTLY WITH THE RETURN DATE.
      ******************************************************************
       1000-INITIALIZE.
           STRING
               "SELECT POSTAL, TO_CHAR(EFF_DT,'YYYYMMDD'),"
                   DELIMITED BY SIZE
               " COALESCE(TO_CHAR(UNDELIV_DT,'YYYYMMDD'),'')"
                   DELIMITED BY SIZE
               " FROM REGISTRANT_ADDRESS" DELIMITED BY SIZE
               " WHERE RID=$1 AND ADDR_TYPE='M'" DELIMITED BY SIZE
               " AND EFF_END_DT IS NULL" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-CUR-ADDR-SQL
           END-STRING.

           STRING
               "UPDATE REGISTRANT_ADDRESS SET UNDELIV_DT=$2"
                   DELIMITED BY SIZE
               " WHERE RID=$1 AND ADDR_TYPE='M'" DELIMITED BY SIZE
               " AND EFF_END_DT IS NULL" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-FLAG-ADDR-SQL
           END-STRING.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONNECT-DATABASE
      ******************************************************************
       2000-CONNECT-DATABASE.
           CALL "DBCONN" USING
               BY REFERENCE WS-CALLER-ID
               BY REFERENCE PGCONN
               BY REFERENCE WS-CONN-STATUS
           END-CALL.

           IF WS-CONN-STATUS NOT EQUAL ZERO THEN
               DISPLAY "ERROR: REGRMAIL UNABLE TO ESTABLISH CONNECTION"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES
      ******************************************************************
       3000-OPEN-FILES.
           OPEN INPUT RET-MAIL.
           IF WS-RET-MAIL-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN RETMAIL, STATUS="
                   WS-RET-MAIL-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN OUTPUT RMAIL-RPT.
           IF WS-RMAIL-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN RMAILRPT, STATUS="
                   WS-RMAIL-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           MOVE WS-RUN-DT TO UR-H1-RUN-DT.
           MOVE WS-RPT-H1 TO UR-LINE.
           WRITE UR-LINE.
           MOVE WS-RPT-H2 TO UR-LINE.
           WRITE UR-LINE.
           MOVE ALL "-" TO UR-LINE.
           WRITE UR-LINE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PROCESS-RETURNS -- ONE RETMAIL RECORD AT A TIME.  EACH
      * FLAG IS ITS OWN STATEMENT (AUTOCOMMIT), SO A RERUN OF THE SAME
      * FILE FINDS THE ROWS ALREADY FLAGGED AND SAYS SO.
      ******************************************************************
       4000-PROCESS-RETURNS.
           SET NOT-END-OF-FILE TO TRUE.
           READ RET-MAIL
               AT END SET END-OF-FILE TO TRUE
           END-READ.

           PERFORM 4100-PROCESS-ONE-RETURN THRU 4100-EXIT
               UNTIL END-OF-FILE.
       4000-EXIT.
           EXIT.

       4100-PROCESS-ONE-RETURN.
           ADD 1 TO WS-RETURNS-READ.
           MOVE SPACE TO WS-CUR-POSTAL.
           MOVE SPACE TO WS-CUR-EFF-DT.
           MOVE SPACE TO WS-DISPOSITION.

           PERFORM 4150-EDIT-RETURN THRU 4150-EXIT.
           IF RETURN-BAD THEN
               ADD 1 TO WS-RETURNS-INVALID
               MOVE 4 TO WS-RETURN-CODE
               GO TO 4100-REPORT
           END-IF.

           PERFORM 4200-FETCH-CURRENT-ADDRESS THRU 4200-EXIT.
           IF WS-DISPOSITION NOT EQUAL SPACE THEN
               GO TO 4100-REPORT
           END-IF.

      *----------------------------------------------------------------
      * THE PIECE WAS MAILED TO THE ADDRESS THEN ON FILE.  IF THE
      * POSTAL CODE DIFFERS NOW, OR THE OPEN ROW TOOK EFFECT AFTER THE
      * PIECE CAME BACK, THE REGISTRANT HAS ALREADY MOVED ON AND THE
      * NEW ADDRESS IS NOT THE ONE THAT FAILED.
      *----------------------------------------------------------------
           IF U01-POSTAL(1:5) NOT EQUAL WS-CUR-POSTAL(1:5) OR
                   (U01-POSTAL(6:4) NOT EQUAL SPACE AND
                    WS-CUR-POSTAL(6:4) NOT EQUAL SPACE AND
                    U01-POSTAL(6:4) NOT EQUAL WS-CUR-POSTAL(6:4)) THEN
               ADD 1 TO WS-RETURNS-CHANGED
               MOVE "NOT FLAGGED -- ADDRESS CHANGED"
                   TO WS-DISPOSITION
               GO TO 4100-REPORT
           END-IF.

           IF WS-CUR-EFF-DT GREATER U01-RETURN-DT THEN
               ADD 1 TO WS-RETURNS-CHANGED
               MOVE "NOT FLAGGED -- NEWER ADDRESS ON FILE"
                   TO WS-DISPOSITION
               GO TO 4100-REPORT
           END-IF.

           IF WS-CUR-UNDELIV-DT NOT EQUAL SPACE THEN
               ADD 1 TO WS-RETURNS-ALREADY
               MOVE SPACE TO WS-DISPOSITION
               STRING
                   "ALREADY FLAGGED " DELIMITED BY SIZE
                   WS-CUR-UNDELIV-DT DELIMITED BY SIZE
                   INTO WS-DISPOSITION
               END-STRING
               GO TO 4100-REPORT
           END-IF.

           PERFORM 4300-FLAG-UNDELIVERABLE THRU 4300-EXIT.

       4100-REPORT.
           MOVE U01-RID           TO UR-DT-RID.
           MOVE U01-POSTAL        TO UR-DT-RET-POSTAL.
           MOVE U01-RETURN-DT     TO UR-DT-RET-DT.
           MOVE U01-RETURN-REASON TO UR-DT-REASON.
           MOVE WS-CUR-POSTAL     TO UR-DT-CUR-POSTAL.
           MOVE WS-CUR-EFF-DT     TO UR-DT-CUR-EFF-DT.
           MOVE WS-DISPOSITION    TO UR-DT-DISPOSITION.
           MOVE WS-RPT-DETAIL     TO UR-LINE.
           WRITE UR-LINE.

           READ RET-MAIL
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4150-EDIT-RETURN -- NUMERIC RID, A POSTAL CODE THAT STARTS
      * WITH FIVE DIGITS, AND A RETURN DATE THAT IS AT LEAST SHAPED
      * LIKE A CALENDAR DAY.
      ******************************************************************
       4150-EDIT-RETURN.
           SET RETURN-OK TO TRUE.

           IF U01-RID NOT NUMERIC THEN
               SET RETURN-BAD TO TRUE
               MOVE "INVALID -- RID NOT NUMERIC" TO WS-DISPOSITION
               GO TO 4150-EXIT
           END-IF.

           IF U01-POSTAL(1:5) NOT NUMERIC THEN
               SET RETURN-BAD TO TRUE
               MOVE "INVALID -- POSTAL CODE" TO WS-DISPOSITION
               GO TO 4150-EXIT
           END-IF.

           IF U01-RETURN-DT NOT NUMERIC THEN
               SET RETURN-BAD TO TRUE
               MOVE "INVALID -- RETURN DATE" TO WS-DISPOSITION
               GO TO 4150-EXIT
           END-IF.

           MOVE U01-RETURN-DT TO WS-CHK-DT.
           IF WS-CHK-MM LESS 1 OR WS-CHK-MM GREATER 12 OR
                   WS-CHK-DD LESS 1 OR WS-CHK-DD GREATER 31 THEN
               SET RETURN-BAD TO TRUE
               MOVE "INVALID -- RETURN DATE" TO WS-DISPOSITION
               GO TO 4150-EXIT
           END-IF.

           MOVE SPACE TO WS-RETURN-DT-ISO.
           STRING WS-CHK-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CHK-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CHK-DD DELIMITED BY SIZE
               INTO WS-RETURN-DT-ISO
           END-STRING.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4200-FETCH-CURRENT-ADDRESS -- THE OPEN MAILING ROW FOR THE RID.
      * NONE (NEVER HAD ONE, CLOSED, EXPUNGED, OR PURGED) SETS THE
      * DISPOSITION AND LEAVES THE RETURN UNAPPLIED.
      ******************************************************************
       4200-FETCH-CURRENT-ADDRESS.
           MOVE SPACE TO WS-CUR-UNDELIV-DT.

           STRING U01-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-CUR-ADDR-SQL
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
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               MOVE SPACE TO ANSWER
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY "ERROR: ADDRESS LOOKUP FAILED FOR RID "
                   U01-RID ": " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               ADD 1 TO WS-RETURNS-FAILED
               MOVE 4 TO WS-RETURN-CODE
               MOVE "NOT FLAGGED -- LOOKUP FAILED" TO WS-DISPOSITION
               GO TO 4200-EXIT
           END-IF.

           CALL "PQntuples" USING
               BY VALUE PGRES
               RETURNING WS-NTUPLES
           END-CALL.

           IF WS-NTUPLES EQUAL ZERO THEN
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               ADD 1 TO WS-RETURNS-NO-ADDR
               MOVE "NOT FLAGGED -- NO OPEN MAILING ADDR"
                   TO WS-DISPOSITION
               GO TO 4200-EXIT
           END-IF.

           MOVE ZERO TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE WS-FIELD-TEXT TO WS-CUR-POSTAL.

           MOVE 1 TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE WS-FIELD-TEXT TO WS-CUR-EFF-DT.

           MOVE 2 TO WS-COL-IDX.
           PERFORM 4250-FETCH-ONE-COLUMN THRU 4250-EXIT.
           MOVE WS-FIELD-TEXT TO WS-CUR-UNDELIV-DT.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       4200-EXIT.
           EXIT.

       4250-FETCH-ONE-COLUMN.
           CALL "PQgetvalue" USING
               BY VALUE PGRES
               BY VALUE 0
               BY VALUE WS-COL-IDX
               RETURNING RESPTR
           END-CALL.
           SET ADDRESS OF RESSTR TO RESPTR.
           MOVE SPACE TO WS-FIELD-TEXT.
           STRING RESSTR DELIMITED BY X"00" INTO WS-FIELD-TEXT
           END-STRING.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 4300-FLAG-UNDELIVERABLE -- STAMP THE OPEN MAILING ROW WITH THE
      * RETURN DATE.
      ******************************************************************
       4300-FLAG-UNDELIVERABLE.
           STRING WS-RETURN-DT-ISO DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(2)
           END-STRING.
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-FLAG-ADDR-SQL
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

           IF WS-CALL-RESULT NOT EQUAL 1 THEN
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               MOVE SPACE TO ANSWER
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY "ERROR: UNDELIVERABLE FLAG FAILED FOR RID "
                   U01-RID ": " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               ADD 1 TO WS-RETURNS-FAILED
               MOVE 4 TO WS-RETURN-CODE
               MOVE "NOT FLAGGED -- UPDATE FAILED" TO WS-DISPOSITION
               GO TO 4300-EXIT
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           ADD 1 TO WS-RETURNS-FLAGGED.
           MOVE "FLAGGED UNDELIVERABLE" TO WS-DISPOSITION.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-RUN-TOTALS
      ******************************************************************
       6000-WRITE-RUN-TOTALS.
           MOVE SPACE TO UR-LINE.
           WRITE UR-LINE.
           MOVE "RETURNS READ" TO UR-CT-LABEL.
           MOVE WS-RETURNS-READ TO UR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO UR-LINE.
           WRITE UR-LINE.
           MOVE "FLAGGED UNDELIVERABLE" TO UR-CT-LABEL.
           MOVE WS-RETURNS-FLAGGED TO UR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO UR-LINE.
           WRITE UR-LINE.
           MOVE "ALREADY FLAGGED" TO UR-CT-LABEL.
           MOVE WS-RETURNS-ALREADY TO UR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO UR-LINE.
           WRITE UR-LINE.
           MOVE "ADDRESS CHANGED SINCE MAILING" TO UR-CT-LABEL.
           MOVE WS-RETURNS-CHANGED TO UR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO UR-LINE.
           WRITE UR-LINE.
           MOVE "NO OPEN MAILING ADDRESS" TO UR-CT-LABEL.
           MOVE WS-RETURNS-NO-ADDR TO UR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO UR-LINE.
           WRITE UR-LINE.
           MOVE "INVALID RETURN RECORDS" TO UR-CT-LABEL.
           MOVE WS-RETURNS-INVALID TO UR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO UR-LINE.
           WRITE UR-LINE.
           MOVE "DATABASE FAILURES" TO UR-CT-LABEL.
           MOVE WS-RETURNS-FAILED TO UR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO UR-LINE.
           WRITE UR-LINE.

           DISPLAY "RETURNS READ:       " WS-RETURNS-READ END-DISPLAY.
           DISPLAY "FLAGGED:            " WS-RETURNS-FLAGGED
               END-DISPLAY.
           DISPLAY "ADDRESS CHANGED:    " WS-RETURNS-CHANGED
               END-DISPLAY.
           DISPLAY "NO MAILING ADDRESS: " WS-RETURNS-NO-ADDR
               END-DISPLAY.
           DISPLAY "INVALID:            " WS-RETURNS-INVALID
               END-DISPLAY.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE RET-MAIL.
           CLOSE RMAIL-RPT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- CLOSE THE CONNECTION AND END THE RUN
      ******************************************************************
       8000-TERMINATE.
           CALL "PQfinish" USING BY VALUE PGCONN END-CALL.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGRMAIL.

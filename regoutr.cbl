      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       CONSENT-FILTERED OUTREACH EXTRACT.  READS
      *                REGISTRANT_CONTACT JOINED TO REGISTRATIONS AND
      *                WRITES TWO FIXED-LAYOUT LISTS FOR THE OUTREACH
      *                PEOPLE: EMAIL ADDRESSES (OUTEMAIL) AND TEXT-
      *                MESSAGE NUMBERS (OUTTEXT), ONE LINE PER CONTACT
      *                WITH RID, NAME, CONTACT VALUE, AND TYPE.  ONLY
      *                ROWS WITH CONSENT "Y" FOR A REGISTRANT STILL ON
      *                FILE ARE TAKEN; EXPUNGED RIDS (SEE REGEXPG)
      *                NEVER APPEAR.  A CONTROL REPORT (OUTRRPT) GIVES
      *                THE COUNT PER CHANNEL, HOW MANY REGISTRANTS
      *                WERE LEFT OUT FOR LACK OF CONSENT, AND HOW MANY
      *                HAVE NO CONTACT ON FILE AT ALL.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -X -STD=IBM -LPQ REGOUTR.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL OUTREACH EXTRACT PROGRAM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGOUTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTR-RPT ASSIGN TO "OUTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTR-RPT-STATUS.
           SELECT OUT-EMAIL ASSIGN TO "OUTEMAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-EMAIL-STATUS.
           SELECT OUT-TEXT ASSIGN TO "OUTTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-TEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTR-RPT.
       01  OR-LINE                  PIC X(100).

      *----------------------------------------------------------------
      * THE LIST LAYOUT THE OUTREACH TOOLS CONSUME DIRECTLY: FIXED
      * COLUMNS, NO SSN.  BOTH LISTS SHARE IT; THE TYPE BYTE SAYS
      * WHICH CHANNEL A LINE CAME FROM.
      *----------------------------------------------------------------
       FD  OUT-EMAIL.
       01  E01-OUTREACH-RECORD.
           05  E01-RID              PIC 9(06).
           05  E01-NAME             PIC X(35).
           05  E01-CONTACT-VALUE    PIC X(40).
           05  E01-CONTACT-TYPE     PIC X(01).

       FD  OUT-TEXT.
       01  T01-OUTREACH-RECORD.
           05  T01-RID              PIC 9(06).
           05  T01-NAME             PIC X(35).
           05  T01-CONTACT-VALUE    PIC X(40).
           05  T01-CONTACT-TYPE     PIC X(01).

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

       01  WS-OUTR-RPT-STATUS       PIC X(02).
       01  WS-OUT-EMAIL-STATUS      PIC X(02).
       01  WS-OUT-TEXT-STATUS       PIC X(02).

      *----------------------------------------------------------------
      * DBCONN CALLER ID -- SIZED TO DBCONN'S LINKAGE ITEM SO THE CALL
      * NEVER READS PAST A SHORT LITERAL'S STORAGE.
      *----------------------------------------------------------------
       01  WS-CALLER-ID             PIC X(09) VALUE "REGOUTR".

      *----------------------------------------------------------------
      * THE CONSENTED-CONTACT CURSOR, FETCHED IN BOUNDED CHUNKS (SAME
      * PATTERN AS REGEXTR AND REGROSTR), AND THE TWO EXCLUSION
      * COUNTS FOR THE CONTROL REPORT.  "LEFT OUT FOR LACK OF
      * CONSENT" MEANS THE REGISTRANT HAS AN EMAIL OR TEXT CONTACT ON
      * FILE BUT NONE OF THEM CARRIES CONSENT "Y".
      *----------------------------------------------------------------
       01  WS-CNTC-DECLARE-SQL      PIC X(448).
       01  WS-NO-CONSENT-SQL        PIC X(384).
       01  WS-NO-CONTACT-SQL        PIC X(256).
       01  WS-FETCH-SQL             PIC X(48).
       01  WS-BEGIN-SQL             PIC X(08).
       01  WS-CLOSE-CUR-SQL         PIC X(16).
       01  WS-COMMIT-SQL            PIC X(08).
       01  WS-COUNT-SQL             PIC X(384).
       01  WS-FETCH-ROWS            PIC 9(06) VALUE 500.
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-ROW-IDX               USAGE BINARY-LONG.
       01  WS-COL-IDX               USAGE BINARY-LONG.
       01  WS-FIELD-TEXT            PIC X(40).

      *----------------------------------------------------------------
      * ONE FETCHED CONTACT ROW
      *----------------------------------------------------------------
       01  WS-ROW-RID               PIC 9(06).
       01  WS-ROW-FIRST-NM          PIC X(16).
       01  WS-ROW-LAST-NM           PIC X(18).
       01  WS-ROW-CONTACT-TYPE      PIC X(01).
           88  ROW-TYPE-EMAIL           VALUE "E".
           88  ROW-TYPE-TEXT            VALUE "T".
       01  WS-ROW-CONTACT-VALUE     PIC X(40).
       01  WS-NAME-TEXT             PIC X(35).

      *----------------------------------------------------------------
      * RUN COUNTERS
      *----------------------------------------------------------------
       01  WS-EMAIL-WRITTEN         PIC 9(06) COMP VALUE ZERO.
       01  WS-TEXT-WRITTEN          PIC 9(06) COMP VALUE ZERO.
       01  WS-NO-CONSENT-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-NO-CONTACT-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-COUNT-RESULT          PIC 9(06) COMP VALUE ZERO.
       01  WS-RUN-DT                PIC 9(08).

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "OUTREACH EXTRACT CONTROL REPORT".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  OR-H1-RUN-DT         PIC 9(08).
       01  WS-RPT-COUNT-LINE.
           05  OR-CT-LABEL          PIC X(48).
           05  OR-CT-COUNT          PIC Z(05)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONNECT-DATABASE THRU 2000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-EXTRACT-CONTACTS THRU 4000-EXIT.
           PERFORM 5000-COUNT-EXCLUSIONS THRU 5000-EXIT.
           PERFORM 6000-WRITE-CONTROL-REPORT THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE -- BUILD THE CURSOR AND COUNT STATEMENTS.
      * EVERY ONE OF THEM EXCLUDES EXPUNGED RIDS, SO THE CONTROL
      * TOTALS DESCRIBE THE SAME POPULATION THE LISTS DO.
      ******************************************************************
       1000-INITIALIZE.
           STRING
               "DECLARE OUTRCUR CURSOR FOR" DELIMITED BY SIZE
               " SELECT R.RID, R.FIRST_NM, R.LAST_NM,"
                   DELIMITED BY SIZE
               " C.CONTACT_TYPE, C.CONTACT_VALUE"
                   DELIMITED BY SIZE
               " FROM REGISTRATIONS R, REGISTRANT_CONTACT C"
                   DELIMITED BY SIZE
               " WHERE C.RID = R.RID" DELIMITED BY SIZE
               " AND C.CONTACT_TYPE IN ('E','T')"
                   DELIMITED BY SIZE
               " AND C.CONSENT_FLAG = 'Y'" DELIMITED BY SIZE
               " AND R.RID NOT IN (SELECT RID FROM EXPUNGED_RID)"
                   DELIMITED BY SIZE
               " ORDER BY C.CONTACT_TYPE, R.RID"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-CNTC-DECLARE-SQL
           END-STRING.

           STRING
               "SELECT COUNT(DISTINCT R.RID)" DELIMITED BY SIZE
               " FROM REGISTRATIONS R, REGISTRANT_CONTACT C"
                   DELIMITED BY SIZE
               " WHERE C.RID = R.RID" DELIMITED BY SIZE
               " AND C.CONTACT_TYPE IN ('E','T')"
                   DELIMITED BY SIZE
               " AND R.RID NOT IN (SELECT RID FROM EXPUNGED_RID)"
                   DELIMITED BY SIZE
               " AND R.RID NOT IN (SELECT RID"
                   DELIMITED BY SIZE
               " FROM REGISTRANT_CONTACT WHERE CONSENT_FLAG = 'Y'"
                   DELIMITED BY SIZE
               " AND CONTACT_TYPE IN ('E','T'))"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-NO-CONSENT-SQL
           END-STRING.

           STRING
               "SELECT COUNT(*) FROM REGISTRATIONS"
                   DELIMITED BY SIZE
               " WHERE RID NOT IN (SELECT RID FROM REGISTRANT_CONTACT)"
                   DELIMITED BY SIZE
               " AND RID NOT IN (SELECT RID FROM EXPUNGED_RID)"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-NO-CONTACT-SQL
           END-STRING.

           STRING
               "FETCH FORWARD " DELIMITED BY SIZE
               WS-FETCH-ROWS DELIMITED BY SIZE
               " FROM OUTRCUR" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-FETCH-SQL
           END-STRING.

           STRING "BEGIN" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-BEGIN-SQL
           END-STRING.
           STRING "CLOSE OUTRCUR" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-CLOSE-CUR-SQL
           END-STRING.
           STRING "COMMIT" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-COMMIT-SQL
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
               DISPLAY "ERROR: REGOUTR UNABLE TO ESTABLISH CONNECTION"
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
           OPEN OUTPUT OUTR-RPT.
           IF WS-OUTR-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN OUTRRPT, STATUS="
                   WS-OUTR-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN OUTPUT OUT-EMAIL.
           IF WS-OUT-EMAIL-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN OUTEMAIL, STATUS="
                   WS-OUT-EMAIL-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           OPEN OUTPUT OUT-TEXT.
           IF WS-OUT-TEXT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN OUTTEXT, STATUS="
                   WS-OUT-TEXT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OPEN-CURSOR -- BEGIN AND DECLARE THE CONTACT CURSOR.
      ******************************************************************
       3500-OPEN-CURSOR.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-BEGIN-SQL
               RETURNING PGRES
           END-CALL.
           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           IF WS-CALL-RESULT NOT EQUAL 1 THEN
               DISPLAY "ERROR: REGOUTR BEGIN FAILED" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-CNTC-DECLARE-SQL
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
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "ERROR: REGOUTR DECLARE CURSOR FAILED: "
                   FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO BAIL
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-CLOSE-CURSOR -- CLOSE THE CURSOR AND COMMIT THE READ
      * TRANSACTION.
      ******************************************************************
       3600-CLOSE-CURSOR.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-CLOSE-CUR-SQL
               RETURNING PGRES
           END-CALL.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.

           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-COMMIT-SQL
               RETURNING PGRES
           END-CALL.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3700-FETCH-ONE-CHUNK -- NEXT BOUNDED CHUNK OFF THE CURSOR; AN
      * EMPTY RESULT ENDS THE PASS.
      ******************************************************************
       3700-FETCH-ONE-CHUNK.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-FETCH-SQL
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
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "ERROR: REGOUTR FETCH FAILED: "
                   FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO BAIL
           END-IF.

           CALL "PQntuples" USING
               BY VALUE PGRES
               RETURNING WS-NTUPLES
           END-CALL.
       3700-EXIT.
           EXIT.

       3750-FETCH-ONE-COLUMN.
           CALL "PQgetvalue" USING
               BY VALUE PGRES
               BY VALUE WS-ROW-IDX
               BY VALUE WS-COL-IDX
               RETURNING RESPTR
           END-CALL.
           SET ADDRESS OF RESSTR TO RESPTR.
           MOVE SPACE TO WS-FIELD-TEXT.
           STRING RESSTR DELIMITED BY X"00" INTO WS-FIELD-TEXT
           END-STRING.
       3750-EXIT.
           EXIT.

      ******************************************************************
      * 4000-EXTRACT-CONTACTS -- EVERY CONSENTED EMAIL AND TEXT
      * CONTACT, ROUTED TO ITS CHANNEL'S LIST.
      ******************************************************************
       4000-EXTRACT-CONTACTS.
           PERFORM 3500-OPEN-CURSOR THRU 3500-EXIT.
           PERFORM 3700-FETCH-ONE-CHUNK THRU 3700-EXIT.

           PERFORM 4050-EXTRACT-ONE-CHUNK THRU 4050-EXIT
               UNTIL WS-NTUPLES EQUAL ZERO.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           PERFORM 3600-CLOSE-CURSOR THRU 3600-EXIT.
       4000-EXIT.
           EXIT.

       4050-EXTRACT-ONE-CHUNK.
           PERFORM 4100-EXTRACT-ONE-CONTACT THRU 4100-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           PERFORM 3700-FETCH-ONE-CHUNK THRU 3700-EXIT.
       4050-EXIT.
           EXIT.

       4100-EXTRACT-ONE-CONTACT.
           PERFORM 4200-UNPACK-CONTACT-ROW THRU 4200-EXIT.

           MOVE SPACE TO WS-NAME-TEXT.
           STRING
               FUNCTION TRIM(WS-ROW-FIRST-NM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROW-LAST-NM) DELIMITED BY SIZE
               INTO WS-NAME-TEXT
           END-STRING.

           IF ROW-TYPE-EMAIL THEN
               MOVE WS-ROW-RID           TO E01-RID
               MOVE WS-NAME-TEXT         TO E01-NAME
               MOVE WS-ROW-CONTACT-VALUE TO E01-CONTACT-VALUE
               MOVE WS-ROW-CONTACT-TYPE  TO E01-CONTACT-TYPE
               WRITE E01-OUTREACH-RECORD
               ADD 1 TO WS-EMAIL-WRITTEN
               GO TO 4100-EXIT
           END-IF.

           IF ROW-TYPE-TEXT THEN
               MOVE WS-ROW-RID           TO T01-RID
               MOVE WS-NAME-TEXT         TO T01-NAME
               MOVE WS-ROW-CONTACT-VALUE TO T01-CONTACT-VALUE
               MOVE WS-ROW-CONTACT-TYPE  TO T01-CONTACT-TYPE
               WRITE T01-OUTREACH-RECORD
               ADD 1 TO WS-TEXT-WRITTEN
           END-IF.
       4100-EXIT.
           EXIT.

       4200-UNPACK-CONTACT-ROW.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-ROW-RID.

           MOVE 1 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-FIRST-NM.

           MOVE 2 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-LAST-NM.

           MOVE 3 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-CONTACT-TYPE.

           MOVE 4 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-CONTACT-VALUE.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-COUNT-EXCLUSIONS -- THE TWO "WHO DID NOT MAKE THE LISTS"
      * FIGURES FOR THE CONTROL REPORT.
      ******************************************************************
       5000-COUNT-EXCLUSIONS.
           MOVE WS-NO-CONSENT-SQL TO WS-COUNT-SQL.
           PERFORM 5100-RUN-COUNT-QUERY THRU 5100-EXIT.
           MOVE WS-COUNT-RESULT TO WS-NO-CONSENT-COUNT.

           MOVE WS-NO-CONTACT-SQL TO WS-COUNT-SQL.
           PERFORM 5100-RUN-COUNT-QUERY THRU 5100-EXIT.
           MOVE WS-COUNT-RESULT TO WS-NO-CONTACT-COUNT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-RUN-COUNT-QUERY -- ONE SINGLE-VALUE COUNT(*) STATEMENT
      * FROM WS-COUNT-SQL INTO WS-COUNT-RESULT.
      ******************************************************************
       5100-RUN-COUNT-QUERY.
           MOVE ZERO TO WS-COUNT-RESULT.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-COUNT-SQL
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
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "ERROR: REGOUTR COUNT QUERY FAILED: "
                   FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO BAIL
           END-IF.

           MOVE ZERO TO WS-ROW-IDX.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-COUNT-RESULT.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-CONTROL-REPORT
      ******************************************************************
       6000-WRITE-CONTROL-REPORT.
           MOVE WS-RUN-DT TO OR-H1-RUN-DT.
           MOVE WS-RPT-H1 TO OR-LINE.
           WRITE OR-LINE.
           MOVE ALL "-" TO OR-LINE.
           WRITE OR-LINE.

           MOVE "EMAIL LIST (OUTEMAIL) RECORDS" TO OR-CT-LABEL.
           MOVE WS-EMAIL-WRITTEN TO OR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO OR-LINE.
           WRITE OR-LINE.

           MOVE "TEXT LIST (OUTTEXT) RECORDS" TO OR-CT-LABEL.
           MOVE WS-TEXT-WRITTEN TO OR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO OR-LINE.
           WRITE OR-LINE.

           MOVE SPACE TO OR-LINE.
           WRITE OR-LINE.

           MOVE "REGISTRANTS LEFT OUT -- NO CONSENT GIVEN"
               TO OR-CT-LABEL.
           MOVE WS-NO-CONSENT-COUNT TO OR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO OR-LINE.
           WRITE OR-LINE.

           MOVE "REGISTRANTS WITH NO CONTACT ON FILE"
               TO OR-CT-LABEL.
           MOVE WS-NO-CONTACT-COUNT TO OR-CT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO OR-LINE.
           WRITE OR-LINE.

           DISPLAY "EMAIL LIST RECORDS: " WS-EMAIL-WRITTEN
               END-DISPLAY.
           DISPLAY "TEXT LIST RECORDS:  " WS-TEXT-WRITTEN
               END-DISPLAY.
           DISPLAY "NO CONSENT:         " WS-NO-CONSENT-COUNT
               END-DISPLAY.
           DISPLAY "NO CONTACT:         " WS-NO-CONTACT-COUNT
               END-DISPLAY.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE OUTR-RPT.
           CLOSE OUT-EMAIL.
           CLOSE OUT-TEXT.
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

       END PROGRAM REGOUTR.

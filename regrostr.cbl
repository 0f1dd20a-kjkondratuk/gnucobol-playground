      *                MAILING ADDRESS ON FILE FALL OUT TO THEIR OWN
      *                EXCEPTION PAGE SO THEY CAN BE CHASED.
      *                EXPUNGED RIDS (SEE REGEXPG) NEVER APPEAR.
      *                A MAILING ADDRESS FLAGGED UNDELIVERABLE BY
      *                REGRMAIL IS NOT LABELLED AGAIN; THOSE
      *                REGISTRANTS PRINT ON AN EXCEPTION PAGE OF THEIR
      *                OWN WITH THE DATE THE MAIL CAME BACK.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -X -STD=IBM -LPQ REGROSTR.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20260902 TWK  ORIGINAL MAILING ROSTER PROGRAM.
      *    20261015 TWK  RETURNED-MAIL FLAG: OPEN MAILING ROWS WITH
      *                  UNDELIV_DT SET (SEE REGRMAIL) DROP OFF THE
      *                  ROSTER AND MAILLBL AND LIST ON A NEW
      *                  UNDELIVERABLE EXCEPTION PAGE INSTEAD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGROSTR.
       01  WS-CALLER-ID             PIC X(09) VALUE "REGROSTR".

      *----------------------------------------------------------------
      * THREE CURSORS, RUN ONE AFTER THE OTHER IN BOUNDED CHUNKS
      * (SAME PATTERN AS REGEXTR): THE ROSTER JOIN IN STATE/POSTAL
      * ORDER, THEN THE NO-MAILING-ADDRESS EXCEPTIONS AND THE
      * UNDELIVERABLE-ADDRESS EXCEPTIONS, BOTH IN RID ORDER.
      *----------------------------------------------------------------
       01  WS-ROSTER-DECLARE-SQL    PIC X(512).
       01  WS-EXCP-DECLARE-SQL      PIC X(384).
       01  WS-UNDEL-DECLARE-SQL     PIC X(512).
       01  WS-FETCH-SQL             PIC X(48).
       01  WS-BEGIN-SQL             PIC X(08).
       01  WS-CLOSE-CUR-SQL         PIC X(16).
       01  WS-ROW-CITY              PIC X(18).
       01  WS-ROW-STATE             PIC X(02).
       01  WS-ROW-POSTAL            PIC X(09).
       01  WS-ROW-UNDELIV-DT        PIC X(08).

      *----------------------------------------------------------------
      * STATE CONTROL BREAK AND PAGE CONTROL -- FIFTY-FIVE DETAIL
       01  WS-ROSTER-PRINTED        PIC 9(06) COMP VALUE ZERO.
       01  WS-LABELS-WRITTEN        PIC 9(06) COMP VALUE ZERO.
       01  WS-EXCEPTIONS            PIC 9(06) COMP VALUE ZERO.
       01  WS-UNDELIVERABLE         PIC 9(06) COMP VALUE ZERO.

       01  WS-MASKED-SSN            PIC X(11).
       01  WS-RUN-DT                PIC 9(08).
           05  RO-DT-STATE          PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RO-DT-POSTAL         PIC X(09).
       01  WS-RPT-UNDEL-DETAIL.
           05  RO-UD-RID            PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RO-UD-NAME           PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RO-UD-SSN            PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RO-UD-STREET         PIC X(25).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RO-UD-CITY           PIC X(18).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RO-UD-STATE          PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RO-UD-POSTAL         PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RO-UD-UNDELIV-DT     PIC X(08).
       01  WS-RPT-STATE-TOT.
           05  FILLER               PIC X(13) VALUE "STATE TOTAL ".
           05  RO-ST-STATE          PIC X(02).
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-PRINT-ROSTER THRU 4000-EXIT.
           PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT.
           PERFORM 5500-PRINT-UNDELIVERABLE THRU 5500-EXIT.
           PERFORM 6000-WRITE-RUN-TOTALS THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE -- BUILD THE CURSOR STATEMENTS.  ALL EXCLUDE
      * EXPUNGED RIDS; THE EXCEPTION SELECT FINDS REGISTRANTS WITH NO
      * OPEN MAILING-TYPE ADDRESS ROW AT ALL, AND THE UNDELIVERABLE
      * SELECT THE ONES WHOSE OPEN MAILING ROW HAS COME BACK.
      ******************************************************************
       1000-INITIALIZE.
           STRING
                   DELIMITED BY SIZE
               " AND A.EFF_END_DT IS NULL"
                   DELIMITED BY SIZE
               " AND A.UNDELIV_DT IS NULL"
                   DELIMITED BY SIZE
               " AND R.RID NOT IN (SELECT RID FROM EXPUNGED_RID)"
                   DELIMITED BY SIZE
               " ORDER BY A.STATE, A.POSTAL, R.RID"
               INTO WS-ROSTER-DECLARE-SQL
           END-STRING.

           STRING
               "DECLARE ROSTCUR CURSOR FOR" DELIMITED BY SIZE
               " SELECT R.RID, R.FIRST_NM, R.LAST_NM, R.SSN,"
                   DELIMITED BY SIZE
               " A.STREET, A.CITY, A.STATE, A.POSTAL,"
                   DELIMITED BY SIZE
               " TO_CHAR(A.UNDELIV_DT,'YYYYMMDD')"
                   DELIMITED BY SIZE
               " FROM REGISTRATIONS R, REGISTRANT_ADDRESS A"
                   DELIMITED BY SIZE
               " WHERE A.RID = R.RID AND A.ADDR_TYPE = 'M'"
                   DELIMITED BY SIZE
               " AND A.EFF_END_DT IS NULL"
                   DELIMITED BY SIZE
               " AND A.UNDELIV_DT IS NOT NULL"
                   DELIMITED BY SIZE
               " AND R.RID NOT IN (SELECT RID FROM EXPUNGED_RID)"
                   DELIMITED BY SIZE
               " ORDER BY R.RID"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-UNDEL-DECLARE-SQL
           END-STRING.

           STRING
               "DECLARE ROSTCUR CURSOR FOR" DELIMITED BY SIZE
               " SELECT RID, FIRST_NM, LAST_NM, SSN"
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5500-PRINT-UNDELIVERABLE -- REGISTRANTS WHOSE CURRENT MAILING
      * ADDRESS CAME BACK FROM THE MAILING HOUSE.  THEY GOT NO LABEL;
      * THIS PAGE IS THE LIST TO CHASE FOR A BETTER ADDRESS.
      ******************************************************************
       5500-PRINT-UNDELIVERABLE.
           MOVE WS-UNDEL-DECLARE-SQL TO WS-ROSTER-DECLARE-SQL.
           PERFORM 3500-OPEN-CURSOR THRU 3500-EXIT.
           PERFORM 3700-FETCH-ONE-CHUNK THRU 3700-EXIT.

           PERFORM 5550-UNDEL-PAGE-HEADING THRU 5550-EXIT.

           IF WS-NTUPLES EQUAL ZERO THEN
               MOVE "   NONE -- NO MAILING ADDRESS IS FLAGGED"
                   TO RO-LINE
               WRITE RO-LINE
           END-IF.

           PERFORM 5600-PRINT-ONE-UNDEL-CHUNK THRU 5600-EXIT
               UNTIL WS-NTUPLES EQUAL ZERO.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           PERFORM 3600-CLOSE-CURSOR THRU 3600-EXIT.
       5500-EXIT.
           EXIT.

       5550-UNDEL-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DT  TO RO-H1-RUN-DT.
           MOVE WS-PAGE-NO TO RO-H1-PAGE.
           MOVE WS-RPT-H1  TO RO-LINE.
           WRITE RO-LINE.
           MOVE "EXCEPTIONS -- MAILING ADDRESS RETURNED UNDELIVERABLE"
               TO RO-LINE.
           WRITE RO-LINE.
           MOVE ALL "-" TO RO-LINE.
           WRITE RO-LINE.
           MOVE 3 TO WS-LINE-COUNT.
       5550-EXIT.
           EXIT.

       5600-PRINT-ONE-UNDEL-CHUNK.
           PERFORM 5700-PRINT-ONE-UNDELIVERABLE THRU 5700-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           PERFORM 3700-FETCH-ONE-CHUNK THRU 3700-EXIT.
       5600-EXIT.
           EXIT.

       5700-PRINT-ONE-UNDELIVERABLE.
           PERFORM 4200-UNPACK-ROSTER-ROW THRU 4200-EXIT.

           MOVE 8 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-UNDELIV-DT.

           IF WS-LINE-COUNT GREATER OR EQUAL WS-MAX-LINES THEN
               PERFORM 5550-UNDEL-PAGE-HEADING THRU 5550-EXIT
           END-IF.

           CALL "SSNMASK" USING
               BY REFERENCE WS-ROW-SSN
               BY REFERENCE WS-MASKED-SSN
           END-CALL.

           MOVE SPACE TO WS-NAME-TEXT.
           STRING
               FUNCTION TRIM(WS-ROW-FIRST-NM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROW-LAST-NM) DELIMITED BY SIZE
               INTO WS-NAME-TEXT
           END-STRING.

           MOVE WS-ROW-RID        TO RO-UD-RID.
           MOVE WS-NAME-TEXT      TO RO-UD-NAME.
           MOVE WS-MASKED-SSN     TO RO-UD-SSN.
           MOVE WS-ROW-STREET     TO RO-UD-STREET.
           MOVE WS-ROW-CITY       TO RO-UD-CITY.
           MOVE WS-ROW-STATE      TO RO-UD-STATE.
           MOVE WS-ROW-POSTAL     TO RO-UD-POSTAL.
           MOVE WS-ROW-UNDELIV-DT TO RO-UD-UNDELIV-DT.
           MOVE WS-RPT-UNDEL-DETAIL TO RO-LINE.
           WRITE RO-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-UNDELIVERABLE.
       5700-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-RUN-TOTALS
      ******************************************************************
               INTO RO-LINE
           END-STRING.
           WRITE RO-LINE.
           MOVE WS-UNDELIVERABLE TO RO-ST-COUNT.
           MOVE SPACE TO RO-LINE.
           STRING
               "            " DELIMITED BY SIZE
               RO-ST-COUNT DELIMITED BY SIZE
               " WITH MAIL RETURNED UNDELIVERABLE" DELIMITED BY SIZE
               INTO RO-LINE
           END-STRING.
           WRITE RO-LINE.

           DISPLAY "ROSTER LINES:       " WS-ROSTER-PRINTED
               END-DISPLAY.
           DISPLAY "LABELS WRITTEN:     " WS-LABELS-WRITTEN
               END-DISPLAY.
           DISPLAY "NO MAILING ADDRESS: " WS-EXCEPTIONS END-DISPLAY.
           DISPLAY "UNDELIVERABLE:      " WS-UNDELIVERABLE END-DISPLAY.
       6000-EXIT.
           EXIT.


      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       ONE-TIME SSN TOKENIZATION CONVERSION.  REPLACES
      *                EVERY FULL SSN ALREADY ON FILE WITH ITS SSNVAULT
      *                TOKEN (ISSUING TOKENS AS IT GOES), SO THAT AFTER
      *                IT RUNS THE ONLY FULL SSNS LEFT ARE ON THE
      *                VAULT.  RUN IN TWO MODES (REGTOKN_MODE):
      *                  TABLES  (DEFAULT) REGISTRATIONS, AND THE
      *                          REGISTRATIONS IMAGES IN LOAD_JOURNAL
      *                          SO REGBKOUT STILL SEES A CONVERTED
      *                          ROW AS UNCHANGED SINCE ITS LOAD.
      *                          EACH SSN IS CONVERTED IN ITS OWN
      *                          TRANSACTION AND ONLY UNCONVERTED
      *                          VALUES ARE EVER SELECTED, SO A RUN
      *                          THAT STOPS IS SIMPLY RUN AGAIN.
      *                  ARCHIVE COPIES ONE PURGE ARCHIVE GENERATION
      *                          (REGTOKN_ARCH_IN, DEFAULT ARCHFIL) TO
      *                          REGTOKN_ARCH_OUT (DEFAULT ARCHFILT)
      *                          WITH EVERY W01 SSN TOKENIZED; ADR AND
      *                          CTC RECORDS COPY UNCHANGED.  RUN ONCE
      *                          PER ARCHFIL.<GEN>; OPERATIONS SWAPS
      *                          THE CONVERTED FILE IN OVER THE OLD
      *                          ONE AND DESTROYS THE OLD ONE.
      *                  ARCHHIST CARRIES NO SSN AND IS NOT TOUCHED.
      *                REGMAST AND REGOUT ARE REBUILT WITH TOKENS BY
      *                THE NEXT REGEXTR FULL EXTRACT AFTER THE TABLES
      *                RUN; REGIN, PENDTXN AND REJFILE COPIES ON HAND
      *                ARE TOKENIZED BY REGFILE WHEN THEY ARE LOADED.
      *
      *                RETURN CODE 0 CLEAN, 4 WHEN AN ARCHIVE RECORD
      *                CARRIED AN SSN TOO IMPLAUSIBLE TO VAULT (COPIED
      *                AS IS AND COUNTED).
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -m -STD=IBM -LPQ SSNVAULT.CBL -o SSNVAULT.so
      *                COBC -X -STD=IBM -LPQ REGTOKN.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL CONVERSION JOB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGTOKN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-IN ASSIGN TO WS-ARCH-IN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-IN-STATUS.
           SELECT ARCH-OUT ASSIGN TO WS-ARCH-OUT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-IN.
           COPY FILEDEF.
           COPY ADDRDEF.
           COPY CONTDEF.

       FD  ARCH-OUT.
       01  AO-RECORD                PIC X(76).

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
       01  WS-CALLER-ID             PIC X(09) VALUE "REGTOKN".

      *----------------------------------------------------------------
      * RUN MODE AND ARCHIVE FILE NAMES
      *----------------------------------------------------------------
       01  WS-MODE-TEXT             PIC X(10).
       01  WS-MODE-SW               PIC X(01).
           88  MODE-TABLES              VALUE "T".
           88  MODE-ARCHIVE             VALUE "A".
       01  WS-FILE-NAME-TEXT        PIC X(40).
       01  WS-ARCH-IN-NAME          PIC X(40) VALUE "ARCHFIL".
       01  WS-ARCH-OUT-NAME         PIC X(40) VALUE "ARCHFILT".
       01  WS-ARCH-IN-STATUS        PIC X(02).
       01  WS-ARCH-OUT-STATUS       PIC X(02).
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-FILE              VALUE "Y".
           88  NOT-END-OF-FILE           VALUE "N".

      *----------------------------------------------------------------
      * STATEMENTS.  THE SELECTS TAKE THE NEXT CHUNK OF SSNS STILL
      * BELOW THE TOKEN RANGE; EVERY SSN CONVERTED DROPS OUT OF THE
      * NEXT CHUNK, SO THE LOOP ENDS WHEN A SELECT COMES BACK EMPTY.
      * REGISTRATIONS IS DONE FIRST (ITS UPDATE ALSO CONVERTS THE
      * JOURNAL IMAGES OF THE SAME SSN); THE JOURNAL PASS THEN PICKS
      * UP IMAGES OF ROWS NO LONGER ON THE LIVE TABLE.
      *----------------------------------------------------------------
       01  WS-REG-SSNS-SQL          PIC X(200).
       01  WS-JRNL-SSNS-SQL         PIC X(256).
       01  WS-UPD-REG-SQL           PIC X(128).
       01  WS-UPD-JRNL-SQL          PIC X(256).
       01  WS-BEGIN-SQL             PIC X(08).
       01  WS-COMMIT-SQL            PIC X(08).
       01  WS-ROLLBACK-SQL          PIC X(10).
       01  WS-CUR-SQL               PIC X(256).
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-ROW-IDX               USAGE BINARY-LONG.
       01  WS-FIELD-TEXT            PIC X(32).
       01  WS-PARAM-VALUES.
           05  WS-PARAM-VALUE       OCCURS 2 TIMES PIC X(32).
       01  WS-PARAM-PTRS.
           05  WS-PARAM-PTR         OCCURS 2 TIMES USAGE POINTER.
       01  WS-CHUNK-SSN-COUNT       PIC 9(04) COMP VALUE ZERO.
       01  WS-CHUNK-SSNS.
           05  WS-CHUNK-SSN         OCCURS 500 TIMES PIC 9(09).
       01  WS-CHUNK-IDX             PIC 9(04) COMP.
       01  WS-PASS-SW               PIC X(01).
           88  PASS-REGISTRATIONS       VALUE "R".
           88  PASS-JOURNAL             VALUE "J".
       01  WS-STEP-SW               PIC X(01).
           88  STEP-OK                  VALUE "Y".
           88  STEP-FAILED               VALUE "N".

      *----------------------------------------------------------------
      * SSN VAULT CALL AREA
      *----------------------------------------------------------------
       01  WS-VAULT-FUNCTION        PIC X(01) VALUE "T".
       01  WS-VAULT-SSN             PIC 9(09).
       01  WS-VAULT-TOKEN           PIC 9(09).
       01  WS-VAULT-STATUS          PIC 9(02).
           88  VAULT-OK                 VALUE 00.

      *----------------------------------------------------------------
      * ARCHIVE SSN EDIT -- A VALUE ALREADY IN THE TOKEN RANGE IS
      * LEFT ALONE; ONE NO SSA RULE WOULD ISSUE IS NOT VAULTED.
      *----------------------------------------------------------------
       01  WS-SSN-CHECK.
           05  WS-SSN-AREA          PIC 9(03).
               88  SSN-IS-TOKEN         VALUE 900 THRU 999.
           05  WS-SSN-GROUP         PIC 9(02).
           05  WS-SSN-SERIAL        PIC 9(04).

      *----------------------------------------------------------------
      * RUN COUNTERS
      *----------------------------------------------------------------
       01  WS-REG-SSNS-DONE         PIC 9(09) COMP VALUE ZERO.
       01  WS-JRNL-SSNS-DONE        PIC 9(09) COMP VALUE ZERO.
       01  WS-ARCH-READ             PIC 9(09) COMP VALUE ZERO.
       01  WS-ARCH-TOKENIZED        PIC 9(09) COMP VALUE ZERO.
       01  WS-ARCH-ALREADY          PIC 9(09) COMP VALUE ZERO.
       01  WS-ARCH-CHILDREN         PIC 9(09) COMP VALUE ZERO.
       01  WS-ARCH-IMPLAUSIBLE      PIC 9(09) COMP VALUE ZERO.
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONNECT-DATABASE THRU 2000-EXIT.
           IF MODE-TABLES THEN
               PERFORM 4000-CONVERT-TABLES THRU 4000-EXIT
           ELSE
               PERFORM 5000-CONVERT-ARCHIVE THRU 5000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- RUN MODE, FILE NAMES, AND THE STATEMENTS.
      * SSN IS CAST TO BIGINT FOR THE RANGE TESTS SO THE COMPARISON
      * IS NUMERIC WHATEVER THE JSON IMAGE HOLDS.
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACE TO WS-MODE-TEXT.
           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT "REGTOKN_MODE".
           EVALUATE FUNCTION TRIM(WS-MODE-TEXT)
               WHEN SPACE
               WHEN "TABLES"
                   SET MODE-TABLES TO TRUE
               WHEN "ARCHIVE"
                   SET MODE-ARCHIVE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: REGTOKN_MODE MUST BE TABLES OR "
                       "ARCHIVE, NOT " WS-MODE-TEXT UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
           END-EVALUATE.

           MOVE SPACE TO WS-FILE-NAME-TEXT.
           ACCEPT WS-FILE-NAME-TEXT FROM ENVIRONMENT "REGTOKN_ARCH_IN".
           IF WS-FILE-NAME-TEXT NOT EQUAL SPACE THEN
               MOVE WS-FILE-NAME-TEXT TO WS-ARCH-IN-NAME
           END-IF.
           MOVE SPACE TO WS-FILE-NAME-TEXT.
           ACCEPT WS-FILE-NAME-TEXT FROM ENVIRONMENT "REGTOKN_ARCH_OUT".
           IF WS-FILE-NAME-TEXT NOT EQUAL SPACE THEN
               MOVE WS-FILE-NAME-TEXT TO WS-ARCH-OUT-NAME
           END-IF.

           STRING
               "SELECT DISTINCT SSN::BIGINT FROM REGISTRATIONS"
                   DELIMITED BY SIZE
               " WHERE SSN::BIGINT BETWEEN 1 AND 899999999"
                   DELIMITED BY SIZE
               " ORDER BY 1 LIMIT 500" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-REG-SSNS-SQL
           END-STRING.

           STRING
               "SELECT DISTINCT (ROW_IMAGE::JSON->>'ssn')::BIGINT"
                   DELIMITED BY SIZE
               " FROM LOAD_JOURNAL WHERE TABLE_NM='REGISTRATIONS'"
                   DELIMITED BY SIZE
               " AND (ROW_IMAGE::JSON->>'ssn')::BIGINT"
                   DELIMITED BY SIZE
               " BETWEEN 1 AND 899999999" DELIMITED BY SIZE
               " ORDER BY 1 LIMIT 500" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-JRNL-SSNS-SQL
           END-STRING.

           STRING
               "UPDATE REGISTRATIONS SET SSN=$1::INTEGER"
                   DELIMITED BY SIZE
               " WHERE SSN::BIGINT=$2::BIGINT" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-UPD-REG-SQL
           END-STRING.

           STRING
               "UPDATE LOAD_JOURNAL SET ROW_IMAGE=(ROW_IMAGE::JSONB"
                   DELIMITED BY SIZE
               " || JSONB_BUILD_OBJECT('ssn',$1::INTEGER))::TEXT"
                   DELIMITED BY SIZE
               " WHERE TABLE_NM='REGISTRATIONS'" DELIMITED BY SIZE
               " AND (ROW_IMAGE::JSON->>'ssn')::BIGINT=$2::BIGINT"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-UPD-JRNL-SQL
           END-STRING.

           STRING "BEGIN" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-BEGIN-SQL
           END-STRING.
           STRING "COMMIT" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-COMMIT-SQL
           END-STRING.
           STRING "ROLLBACK" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-ROLLBACK-SQL
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
               DISPLAY "ERROR: REGTOKN UNABLE TO ESTABLISH CONNECTION"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONVERT-TABLES -- THE REGISTRATIONS PASS, THEN THE
      * JOURNAL PASS, EACH A CHUNK AT A TIME UNTIL NOTHING IS LEFT.
      ******************************************************************
       4000-CONVERT-TABLES.
           SET PASS-REGISTRATIONS TO TRUE.
           MOVE WS-REG-SSNS-SQL TO WS-CUR-SQL.
           PERFORM 4100-CONVERT-ONE-CHUNK THRU 4100-EXIT.
           PERFORM 4100-CONVERT-ONE-CHUNK THRU 4100-EXIT
               UNTIL WS-CHUNK-SSN-COUNT EQUAL ZERO.

           SET PASS-JOURNAL TO TRUE.
           MOVE WS-JRNL-SSNS-SQL TO WS-CUR-SQL.
           PERFORM 4100-CONVERT-ONE-CHUNK THRU 4100-EXIT.
           PERFORM 4100-CONVERT-ONE-CHUNK THRU 4100-EXIT
               UNTIL WS-CHUNK-SSN-COUNT EQUAL ZERO.

           DISPLAY "REGISTRATIONS SSNS TOKENIZED: " WS-REG-SSNS-DONE
               END-DISPLAY.
           DISPLAY "JOURNAL-ONLY SSNS TOKENIZED:  " WS-JRNL-SSNS-DONE
               END-DISPLAY.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CONVERT-ONE-CHUNK -- PULL UP TO 500 UNCONVERTED SSNS INTO
      * THE CHUNK TABLE (THE RESULT IS CLEARED BEFORE ANY UPDATE RUNS)
      * AND CONVERT EACH.
      ******************************************************************
       4100-CONVERT-ONE-CHUNK.
           MOVE ZERO TO WS-CHUNK-SSN-COUNT.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-CUR-SQL
               RETURNING PGRES
           END-CALL.

           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.
           IF WS-CALL-RESULT NOT EQUAL 2 THEN
               PERFORM 9000-REPORT-DB-ERROR THRU 9000-EXIT
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO BAIL
           END-IF.

           CALL "PQntuples" USING
               BY VALUE PGRES
               RETURNING WS-NTUPLES
           END-CALL.
           PERFORM 4150-TAKE-ONE-SSN THRU 4150-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.

           PERFORM 4200-CONVERT-ONE-SSN THRU 4200-EXIT
               VARYING WS-CHUNK-IDX FROM 1 BY 1
               UNTIL WS-CHUNK-IDX GREATER WS-CHUNK-SSN-COUNT.
       4100-EXIT.
           EXIT.

       4150-TAKE-ONE-SSN.
           CALL "PQgetvalue" USING
               BY VALUE PGRES BY VALUE WS-ROW-IDX BY VALUE 0
               RETURNING RESPTR
           END-CALL.
           SET ADDRESS OF RESSTR TO RESPTR.
           MOVE SPACE TO WS-FIELD-TEXT.
           STRING RESSTR DELIMITED BY X"00" INTO WS-FIELD-TEXT
           END-STRING.
           ADD 1 TO WS-CHUNK-SSN-COUNT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-CHUNK-SSN(WS-CHUNK-SSN-COUNT).
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4200-CONVERT-ONE-SSN -- TOKEN FROM THE VAULT, THEN EVERY ROW
      * AND JOURNAL IMAGE CARRYING THE SSN IN ONE TRANSACTION.  A
      * FAILURE STOPS THE RUN: WHAT IS COMMITTED STAYS CONVERTED AND
      * THE RERUN STARTS WITH WHAT IS LEFT.
      ******************************************************************
       4200-CONVERT-ONE-SSN.
           MOVE WS-CHUNK-SSN(WS-CHUNK-IDX) TO WS-VAULT-SSN.
           CALL "SSNVAULT" USING
               BY REFERENCE WS-VAULT-FUNCTION
               BY REFERENCE PGCONN
               BY REFERENCE WS-VAULT-SSN
               BY REFERENCE WS-VAULT-TOKEN
               BY REFERENCE WS-VAULT-STATUS
           END-CALL.
           IF NOT VAULT-OK THEN
               DISPLAY "ERROR: SSN VAULT UNAVAILABLE -- CONVERSION "
                   "STOPPED, RERUN TO CONTINUE" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           STRING WS-VAULT-TOKEN DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           STRING WS-VAULT-SSN DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(2)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2).

           MOVE WS-BEGIN-SQL TO WS-CUR-SQL.
           PERFORM 9100-EXEC-PLAIN THRU 9100-EXIT.

           IF PASS-REGISTRATIONS THEN
               MOVE WS-UPD-REG-SQL TO WS-CUR-SQL
               PERFORM 9200-EXEC-UPDATE THRU 9200-EXIT
           END-IF.
           MOVE WS-UPD-JRNL-SQL TO WS-CUR-SQL.
           PERFORM 9200-EXEC-UPDATE THRU 9200-EXIT.

           MOVE WS-COMMIT-SQL TO WS-CUR-SQL.
           PERFORM 9100-EXEC-PLAIN THRU 9100-EXIT.

           IF PASS-REGISTRATIONS THEN
               ADD 1 TO WS-REG-SSNS-DONE
               MOVE WS-REG-SSNS-SQL TO WS-CUR-SQL
           ELSE
               ADD 1 TO WS-JRNL-SSNS-DONE
               MOVE WS-JRNL-SSNS-SQL TO WS-CUR-SQL
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CONVERT-ARCHIVE -- ONE GENERATION, RECORD FOR RECORD.
      ******************************************************************
       5000-CONVERT-ARCHIVE.
           OPEN INPUT ARCH-IN.
           IF WS-ARCH-IN-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN " WS-ARCH-IN-NAME
                   " STATUS=" WS-ARCH-IN-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
           OPEN OUTPUT ARCH-OUT.
           IF WS-ARCH-OUT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN " WS-ARCH-OUT-NAME
                   " STATUS=" WS-ARCH-OUT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           READ ARCH-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM 5100-CONVERT-ONE-RECORD THRU 5100-EXIT
               UNTIL END-OF-FILE.

           CLOSE ARCH-IN.
           CLOSE ARCH-OUT.

           DISPLAY "ARCHIVE RECORDS READ:     " WS-ARCH-READ
               END-DISPLAY.
           DISPLAY "W01 SSNS TOKENIZED:       " WS-ARCH-TOKENIZED
               END-DISPLAY.
           DISPLAY "W01 ALREADY TOKENIZED:    " WS-ARCH-ALREADY
               END-DISPLAY.
           DISPLAY "ADR/CTC COPIED AS IS:     " WS-ARCH-CHILDREN
               END-DISPLAY.
           DISPLAY "IMPLAUSIBLE SSNS COPIED:  " WS-ARCH-IMPLAUSIBLE
               END-DISPLAY.
           IF WS-ARCH-IMPLAUSIBLE GREATER ZERO THEN
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CONVERT-ONE-RECORD.
           ADD 1 TO WS-ARCH-READ.
           IF A01-ADDRESS-ID OR C01-CONTACT-ID THEN
               ADD 1 TO WS-ARCH-CHILDREN
               GO TO 5180-WRITE
           END-IF.

           MOVE W01-SSN TO WS-SSN-CHECK.
           IF SSN-IS-TOKEN THEN
               ADD 1 TO WS-ARCH-ALREADY
               GO TO 5180-WRITE
           END-IF.
           IF WS-SSN-AREA EQUAL ZERO OR WS-SSN-GROUP EQUAL ZERO
                   OR WS-SSN-SERIAL EQUAL ZERO THEN
               ADD 1 TO WS-ARCH-IMPLAUSIBLE
               DISPLAY "WARNING: RID " W01-RID
                   " SSN NOT PLAUSIBLE -- COPIED AS IS" UPON SYSERR
               END-DISPLAY
               GO TO 5180-WRITE
           END-IF.

           MOVE W01-SSN TO WS-VAULT-SSN.
           CALL "SSNVAULT" USING
               BY REFERENCE WS-VAULT-FUNCTION
               BY REFERENCE PGCONN
               BY REFERENCE WS-VAULT-SSN
               BY REFERENCE WS-VAULT-TOKEN
               BY REFERENCE WS-VAULT-STATUS
           END-CALL.
           IF NOT VAULT-OK THEN
               DISPLAY "ERROR: SSN VAULT UNAVAILABLE AT RID " W01-RID
                   " -- " WS-ARCH-OUT-NAME " IS INCOMPLETE, RERUN"
                   UPON SYSERR
               END-DISPLAY
               CLOSE ARCH-IN
               CLOSE ARCH-OUT
               GO TO BAIL
           END-IF.
           MOVE WS-VAULT-TOKEN TO W01-SSN.
           ADD 1 TO WS-ARCH-TOKENIZED.

       5180-WRITE.
           MOVE W01-RECORD TO AO-RECORD.
           WRITE AO-RECORD.
           IF WS-ARCH-OUT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: WRITE TO " WS-ARCH-OUT-NAME
                   " FAILED, STATUS=" WS-ARCH-OUT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           READ ARCH-IN
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- CLOSE THE CONNECTION AND END THE RUN
      ******************************************************************
       8000-TERMINATE.
           CALL "PQfinish" USING BY VALUE PGCONN END-CALL.
       8000-EXIT.
           EXIT.

       9000-REPORT-DB-ERROR.
           CALL "PQerrorMessage" USING
               BY VALUE PGCONN
               RETURNING RESPTR
           END-CALL.
           SET ADDRESS OF RESSTR TO RESPTR.
           MOVE SPACE TO ANSWER.
           STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING.
           DISPLAY "ERROR: CONVERSION STATEMENT FAILED: "
               FUNCTION TRIM(ANSWER) UPON SYSERR
           END-DISPLAY.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-EXEC-PLAIN -- BEGIN / COMMIT.  9200-EXEC-UPDATE -- ONE
      * CONVERSION UPDATE (TOKEN AND SSN ALREADY IN THE PARAMETERS);
      * A FAILED UPDATE ROLLS THE SSN'S TRANSACTION BACK AND STOPS.
      ******************************************************************
       9100-EXEC-PLAIN.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-CUR-SQL
               RETURNING PGRES
           END-CALL.
           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.
           IF WS-CALL-RESULT NOT EQUAL 1 THEN
               PERFORM 9000-REPORT-DB-ERROR THRU 9000-EXIT
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               PERFORM 9300-ROLL-BACK THRU 9300-EXIT
               GO TO BAIL
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       9100-EXIT.
           EXIT.

       9200-EXEC-UPDATE.
           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-CUR-SQL
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
               PERFORM 9000-REPORT-DB-ERROR THRU 9000-EXIT
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               PERFORM 9300-ROLL-BACK THRU 9300-EXIT
               GO TO BAIL
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       9200-EXIT.
           EXIT.

       9300-ROLL-BACK.
           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-ROLLBACK-SQL
               RETURNING PGRES
           END-CALL.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       9300-EXIT.
           EXIT.

      ******************************************************************
      * BAIL -- COMMON ABEND EXIT FOR UNRECOVERABLE ERRORS
      ******************************************************************
       BAIL.
           STOP RUN RETURNING 1.

       END PROGRAM REGTOKN.

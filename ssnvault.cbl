      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       THE SSN VAULT.  EVERY FULL SOCIAL SECURITY
      *                NUMBER WE HOLD LIVES IN ONE TABLE, SSN_VAULT,
      *                BESIDE THE SURROGATE TOKEN THAT STANDS IN FOR IT
      *                EVERYWHERE ELSE -- REGISTRATIONS, REGMAST,
      *                REGOUT, THE PURGE ARCHIVES, REJFILE, PENDTXN.
      *                THIS ROUTINE IS THE ONLY CODE THAT ISSUES SQL
      *                AGAINST SSN_VAULT, AND THE TABLE IS GRANTED TO
      *                NOTHING BUT THE LOAD AND DETOKENIZE ROLES.
      *
      *                A TOKEN IS NINE DIGITS: A 9, FOUR RANDOM
      *                DIGITS, AND THE SSN'S OWN LAST FOUR.  IT FITS
      *                EVERY PIC 9(09) SSN FIELD AND KEY UNCHANGED, THE
      *                9XX AREA IS NEVER ISSUED SO A TOKEN CAN NEVER BE
      *                MISTAKEN FOR A REAL SSN, AND SSNMASK'S
      *                XXX-XX-NNNN STILL SHOWS THE TRUE LAST FOUR.
      *
      *                FUNCTIONS (L01-FUNCTION):
      *                  "T" TOKENIZE -- RETURN THE SSN'S TOKEN,
      *                      ISSUING A NEW ONE IF IT HAS NONE.
      *                  "L" LOOK UP  -- RETURN THE SSN'S TOKEN, OR
      *                      NOT-FOUND; NEVER ISSUES ONE.
      *                  "V" VERIFY   -- IS THIS TOKEN ON THE VAULT.
      *                  "D" DETOKENIZE -- RETURN THE TOKEN'S SSN.
      *                  "X" EXPUNGE  -- REMOVE THE TOKEN'S ENTRY
      *                      ONCE NO REGISTRATIONS ROW STILL CARRIES
      *                      IT; NOT-ON-VAULT WHEN NOTHING WAS
      *                      REMOVED (STILL CARRIED, OR ALREADY GONE).
      *                STATUS: 00 DONE, 04 NOT ON THE VAULT, 08 THE
      *                DATABASE CALL FAILED (MESSAGE ON SYSERR), 12 A
      *                FUNCTION CODE NOT LISTED ABOVE.
      * TECTONICS:     COBC -m -STD=IBM -LPQ SSNVAULT.CBL -o SSNVAULT.so
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL ROUTINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSNVAULT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PGRES                    USAGE POINTER.
       01  RESPTR                   USAGE POINTER.
       01  RESSTR                   PIC X(80) BASED.
       01  WS-CALL-RESULT           USAGE BINARY-LONG.
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  ANSWER                   PIC X(80).
       01  WS-FIELD-TEXT            PIC X(32).
       01  WS-CMD-TUPLES-TEXT       PIC X(08).

       01  WS-SQL-BUILT-SW          PIC X(01) VALUE "N".
           88  SQL-BUILT                VALUE "Y".
           88  SQL-NOT-BUILT            VALUE "N".

      *----------------------------------------------------------------
      * THE TOKENIZE STATEMENT INSERTS A FRESH TOKEN AND READS BACK
      * WHATEVER ENDS UP ON FILE IN ONE ROUND TRIP.  AN SSN ALREADY
      * VAULTED CONFLICTS ON SSN AND THE SECOND BRANCH RETURNS ITS
      * EXISTING TOKEN; A RANDOM TOKEN THAT COLLIDES WITH ANOTHER
      * SSN'S CONFLICTS ON TOKEN AND NOTHING COMES BACK, SO THE
      * STATEMENT IS SIMPLY TRIED AGAIN WITH A NEW DRAW.  TEN
      * THOUSAND TOKENS PER LAST-FOUR MAKES A RUN OF MISSES RARE;
      * WS-MAX-TRIES BOUNDS IT ANYWAY.
      *----------------------------------------------------------------
       01  WS-TOKENIZE-SQL          PIC X(400).
       01  WS-LOOKUP-SQL            PIC X(100).
       01  WS-VERIFY-SQL            PIC X(100).
       01  WS-DETOKENIZE-SQL        PIC X(100).
       01  WS-EXPUNGE-SQL           PIC X(200).
       01  WS-MAX-TRIES             PIC 9(02) COMP VALUE 25.
       01  WS-TRIES                 PIC 9(02) COMP VALUE ZERO.

       01  WS-SSN-TEXT              PIC 9(09).
       01  WS-SSN-PARTS REDEFINES WS-SSN-TEXT.
           05  FILLER               PIC X(05).
           05  WS-SSN-LAST-FOUR     PIC X(04).
       01  WS-TOKEN-TEXT            PIC 9(09).

       01  WS-PARAM-VALUES.
           05  WS-PARAM-VALUE       OCCURS 2 TIMES PIC X(32).
       01  WS-PARAM-PTRS.
           05  WS-PARAM-PTR         OCCURS 2 TIMES USAGE POINTER.

       LINKAGE SECTION.
       01  L01-FUNCTION             PIC X(01).
           88  L01-TOKENIZE             VALUE "T".
           88  L01-LOOKUP               VALUE "L".
           88  L01-VERIFY               VALUE "V".
           88  L01-DETOKENIZE           VALUE "D".
           88  L01-EXPUNGE              VALUE "X".
       01  L01-CONN-HANDLE          USAGE POINTER.
       01  L01-SSN                  PIC 9(09).
       01  L01-TOKEN                PIC 9(09).
       01  L01-STATUS-CODE          PIC 9(02).
           88  L01-VAULT-OK             VALUE 00.
           88  L01-NOT-ON-VAULT         VALUE 04.
           88  L01-VAULT-FAILED         VALUE 08.
           88  L01-BAD-FUNCTION         VALUE 12.

       PROCEDURE DIVISION USING
           L01-FUNCTION
           L01-CONN-HANDLE
           L01-SSN
           L01-TOKEN
           L01-STATUS-CODE.

       0000-MAINLINE.
           IF SQL-NOT-BUILT THEN
               PERFORM 1000-BUILD-SQL THRU 1000-EXIT
           END-IF.

           SET L01-VAULT-OK TO TRUE.
           EVALUATE TRUE
               WHEN L01-TOKENIZE
                   PERFORM 2000-TOKENIZE THRU 2000-EXIT
               WHEN L01-LOOKUP
                   PERFORM 3000-LOOKUP THRU 3000-EXIT
               WHEN L01-VERIFY
                   PERFORM 4000-VERIFY THRU 4000-EXIT
               WHEN L01-DETOKENIZE
                   PERFORM 5000-DETOKENIZE THRU 5000-EXIT
               WHEN L01-EXPUNGE
                   PERFORM 6000-EXPUNGE THRU 6000-EXIT
               WHEN OTHER
                   SET L01-BAD-FUNCTION TO TRUE
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * 1000-BUILD-SQL -- STATEMENTS ARE NUL-TERMINATED ONCE, ON THE
      * FIRST CALL, AND KEPT FOR THE LIFE OF THE RUN UNIT.
      ******************************************************************
       1000-BUILD-SQL.
           STRING
               "WITH N AS (INSERT INTO SSN_VAULT"
                   DELIMITED BY SIZE
               " (TOKEN, SSN, CREATED_TS) VALUES"
                   DELIMITED BY SIZE
               " (900000000"
                   DELIMITED BY SIZE
               " + FLOOR(RANDOM() * 10000)::INTEGER * 10000"
                   DELIMITED BY SIZE
               " + $2::INTEGER, $1, CURRENT_TIMESTAMP)"
                   DELIMITED BY SIZE
               " ON CONFLICT DO NOTHING RETURNING TOKEN)"
                   DELIMITED BY SIZE
               " SELECT TOKEN FROM N UNION ALL"
                   DELIMITED BY SIZE
               " SELECT TOKEN FROM SSN_VAULT WHERE SSN=$1"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-TOKENIZE-SQL
           END-STRING.
           STRING
               "SELECT TOKEN FROM SSN_VAULT WHERE SSN=$1"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-LOOKUP-SQL
           END-STRING.
           STRING
               "SELECT TOKEN FROM SSN_VAULT WHERE TOKEN=$1::INTEGER"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-VERIFY-SQL
           END-STRING.
           STRING
               "SELECT SSN FROM SSN_VAULT WHERE TOKEN=$1::INTEGER"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-DETOKENIZE-SQL
           END-STRING.
           STRING
               "DELETE FROM SSN_VAULT WHERE TOKEN=$1::INTEGER"
                   DELIMITED BY SIZE
               " AND NOT EXISTS (SELECT 1 FROM REGISTRATIONS"
                   DELIMITED BY SIZE
               " WHERE SSN=$1::INTEGER)"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-EXPUNGE-SQL
           END-STRING.
           SET SQL-BUILT TO TRUE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TOKENIZE -- GET-OR-CREATE.  THE SSN IS PASSED AS NINE
      * CHARACTERS SO LEADING ZEROS SURVIVE; ITS LAST FOUR ARE THE
      * TAIL OF THE NEW TOKEN.
      ******************************************************************
       2000-TOKENIZE.
           MOVE L01-SSN TO WS-SSN-TEXT.
           STRING WS-SSN-TEXT DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           STRING WS-SSN-LAST-FOUR DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(2)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2).
           MOVE ZERO TO WS-TRIES.

       2000-TRY-AGAIN.
           ADD 1 TO WS-TRIES.
           CALL "PQexecParams" USING
               BY VALUE L01-CONN-HANDLE
               BY REFERENCE WS-TOKENIZE-SQL
               BY VALUE 2
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 8000-FETCH-ONE-VALUE THRU 8000-EXIT.
           IF L01-VAULT-FAILED THEN
               GO TO 2000-EXIT
           END-IF.

           IF L01-NOT-ON-VAULT THEN
               IF WS-TRIES LESS WS-MAX-TRIES THEN
                   SET L01-VAULT-OK TO TRUE
                   GO TO 2000-TRY-AGAIN
               END-IF
               DISPLAY "SSN VAULT: NO FREE TOKEN AFTER " WS-TRIES
                   " TRIES" UPON SYSERR
               END-DISPLAY
               SET L01-VAULT-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO L01-TOKEN.
       2000-EXIT.
           EXIT.

       3000-LOOKUP.
           MOVE L01-SSN TO WS-SSN-TEXT.
           STRING WS-SSN-TEXT DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           CALL "PQexecParams" USING
               BY VALUE L01-CONN-HANDLE
               BY REFERENCE WS-LOOKUP-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 8000-FETCH-ONE-VALUE THRU 8000-EXIT.
           IF L01-VAULT-OK THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
                   TO L01-TOKEN
           END-IF.
       3000-EXIT.
           EXIT.

       4000-VERIFY.
           PERFORM 8100-SET-TOKEN-PARAM THRU 8100-EXIT.
           CALL "PQexecParams" USING
               BY VALUE L01-CONN-HANDLE
               BY REFERENCE WS-VERIFY-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 8000-FETCH-ONE-VALUE THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

       5000-DETOKENIZE.
           PERFORM 8100-SET-TOKEN-PARAM THRU 8100-EXIT.
           CALL "PQexecParams" USING
               BY VALUE L01-CONN-HANDLE
               BY REFERENCE WS-DETOKENIZE-SQL
               BY VALUE 1
               BY VALUE 0
               BY REFERENCE WS-PARAM-PTRS
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               RETURNING PGRES
           END-CALL.
           PERFORM 8000-FETCH-ONE-VALUE THRU 8000-EXIT.
           IF L01-VAULT-OK THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
                   TO L01-SSN
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-EXPUNGE -- THE VAULT ENTRY GOES ONLY WHEN NOTHING ON
      * REGISTRATIONS STILL CARRIES THE TOKEN; A ROW LEFT BEHIND
      * WOULD OTHERWISE HOLD A TOKEN NOBODY COULD EVER RESOLVE.
      ******************************************************************
       6000-EXPUNGE.
           PERFORM 8100-SET-TOKEN-PARAM THRU 8100-EXIT.
           CALL "PQexecParams" USING
               BY VALUE L01-CONN-HANDLE
               BY REFERENCE WS-EXPUNGE-SQL
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
           IF WS-CALL-RESULT NOT EQUAL 1 THEN
               PERFORM 9000-REPORT-FAILURE THRU 9000-EXIT
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO 6000-EXIT
           END-IF.

           CALL "PQcmdTuples" USING
               BY VALUE PGRES
               RETURNING RESPTR
           END-CALL.
           SET ADDRESS OF RESSTR TO RESPTR.
           MOVE SPACE TO WS-CMD-TUPLES-TEXT.
           STRING RESSTR DELIMITED BY X"00" INTO WS-CMD-TUPLES-TEXT
           END-STRING.
           IF WS-CMD-TUPLES-TEXT EQUAL SPACE
                   OR FUNCTION TRIM(WS-CMD-TUPLES-TEXT) EQUAL "0" THEN
               SET L01-NOT-ON-VAULT TO TRUE
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FETCH-ONE-VALUE -- COMMON TAIL OF EVERY SELECT: FIRST
      * COLUMN OF THE FIRST ROW INTO WS-FIELD-TEXT, NO ROW IS
      * NOT-ON-VAULT, A FAILED STATEMENT IS VAULT-FAILED.
      ******************************************************************
       8000-FETCH-ONE-VALUE.
           MOVE SPACE TO WS-FIELD-TEXT.
           CALL "PQresultStatus" USING
               BY VALUE PGRES
               RETURNING WS-CALL-RESULT
           END-CALL.
           IF WS-CALL-RESULT NOT EQUAL 2 THEN
               PERFORM 9000-REPORT-FAILURE THRU 9000-EXIT
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO 8000-EXIT
           END-IF.

           CALL "PQntuples" USING
               BY VALUE PGRES
               RETURNING WS-NTUPLES
           END-CALL.
           IF WS-NTUPLES EQUAL ZERO THEN
               SET L01-NOT-ON-VAULT TO TRUE
           ELSE
               CALL "PQgetvalue" USING
                   BY VALUE PGRES BY VALUE 0 BY VALUE 0
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY X"00" INTO WS-FIELD-TEXT
               END-STRING
           END-IF.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       8000-EXIT.
           EXIT.

       8100-SET-TOKEN-PARAM.
           MOVE L01-TOKEN TO WS-TOKEN-TEXT.
           STRING WS-TOKEN-TEXT DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
       8100-EXIT.
           EXIT.

       9000-REPORT-FAILURE.
           CALL "PQerrorMessage" USING
               BY VALUE L01-CONN-HANDLE
               RETURNING RESPTR
           END-CALL.
           SET ADDRESS OF RESSTR TO RESPTR.
           MOVE SPACE TO ANSWER.
           STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING.
           DISPLAY "SSN VAULT CALL FAILED: " FUNCTION TRIM(ANSWER)
               UPON SYSERR
           END-DISPLAY.
           SET L01-VAULT-FAILED TO TRUE.
       9000-EXIT.
           EXIT.

       END PROGRAM SSNVAULT.

      *                MASKED THROUGH SSNMASK -- HELP-DESK LOOKUPS
      *                WITHOUT GREPPING A FLAT FILE OR A DATABASE
      *                SIGN-ON.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -m -STD=IBM -LPQ SSNVAULT.CBL -o SSNVAULT.so
      *                COBC -m -STD=IBM ACCSLOG.CBL -o ACCSLOG.so
      *                COBC -X -STD=IBM -LPQ REGMINQ.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20260822 TWK  ORIGINAL KEYED INQUIRY PROGRAM.
      *                  NEXT SCREENFUL), SHOWING RID, NAME, AND THE
      *                  MASKED SSN SO THE AGENT CAN PICK THE RIGHT
      *                  PERSON AND PULL THE FULL RECORD BY RID.
      *    20261015 TWK  SSN TOKENIZATION: REGMAST NOW CARRIES SSNVAULT
      *                  TOKENS, SO AN "S" REQUEST LOOKS THE KEYED SSN
      *                  UP ON THE VAULT (NEVER ISSUING A TOKEN) AND
      *                  READS THE ALTERNATE KEY BY ITS TOKEN.  THE
      *                  DATABASE CONNECTION IS OPENED ON THE FIRST
      *                  SSN REQUEST; RID AND NAME LOOKUPS NEED NONE.
      *    20261015 TWK  RECORD-ACCESS LOG: EVERY LOOKUP -- BY RID, BY
      *                  SSN (FOUND OR NOT), AND EACH RID LISTED ON A
      *                  BROWSE SCREEN -- IS LOGGED THROUGH ACCSLOG
      *                  WITH THE OPERATOR AND TERMINAL, CAPTURED AT
      *                  SESSION START AS REGMAINT DOES.  A RECORD IS
      *                  NOT SHOWN UNLESS ITS LOG ROW WAS WRITTEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMINQ.
       01  WS-MASKED-SSN            PIC X(11).
       01  WS-LOOKUPS-DONE          PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * SSN VAULT -- THE ALTERNATE KEY HOLDS TOKENS, SO A KEYED SSN IS
      * TURNED INTO ITS TOKEN FIRST.  AN SSN THE VAULT HAS NEVER SEEN
      * BELONGS TO NOBODY ON FILE.  A 9XX ENTRY IS ALREADY A TOKEN
      * AND IS READ AS KEYED.
      *----------------------------------------------------------------
       01  PGCONN                   USAGE POINTER.
       01  WS-CALLER-ID             PIC X(09) VALUE "REGMINQ".
       01  WS-CONN-STATUS           PIC 9(02).
       01  WS-DB-SW                 PIC X(01) VALUE "N".
           88  DB-CONNECTED             VALUE "Y".
           88  DB-NOT-CONNECTED         VALUE "N".
       01  WS-SSN-KEYED             PIC 9(09).
       01  WS-SSN-KEYED-PARTS REDEFINES WS-SSN-KEYED.
           05  WS-SSN-KEYED-AREA    PIC 9(03).
               88  SSN-KEYED-IS-TOKEN   VALUE 900 THRU 999.
           05  FILLER               PIC 9(06).
       01  WS-VAULT-FUNCTION        PIC X(01) VALUE "L".
       01  WS-VAULT-TOKEN           PIC 9(09).
       01  WS-VAULT-STATUS          PIC 9(02).
           88  VAULT-OK                 VALUE 00.
           88  VAULT-NOT-FOUND          VALUE 04.

      *----------------------------------------------------------------
      * RECORD-ACCESS LOG -- THE OPERATOR ID COMES FROM THE
      * ENVIRONMENT THE SAME WAY REGMAINT STAMPS ITS OPR RECORDS
      * (USER, FALLING BACK TO LOGNAME); THE TERMINAL SESSION FROM
      * TERM.  ONE ACCSLOG CALL PER REGISTRANT LOOKED AT; METHOD IS
      * R (RID), S (SSN) OR L (BROWSE LINE), RESULT F OR N.
      *----------------------------------------------------------------
       01  WS-OPERATOR-ID           PIC X(09).
       01  WS-TERMINAL-ID           PIC X(08).
       01  WS-LOG-METHOD            PIC X(01).
       01  WS-LOG-RID               PIC 9(06).
       01  WS-LOG-RESULT            PIC X(01).
       01  WS-LOG-STATUS            PIC 9(02).
           88  LOG-WRITTEN              VALUE 00.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-CAPTURE-OPERATOR THRU 1000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-INQUIRY-LOOP THRU 4000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-CAPTURE-OPERATOR -- WHO IS SITTING AT THIS SESSION.  AN
      * UNRESOLVABLE OPERATOR IS LOGGED AS "UNKNOWN" RATHER THAN BLANK.
      ******************************************************************
       1000-CAPTURE-OPERATOR.
           MOVE SPACE TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID EQUAL SPACE THEN
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
           END-IF.
           IF WS-OPERATOR-ID EQUAL SPACE THEN
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

           MOVE SPACE TO WS-TERMINAL-ID.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERM".
           IF WS-TERMINAL-ID EQUAL SPACE THEN
               MOVE "UNKNOWN" TO WS-TERMINAL-ID
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES
      ******************************************************************
           END-IF.

           MOVE WS-REQUEST-VALUE(1:6) TO M01-RID.
           MOVE "R" TO WS-LOG-METHOD.
           MOVE M01-RID TO WS-LOG-RID.
           READ REGMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOG-RESULT
                   PERFORM 4900-LOG-ACCESS THRU 4900-EXIT
                   DISPLAY "NO REGISTRANT FOR RID " M01-RID
                   END-DISPLAY
               NOT INVALID KEY
                   MOVE "F" TO WS-LOG-RESULT
                   PERFORM 4900-LOG-ACCESS THRU 4900-EXIT
                   IF LOG-WRITTEN THEN
                       PERFORM 4400-DISPLAY-REGISTRANT THRU 4400-EXIT
                   END-IF
           END-READ.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-READ-BY-SSN -- READ ON THE SSN ALTERNATE KEY BY THE
      * SSN'S VAULT TOKEN.  WITH DUPLICATES ON FILE THE FIRST RECORD
      * IN KEY ORDER COMES BACK, WHICH IS THE LOWEST RID CARRYING
      * THAT TOKEN.
      ******************************************************************
       4300-READ-BY-SSN.
           IF WS-REQUEST-VALUE NOT NUMERIC THEN
               GO TO 4300-EXIT
           END-IF.

           MOVE WS-REQUEST-VALUE TO WS-SSN-KEYED.
           IF SSN-KEYED-IS-TOKEN THEN
               MOVE WS-SSN-KEYED TO M01-SSN
               GO TO 4300-READ-MASTER
           END-IF.

           IF DB-NOT-CONNECTED THEN
               CALL "DBCONN" USING
                   BY REFERENCE WS-CALLER-ID
                   BY REFERENCE PGCONN
                   BY REFERENCE WS-CONN-STATUS
               END-CALL
               IF WS-CONN-STATUS NOT EQUAL ZERO THEN
                   DISPLAY "SSN LOOKUP UNAVAILABLE -- "
                       "LOOK UP BY RID OR NAME"
                   END-DISPLAY
                   GO TO 4300-EXIT
               END-IF
               SET DB-CONNECTED TO TRUE
           END-IF.

           CALL "SSNVAULT" USING
               BY REFERENCE WS-VAULT-FUNCTION
               BY REFERENCE PGCONN
               BY REFERENCE WS-SSN-KEYED
               BY REFERENCE WS-VAULT-TOKEN
               BY REFERENCE WS-VAULT-STATUS
           END-CALL.

           IF VAULT-NOT-FOUND THEN
               MOVE "S" TO WS-LOG-METHOD
               MOVE ZERO TO WS-LOG-RID
               MOVE "N" TO WS-LOG-RESULT
               PERFORM 4900-LOG-ACCESS THRU 4900-EXIT
               CALL "SSNMASK" USING
                   BY REFERENCE WS-SSN-KEYED
                   BY REFERENCE WS-MASKED-SSN
               END-CALL
               DISPLAY "NO REGISTRANT FOR SSN " WS-MASKED-SSN
               END-DISPLAY
               GO TO 4300-EXIT
           END-IF.
           IF NOT VAULT-OK THEN
               DISPLAY "SSN LOOKUP UNAVAILABLE -- "
                   "LOOK UP BY RID OR NAME"
               END-DISPLAY
               GO TO 4300-EXIT
           END-IF.
           MOVE WS-VAULT-TOKEN TO M01-SSN.

       4300-READ-MASTER.
           MOVE "S" TO WS-LOG-METHOD.
           READ REGMAST-FILE KEY IS M01-SSN
               INVALID KEY
                   MOVE ZERO TO WS-LOG-RID
                   MOVE "N" TO WS-LOG-RESULT
                   PERFORM 4900-LOG-ACCESS THRU 4900-EXIT
                   CALL "SSNMASK" USING
                       BY REFERENCE M01-SSN
                       BY REFERENCE WS-MASKED-SSN
                   DISPLAY "NO REGISTRANT FOR SSN " WS-MASKED-SSN
                   END-DISPLAY
               NOT INVALID KEY
                   MOVE M01-RID TO WS-LOG-RID
                   MOVE "F" TO WS-LOG-RESULT
                   PERFORM 4900-LOG-ACCESS THRU 4900-EXIT
                   IF LOG-WRITTEN THEN
                       PERFORM 4400-DISPLAY-REGISTRANT THRU 4400-EXIT
                   END-IF
           END-READ.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4600-SHOW-SCREENFUL -- UP TO TEN BROWSE LINES FROM THE
      * CURRENT POSITION; END OF FILE CLOSES THE BROWSE.  EACH LINE IS
      * LOGGED BEFORE IT IS SHOWN; A LOG FAILURE CLOSES THE BROWSE.
      ******************************************************************
       4600-SHOW-SCREENFUL.
           IF BROWSE-NOT-ACTIVE THEN
                   DISPLAY "END OF MASTER -- BROWSE CLOSED"
                   END-DISPLAY
               NOT AT END
                   MOVE "L" TO WS-LOG-METHOD
                   MOVE M01-RID TO WS-LOG-RID
                   MOVE "F" TO WS-LOG-RESULT
                   PERFORM 4900-LOG-ACCESS THRU 4900-EXIT
           END-READ.
           IF BROWSE-NOT-ACTIVE THEN
               GO TO 4650-EXIT
           END-IF.
           IF NOT LOG-WRITTEN THEN
               SET BROWSE-NOT-ACTIVE TO TRUE
               GO TO 4650-EXIT
           END-IF.

           ADD 1 TO WS-LINES-SHOWN.
           ADD 1 TO WS-LOOKUPS-DONE.
           CALL "SSNMASK" USING
               BY REFERENCE M01-SSN
               BY REFERENCE WS-MASKED-SSN
           END-CALL.
           DISPLAY
               M01-RID " " M01-LAST-NM " " M01-FIRST-NM
               " " WS-MASKED-SSN
           END-DISPLAY.
       4650-EXIT.
           EXIT.

       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4900-LOG-ACCESS -- ONE ACCESS-LOG ROW FOR THE LOOKUP IN
      * WS-LOG-METHOD/WS-LOG-RID/WS-LOG-RESULT.  THE CALLER SHOWS
      * NOTHING UNLESS LOG-WRITTEN.
      ******************************************************************
       4900-LOG-ACCESS.
           CALL "ACCSLOG" USING
               BY REFERENCE WS-CALLER-ID
               BY REFERENCE WS-OPERATOR-ID
               BY REFERENCE WS-TERMINAL-ID
               BY REFERENCE WS-LOG-METHOD
               BY REFERENCE WS-LOG-RID
               BY REFERENCE WS-LOG-RESULT
               BY REFERENCE WS-LOG-STATUS
           END-CALL.
           IF NOT LOG-WRITTEN THEN
               DISPLAY "ACCESS LOG UNAVAILABLE -- RECORD NOT SHOWN"
               END-DISPLAY
           END-IF.
       4900-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE REGMAST-FILE.
           IF DB-CONNECTED THEN
               CALL "PQfinish" USING BY VALUE PGCONN END-CALL
           END-IF.
       7000-EXIT.
           EXIT.


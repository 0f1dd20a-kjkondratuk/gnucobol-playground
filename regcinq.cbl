      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       KEYED INQUIRY OVER THE ARCHIVE CATALOG (ARCHCAT)
      *                KEPT BY REGPURGE.  LISTS EVERY PURGE GENERATION
      *                HOLDING A REGISTRANT, BY RID OR BY THE SSN
      *                ALTERNATE KEY, WITH THE PURGE DATE AND THE
      *                RECORD COUNTS ARCHIVED AND THE SSN MASKED
      *                THROUGH SSNMASK -- SO A RETENTION QUESTION OR A
      *                RESTORE REQUEST CAN BE ANSWERED WITHOUT READING
      *                THE ARCHIVE FILES THEMSELVES.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -m -STD=IBM -LPQ SSNVAULT.CBL -o SSNVAULT.so
      *                COBC -X -STD=IBM -LPQ REGCINQ.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL ARCHIVE CATALOG INQUIRY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGCINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CAT ASSIGN TO "ARCHCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS K01-CATALOG-KEY
               ALTERNATE RECORD KEY IS K01-SSN WITH DUPLICATES
               FILE STATUS IS WS-ARCH-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CAT.
           COPY ARCHCAT.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * CATALOG FILE STATUS -- "23" ON A START MEANS NOTHING ON OR
      * AFTER THE KEY, WHICH IS AN ANSWER, NOT AN ERROR; ANYTHING
      * ELSE BAD ON THE OPEN IS FATAL.
      *----------------------------------------------------------------
       01  WS-ARCH-CAT-STATUS       PIC X(02).

      *----------------------------------------------------------------
      * OPERATOR REQUEST -- "R NNNNNN" LISTS THE RID'S GENERATIONS,
      * "S NNNNNNNNN" LISTS EVERY GENERATION OF EVERY RID CARRYING
      * THE SSN, BLANK OR "Q" ENDS THE SESSION.
      *----------------------------------------------------------------
       01  WS-REQUEST-LINE          PIC X(20).
       01  WS-REQUEST-KEY           PIC X(01).
           88  REQUEST-BY-RID           VALUE "R".
           88  REQUEST-BY-SSN           VALUE "S".
           88  REQUEST-QUIT             VALUE "Q", SPACE.
       01  WS-REQUEST-VALUE         PIC X(09).
       01  WS-DONE-SW               PIC X(01) VALUE "N".
           88  SESSION-DONE             VALUE "Y".
           88  SESSION-NOT-DONE          VALUE "N".

      *----------------------------------------------------------------
      * LIST STATE -- ONE REQUEST WALKS THE FILE FROM ITS START
      * POSITION UNTIL THE KEY CHANGES OR THE FILE ENDS.
      *----------------------------------------------------------------
       01  WS-LIST-SW               PIC X(01) VALUE "N".
           88  LIST-ACTIVE              VALUE "Y".
           88  LIST-NOT-ACTIVE          VALUE "N".
       01  WS-LIST-RID              PIC 9(06).
       01  WS-LIST-SSN              PIC 9(09).
       01  WS-ENTRIES-SHOWN         PIC 9(04) COMP VALUE ZERO.
       01  WS-ENTRIES-DISP          PIC Z(03)9.

       01  WS-MASKED-SSN            PIC X(11).
       01  WS-LOOKUPS-DONE          PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * SSN VAULT -- THE CATALOG CARRIES THE TOKENS THE ARCHIVES
      * CARRY, SO A KEYED SSN IS TURNED INTO ITS TOKEN FIRST, THE
      * SAME WAY REGMINQ DOES IT.  AN SSN THE VAULT HAS NEVER SEEN
      * WAS NEVER ARCHIVED.  A 9XX ENTRY IS ALREADY A TOKEN.
      *----------------------------------------------------------------
       01  PGCONN                   USAGE POINTER.
       01  WS-CALLER-ID             PIC X(09) VALUE "REGCINQ".
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
      * DISPLAY LINES
      *----------------------------------------------------------------
       01  WS-LIST-HEADING.
           05  FILLER               PIC X(07) VALUE "RID".
           05  FILLER               PIC X(12) VALUE "SSN".
           05  FILLER               PIC X(15) VALUE "GENERATION".
           05  FILLER               PIC X(09) VALUE "PURGED".
           05  FILLER               PIC X(20) VALUE
               " REG ADDR CNTC HIST".
       01  WS-LIST-LINE.
           05  WS-LL-RID            PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-SSN            PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-GEN            PIC X(14).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-PURGE-DT       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-REG            PIC Z(03)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-ADDR           PIC Z(03)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-CNTC           PIC Z(03)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LL-HIST           PIC Z(03)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           PERFORM 4000-INQUIRY-LOOP THRU 4000-EXIT.
           PERFORM 7000-CLOSE-FILES THRU 7000-EXIT.
           GOBACK.

      ******************************************************************
      * 3000-OPEN-FILES -- NO CATALOG MEANS NOTHING HAS BEEN PURGED
      * SINCE IT WAS INTRODUCED; SAY SO RATHER THAN ABEND.
      ******************************************************************
       3000-OPEN-FILES.
           OPEN INPUT ARCH-CAT.
           IF WS-ARCH-CAT-STATUS EQUAL "35" THEN
               DISPLAY "ARCHIVE CATALOG IS EMPTY -- NOTHING CATALOGED"
               END-DISPLAY
               STOP RUN
           END-IF.
           IF WS-ARCH-CAT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN ARCHCAT, STATUS="
                   WS-ARCH-CAT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-INQUIRY-LOOP -- PROMPT, READ, DISPLAY, REPEAT UNTIL THE
      * OPERATOR ENTERS A BLANK LINE OR "Q".
      ******************************************************************
       4000-INQUIRY-LOOP.
           SET SESSION-NOT-DONE TO TRUE.
           PERFORM 4100-HANDLE-ONE-REQUEST THRU 4100-EXIT
               UNTIL SESSION-DONE.
           DISPLAY "LOOKUPS DONE:       " WS-LOOKUPS-DONE END-DISPLAY.
       4000-EXIT.
           EXIT.

       4100-HANDLE-ONE-REQUEST.
           DISPLAY
               "ENTER R NNNNNN (RID), S NNNNNNNNN (SSN), "
               "OR BLANK TO END"
           END-DISPLAY.
           MOVE SPACE TO WS-REQUEST-LINE.
           ACCEPT WS-REQUEST-LINE FROM CONSOLE.

           MOVE WS-REQUEST-LINE(1:1) TO WS-REQUEST-KEY.
           MOVE WS-REQUEST-LINE(3:9) TO WS-REQUEST-VALUE.

           IF REQUEST-QUIT THEN
               SET SESSION-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.

           IF REQUEST-BY-RID THEN
               PERFORM 4200-LIST-BY-RID THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF.

           IF REQUEST-BY-SSN THEN
               PERFORM 4300-LIST-BY-SSN THRU 4300-EXIT
               GO TO 4100-EXIT
           END-IF.

           DISPLAY "UNRECOGNIZED REQUEST: " WS-REQUEST-LINE
           END-DISPLAY.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-LIST-BY-RID -- POSITION AT THE RID'S FIRST GENERATION
      * (LOW-VALUES SORT AHEAD OF ANY GENERATION STAMP) AND LIST
      * FORWARD WHILE THE RID HOLDS.
      ******************************************************************
       4200-LIST-BY-RID.
           IF WS-REQUEST-VALUE(1:6) NOT NUMERIC THEN
               DISPLAY "RID MUST BE SIX DIGITS: " WS-REQUEST-VALUE
               END-DISPLAY
               GO TO 4200-EXIT
           END-IF.

           ADD 1 TO WS-LOOKUPS-DONE.
           MOVE WS-REQUEST-VALUE(1:6) TO WS-LIST-RID.
           MOVE WS-LIST-RID TO K01-RID.
           MOVE LOW-VALUES TO K01-ARCH-GEN.
           MOVE ZERO TO WS-ENTRIES-SHOWN.
           SET LIST-NOT-ACTIVE TO TRUE.
           START ARCH-CAT
               KEY IS NOT LESS THAN K01-CATALOG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LIST-ACTIVE TO TRUE
           END-START.

           PERFORM 4250-SHOW-NEXT-RID-ENTRY THRU 4250-EXIT
               UNTIL LIST-NOT-ACTIVE.

           IF WS-ENTRIES-SHOWN EQUAL ZERO THEN
               DISPLAY "RID " WS-LIST-RID " WAS NEVER ARCHIVED"
               END-DISPLAY
           ELSE
               MOVE WS-ENTRIES-SHOWN TO WS-ENTRIES-DISP
               DISPLAY WS-ENTRIES-DISP " GENERATION(S) HOLD RID "
                   WS-LIST-RID
               END-DISPLAY
           END-IF.
       4200-EXIT.
           EXIT.

       4250-SHOW-NEXT-RID-ENTRY.
           READ ARCH-CAT NEXT
               AT END
                   SET LIST-NOT-ACTIVE TO TRUE
                   GO TO 4250-EXIT
           END-READ.
           IF K01-RID NOT EQUAL WS-LIST-RID THEN
               SET LIST-NOT-ACTIVE TO TRUE
               GO TO 4250-EXIT
           END-IF.
           PERFORM 4400-DISPLAY-ENTRY THRU 4400-EXIT.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 4300-LIST-BY-SSN -- POSITION THE SSN ALTERNATE KEY ON THE
      * SSN'S VAULT TOKEN AND LIST EVERY ENTRY CARRYING IT -- ONE PER
      * RID PER GENERATION.
      ******************************************************************
       4300-LIST-BY-SSN.
           IF WS-REQUEST-VALUE NOT NUMERIC THEN
               DISPLAY "SSN MUST BE NINE DIGITS: " WS-REQUEST-VALUE
               END-DISPLAY
               GO TO 4300-EXIT
           END-IF.

           ADD 1 TO WS-LOOKUPS-DONE.
           MOVE WS-REQUEST-VALUE TO WS-SSN-KEYED.
           IF SSN-KEYED-IS-TOKEN THEN
               MOVE WS-SSN-KEYED TO WS-LIST-SSN
               GO TO 4300-START-LIST
           END-IF.

           IF DB-NOT-CONNECTED THEN
               CALL "DBCONN" USING
                   BY REFERENCE WS-CALLER-ID
                   BY REFERENCE PGCONN
                   BY REFERENCE WS-CONN-STATUS
               END-CALL
               IF WS-CONN-STATUS NOT EQUAL ZERO THEN
                   DISPLAY "SSN LOOKUP UNAVAILABLE -- LOOK UP BY RID"
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
               CALL "SSNMASK" USING
                   BY REFERENCE WS-SSN-KEYED
                   BY REFERENCE WS-MASKED-SSN
               END-CALL
               DISPLAY "SSN " WS-MASKED-SSN " WAS NEVER ARCHIVED"
               END-DISPLAY
               GO TO 4300-EXIT
           END-IF.
           IF NOT VAULT-OK THEN
               DISPLAY "SSN LOOKUP UNAVAILABLE -- LOOK UP BY RID"
               END-DISPLAY
               GO TO 4300-EXIT
           END-IF.
           MOVE WS-VAULT-TOKEN TO WS-LIST-SSN.

       4300-START-LIST.
           MOVE WS-LIST-SSN TO K01-SSN.
           MOVE ZERO TO WS-ENTRIES-SHOWN.
           SET LIST-NOT-ACTIVE TO TRUE.
           START ARCH-CAT
               KEY IS EQUAL TO K01-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LIST-ACTIVE TO TRUE
           END-START.

           PERFORM 4350-SHOW-NEXT-SSN-ENTRY THRU 4350-EXIT
               UNTIL LIST-NOT-ACTIVE.

           IF WS-ENTRIES-SHOWN EQUAL ZERO THEN
               CALL "SSNMASK" USING
                   BY REFERENCE WS-LIST-SSN
                   BY REFERENCE WS-MASKED-SSN
               END-CALL
               DISPLAY "SSN " WS-MASKED-SSN " WAS NEVER ARCHIVED"
               END-DISPLAY
           ELSE
               MOVE WS-ENTRIES-SHOWN TO WS-ENTRIES-DISP
               DISPLAY WS-ENTRIES-DISP " CATALOG ENTRIES FOR THE SSN"
               END-DISPLAY
           END-IF.
       4300-EXIT.
           EXIT.

       4350-SHOW-NEXT-SSN-ENTRY.
           READ ARCH-CAT NEXT
               AT END
                   SET LIST-NOT-ACTIVE TO TRUE
                   GO TO 4350-EXIT
           END-READ.
           IF K01-SSN NOT EQUAL WS-LIST-SSN THEN
               SET LIST-NOT-ACTIVE TO TRUE
               GO TO 4350-EXIT
           END-IF.
           PERFORM 4400-DISPLAY-ENTRY THRU 4400-EXIT.
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 4400-DISPLAY-ENTRY -- ONE CATALOG ENTRY, SSN ALWAYS MASKED.
      * THE HEADING GOES OUT AHEAD OF THE FIRST ENTRY OF A LIST.
      ******************************************************************
       4400-DISPLAY-ENTRY.
           IF WS-ENTRIES-SHOWN EQUAL ZERO THEN
               DISPLAY WS-LIST-HEADING END-DISPLAY
           END-IF.
           ADD 1 TO WS-ENTRIES-SHOWN.
           CALL "SSNMASK" USING
               BY REFERENCE K01-SSN
               BY REFERENCE WS-MASKED-SSN
           END-CALL.
           MOVE K01-RID TO WS-LL-RID.
           MOVE WS-MASKED-SSN TO WS-LL-SSN.
           MOVE K01-ARCH-GEN TO WS-LL-GEN.
           MOVE K01-PURGE-DT TO WS-LL-PURGE-DT.
           MOVE K01-REG-COUNT TO WS-LL-REG.
           MOVE K01-ADDR-COUNT TO WS-LL-ADDR.
           MOVE K01-CNTC-COUNT TO WS-LL-CNTC.
           MOVE K01-HIST-COUNT TO WS-LL-HIST.
           DISPLAY WS-LIST-LINE END-DISPLAY.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLOSE-FILES
      ******************************************************************
       7000-CLOSE-FILES.
           CLOSE ARCH-CAT.
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

       END PROGRAM REGCINQ.

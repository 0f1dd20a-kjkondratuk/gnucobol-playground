      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       SUSPECTED-DUPLICATE SWEEP.  MATCH/MERGE IN
      *                REGFILE ONLY CATCHES A RETURNING REGISTRANT
      *                WHOSE SSN MATCHES EXACTLY; A KEYING ERROR IN
      *                THE SSN LEAVES ONE PERSON ON FILE UNDER TWO
      *                RIDS.  RUN IN TWO STEPS (REGDUPS_MODE):
      *                  SWEEP   (DEFAULT) SCORES REGISTRANT PAIRS
      *                          THAT SHARE A PHONETIC NAME (SOUNDEX
      *                          OF LAST AND FIRST NAME) OR A CURRENT
      *                          MAILING ADDRESS, ADDING POINTS FOR
      *                          SSNS ONE DIGIT OR ONE TRANSPOSITION
      *                          APART.  PAIRS AT OR ABOVE
      *                          REGDUPS_MIN_SCORE (DEFAULT 60) PRINT
      *                          RANKED ON DUPRPT WITH MASKED SSNS AND
      *                          THE EVIDENCE, AND GO TO THE REVIEWER
      *                          WORKLIST FILE DUPCAND.  PAIRS ALREADY
      *                          DECIDED ON DUP_REVIEW ARE LEFT OFF.
      *                  CONFIRM READS DUPCAND BACK WITH THE
      *                          REVIEWER'S DECISION AND ID FILLED IN
      *                          ("1"/"2" KEEP THAT RID, "N" NOT THE
      *                          SAME PERSON), RECORDS EACH DECISION
      *                          ON DUP_REVIEW, AND FOR EVERY
      *                          CONFIRMED PAIR APPENDS AN "M"
      *                          TRANSACTION AND ITS OPR RECORD TO
      *                          DUPMERGE, READY FOR REGPBATCH TO
      *                          WRAP (AS ITS PENDTXN) AND REGFILE TO
      *                          LOAD.
      *                EXPUNGED RIDS (SEE REGEXPG) ARE NEVER SWEPT.
      * TECTONICS:     COBC -m -STD=IBM -LPQ DBCONN.CBL -o DBCONN.so
      *                COBC -m -STD=IBM SSNMASK.CBL -o SSNMASK.so
      *                COBC -m -STD=IBM -LPQ SSNVAULT.CBL -o SSNVAULT.so
      *                COBC -X -STD=IBM -LPQ REGDUPS.CBL
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL SUSPECTED-DUPLICATE SWEEP.
      *    20261015 TWK  SSN TOKENIZATION: REGISTRATIONS NOW CARRIES
      *                  SSNVAULT TOKENS, WHICH SAY NOTHING ABOUT HOW
      *                  CLOSE TWO SSNS ARE, SO EACH BLOCK MEMBER'S
      *                  TOKEN IS DETOKENIZED IN MEMORY FOR THE
      *                  DIGIT COMPARISON ONLY.  THE SORT WORK FILE,
      *                  DUPCAND AND DUPMERGE STILL CARRY THE TOKEN.
      *    20261015 TWK  THE MERGE TRANSACTION WRITE IS CHECKED AS WELL
      *                  AS ITS OPR RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGDUPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-RPT ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-RPT-STATUS.
           SELECT DUP-CAND ASSIGN TO "DUPCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-CAND-STATUS.
           SELECT DUP-PAIR ASSIGN TO "DUPPAIR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-PAIR-STATUS.
           SELECT DUP-MERGE ASSIGN TO "DUPMERGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-MERGE-STATUS.
           SELECT BLOCK-SORT ASSIGN TO "DUPSRT1".
           SELECT PAIR-SORT ASSIGN TO "DUPSRT2".

       DATA DIVISION.
       FILE SECTION.
       FD  DUP-RPT.
       01  DR-LINE                  PIC X(132).

      *----------------------------------------------------------------
      * THE REVIEWER WORKLIST.  THE SWEEP WRITES ONE LINE PER RANKED
      * PAIR WITH THE DECISION AND REVIEWER COLUMNS BLANK; THE
      * REVIEWER FILLS THEM IN AND THE CONFIRM STEP READS IT BACK.
      * NO SSN APPEARS ON IT -- THE PRINTED WORKLIST CARRIES THE
      * MASKED SSNS.
      *----------------------------------------------------------------
       FD  DUP-CAND.
       01  D01-CAND-RECORD.
           05  D01-RANK             PIC 9(05).
           05  FILLER               PIC X(01).
           05  D01-SCORE            PIC 9(03).
           05  FILLER               PIC X(01).
           05  D01-RID-1            PIC 9(06).
           05  FILLER               PIC X(01).
           05  D01-RID-2            PIC 9(06).
           05  FILLER               PIC X(01).
           05  D01-EVIDENCE.
               10  D01-EV-LAST      PIC X(01).
               10  D01-EV-FIRST     PIC X(01).
               10  D01-EV-ADDR      PIC X(01).
               10  D01-EV-SSN       PIC X(01).
           05  FILLER               PIC X(01).
           05  D01-DECISION         PIC X(01).
               88  D01-UNDECIDED        VALUE SPACE.
               88  D01-KEEP-FIRST       VALUE "1".
               88  D01-KEEP-SECOND      VALUE "2".
               88  D01-NOT-DUPLICATE    VALUE "N".
           05  FILLER               PIC X(01).
           05  D01-REVIEWER         PIC X(09).

      *----------------------------------------------------------------
      * ONE SCORED PAIR, LOWER RID FIRST, AS THE COMPARE PASS WRITES
      * IT.  THE SAME PAIR MAY ARRIVE FROM BOTH THE NAME AND THE
      * ADDRESS BLOCK; IDENTICAL ENTRIES SORT TOGETHER AND THE RANKING
      * PASS KEEPS ONE.  SSNS ARE ALREADY MASKED HERE.
      *----------------------------------------------------------------
       FD  DUP-PAIR.
       01  PR-RECORD.
           05  PR-SCORE             PIC 9(03).
           05  PR-RID-LO            PIC 9(06).
           05  PR-RID-HI            PIC 9(06).
           05  PR-EVIDENCE          PIC X(04).
           05  PR-LO-FIRST-NM       PIC X(16).
           05  PR-LO-LAST-NM        PIC X(18).
           05  PR-LO-MASKED-SSN     PIC X(11).
           05  PR-LO-STREET         PIC X(25).
           05  PR-LO-POSTAL         PIC X(09).
           05  PR-HI-FIRST-NM       PIC X(16).
           05  PR-HI-LAST-NM        PIC X(18).
           05  PR-HI-MASKED-SSN     PIC X(11).
           05  PR-HI-STREET         PIC X(25).
           05  PR-HI-POSTAL         PIC X(09).

      *----------------------------------------------------------------
      * THE CONFIRMED-MERGE FEED: SAME RECORD SHAPES AS PENDTXN.
      *----------------------------------------------------------------
       FD  DUP-MERGE.
           COPY FILEDEF.
           COPY OPRDEF.

      *----------------------------------------------------------------
      * BLOCKING SORT -- EACH REGISTRANT IS RELEASED ONCE UNDER ITS
      * NAME KEY ("N", LAST-NAME SOUNDEX + FIRST-NAME SOUNDEX) AND
      * ONCE UNDER ITS ADDRESS KEY ("A", ZIP5 + STREET) WHEN IT HAS A
      * MAILING ADDRESS.  ONLY REGISTRANTS SHARING A BLOCK ARE
      * COMPARED; AT THE DEFAULT THRESHOLD EVERY QUALIFYING PAIR
      * SHARES ONE OR THE OTHER.
      *----------------------------------------------------------------
       SD  BLOCK-SORT.
       01  BS-RECORD.
           05  BS-BLOCK-TYPE        PIC X(01).
           05  BS-BLOCK-KEY         PIC X(30).
           05  BS-ENTRY.
               10  BS-RID           PIC 9(06).
               10  BS-FIRST-NM      PIC X(16).
               10  BS-LAST-NM       PIC X(18).
               10  BS-SSN           PIC 9(09).
               10  BS-FIRST-SDX     PIC X(04).
               10  BS-LAST-SDX      PIC X(04).
               10  BS-STREET        PIC X(25).
               10  BS-POSTAL        PIC X(09).

       SD  PAIR-SORT.
       01  PS-RECORD.
           05  PS-SCORE             PIC 9(03).
           05  PS-RID-LO            PIC 9(06).
           05  PS-RID-HI            PIC 9(06).
           05  PS-EVIDENCE          PIC X(04).
           05  PS-LO-FIRST-NM       PIC X(16).
           05  PS-LO-LAST-NM        PIC X(18).
           05  PS-LO-MASKED-SSN     PIC X(11).
           05  PS-LO-STREET         PIC X(25).
           05  PS-LO-POSTAL         PIC X(09).
           05  PS-HI-FIRST-NM       PIC X(16).
           05  PS-HI-LAST-NM        PIC X(18).
           05  PS-HI-MASKED-SSN     PIC X(11).
           05  PS-HI-STREET         PIC X(25).
           05  PS-HI-POSTAL         PIC X(09).

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

       01  WS-DUP-RPT-STATUS        PIC X(02).
       01  WS-DUP-CAND-STATUS       PIC X(02).
       01  WS-DUP-PAIR-STATUS       PIC X(02).
       01  WS-DUP-MERGE-STATUS      PIC X(02).

      *----------------------------------------------------------------
      * DBCONN CALLER ID -- SIZED TO DBCONN'S LINKAGE ITEM SO THE CALL
      * NEVER READS PAST A SHORT LITERAL'S STORAGE.
      *----------------------------------------------------------------
       01  WS-CALLER-ID             PIC X(09) VALUE "REGDUPS".

      *----------------------------------------------------------------
      * RUN PARAMETERS
      *----------------------------------------------------------------
       01  WS-MODE-TEXT             PIC X(08).
       01  WS-RUN-MODE              PIC X(01) VALUE "S".
           88  MODE-SWEEP               VALUE "S".
           88  MODE-CONFIRM             VALUE "C".
       01  WS-MIN-SCORE-TEXT        PIC X(08).
       01  WS-MIN-SCORE             PIC 9(03) VALUE 60.

      *----------------------------------------------------------------
      * SCORING WEIGHTS.  BOTH NAMES ALONE (40) OR AN ADDRESS ALONE
      * (30) NEVER REACH THE DEFAULT THRESHOLD; ANY TWO KINDS OF
      * EVIDENCE TOGETHER DO, EXCEPT A SHARED SURNAME AT A SHARED
      * ADDRESS (50) -- THAT IS A HOUSEHOLD, NOT A DUPLICATE.
      *----------------------------------------------------------------
       01  WS-WT-LAST-NM            PIC 9(03) VALUE 20.
       01  WS-WT-FIRST-NM           PIC 9(03) VALUE 20.
       01  WS-WT-ADDRESS            PIC 9(03) VALUE 30.
       01  WS-WT-SSN                PIC 9(03) VALUE 35.

      *----------------------------------------------------------------
      * SQL STATEMENTS
      *----------------------------------------------------------------
       01  WS-DECLARE-SQL           PIC X(512).
       01  WS-FETCH-SQL             PIC X(48).
       01  WS-BEGIN-SQL             PIC X(08).
       01  WS-CLOSE-CUR-SQL         PIC X(16).
       01  WS-COMMIT-SQL            PIC X(08).
       01  WS-REVIEWED-SQL          PIC X(128).
       01  WS-FETCH-REG-SQL         PIC X(256).
       01  WS-REVIEW-INS-SQL        PIC X(192).
       01  WS-FETCH-ROWS            PIC 9(06) VALUE 500.
       01  WS-NTUPLES               USAGE BINARY-LONG.
       01  WS-ROW-IDX               USAGE BINARY-LONG.
       01  WS-COL-IDX               USAGE BINARY-LONG.
       01  WS-FIELD-TEXT            PIC X(32).

       01  WS-PARAM-VALUES.
           05  WS-PARAM-VALUE       OCCURS 5 TIMES PIC X(32).
       01  WS-PARAM-PTRS.
           05  WS-PARAM-PTR         OCCURS 5 TIMES USAGE POINTER.

      *----------------------------------------------------------------
      * ONE FETCHED REGISTRANT
      *----------------------------------------------------------------
       01  WS-ROW-RID               PIC 9(06).
       01  WS-ROW-FIRST-NM          PIC X(16).
       01  WS-ROW-LAST-NM           PIC X(18).
       01  WS-ROW-SSN               PIC 9(09).
       01  WS-ROW-STREET            PIC X(25).
       01  WS-ROW-POSTAL            PIC X(09).

      *----------------------------------------------------------------
      * SOUNDEX -- LETTERS MAP TO THEIR CODE DIGIT; H AND W MAP TO "9"
      * (SKIPPED WITHOUT BREAKING A RUN OF LIKE CODES), VOWELS TO "0"
      * (SKIPPED, BUT THEY DO BREAK A RUN).  ANYTHING ELSE -- SPACE,
      * HYPHEN, APOSTROPHE -- IS SKIPPED LIKE H AND W.
      *----------------------------------------------------------------
       01  WS-SDX-NAME              PIC X(18).
       01  WS-SDX-DIGITS            PIC X(18).
       01  WS-SDX-CODE              PIC X(04).
       01  WS-SDX-LEN               PIC 9(02) COMP.
       01  WS-SDX-POS               PIC 9(02) COMP.
       01  WS-SDX-PREV              PIC X(01).
       01  WS-SDX-FIRST-SW          PIC X(01).
           88  SDX-FIRST-FOUND          VALUE "Y".
           88  SDX-FIRST-PENDING        VALUE "N".

      *----------------------------------------------------------------
      * BLOCK TABLE -- THE REGISTRANTS OF ONE SORT BLOCK, COMPARED
      * EACH AGAINST EACH.  A BLOCK LARGER THAN THE TABLE IS COMPARED
      * ON ITS FIRST 500 MEMBERS AND COUNTED AS TRUNCATED ON THE
      * REPORT.
      *----------------------------------------------------------------
       01  WS-BLOCK-TABLE.
           05  WS-BLK-ENTRY         OCCURS 500 TIMES.
               10  WS-BLK-RID       PIC 9(06).
               10  WS-BLK-FIRST-NM  PIC X(16).
               10  WS-BLK-LAST-NM   PIC X(18).
               10  WS-BLK-SSN       PIC 9(09).
               10  WS-BLK-REAL-SSN  PIC 9(09).
               10  WS-BLK-FIRST-SDX PIC X(04).
               10  WS-BLK-LAST-SDX  PIC X(04).
               10  WS-BLK-STREET    PIC X(25).
               10  WS-BLK-POSTAL    PIC X(09).
       01  WS-BLK-MAX               PIC 9(04) COMP VALUE 500.
       01  WS-BLK-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-BLK-OVERFLOW-SW       PIC X(01).
           88  BLK-OVERFLOWED           VALUE "Y".
           88  BLK-NOT-OVERFLOWED       VALUE "N".
       01  WS-CUR-BLOCK-TYPE        PIC X(01) VALUE SPACE.
       01  WS-CUR-BLOCK-KEY         PIC X(30) VALUE SPACE.
       01  WS-I                     PIC 9(04) COMP.
       01  WS-J                     PIC 9(04) COMP.
       01  WS-LO                    PIC 9(04) COMP.
       01  WS-HI                    PIC 9(04) COMP.
       01  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
           88  END-OF-SORT              VALUE "Y".
           88  NOT-END-OF-SORT          VALUE "N".

      *----------------------------------------------------------------
      * SSN VAULT -- THE DETOKENIZED SSN LIVES ONLY IN WS-BLK-REAL-SSN
      * FOR AS LONG AS ITS BLOCK IS BEING COMPARED.  A TOKEN THE VAULT
      * CANNOT RESOLVE IS COMPARED AS IS, WHICH STILL FINDS AN EXACT
      * MATCH BUT NO NEAR MISS, AND IS COUNTED ON THE REPORT.
      *----------------------------------------------------------------
       01  WS-VAULT-FUNCTION        PIC X(01) VALUE "D".
       01  WS-VAULT-SSN             PIC 9(09).
       01  WS-VAULT-TOKEN           PIC 9(09).
       01  WS-VAULT-TOKEN-PARTS REDEFINES WS-VAULT-TOKEN.
           05  WS-VAULT-TOKEN-AREA  PIC 9(03).
               88  VAULT-TOKEN-VALID    VALUE 900 THRU 999.
           05  FILLER               PIC 9(06).
       01  WS-VAULT-STATUS          PIC 9(02).
           88  VAULT-OK                 VALUE 00.
       01  WS-VAULT-MISSES          PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * PAIR SCORING
      *----------------------------------------------------------------
       01  WS-PAIR-SCORE            PIC 9(03).
       01  WS-PAIR-EVIDENCE.
           05  WS-EV-LAST           PIC X(01).
           05  WS-EV-FIRST          PIC X(01).
           05  WS-EV-ADDR           PIC X(01).
           05  WS-EV-SSN            PIC X(01).
               88  EV-SSN-SAME          VALUE "S".
               88  EV-SSN-ONE-DIGIT     VALUE "D".
               88  EV-SSN-TRANSPOSED    VALUE "T".
               88  EV-SSN-NONE          VALUE "-".
       01  WS-SSN-A                 PIC X(09).
       01  WS-SSN-B                 PIC X(09).
       01  WS-SSN-POS               PIC 9(02) COMP.
       01  WS-SSN-DIFFS             PIC 9(02) COMP.
       01  WS-SSN-DIFF-1            PIC 9(02) COMP.
       01  WS-SSN-DIFF-2            PIC 9(02) COMP.

      *----------------------------------------------------------------
      * RANKING PASS
      *----------------------------------------------------------------
       01  WS-PREV-RID-LO           PIC 9(06) VALUE ZERO.
       01  WS-PREV-RID-HI           PIC 9(06) VALUE ZERO.
       01  WS-REVIEWED-SW           PIC X(01).
           88  PAIR-REVIEWED            VALUE "Y".
           88  PAIR-NOT-REVIEWED        VALUE "N".
       01  WS-EVIDENCE-TEXT         PIC X(40).
       01  WS-EV-PTR                PIC 9(03) COMP.
       01  WS-NAME-TEXT             PIC X(36).

      *----------------------------------------------------------------
      * CONFIRM PASS -- THE TWO REGISTRATIONS OF A CONFIRMED PAIR
      *----------------------------------------------------------------
       01  WS-CAND-EOF-SW           PIC X(01) VALUE "N".
           88  END-OF-CAND              VALUE "Y".
           88  NOT-END-OF-CAND          VALUE "N".
       01  WS-KEEP-RID              PIC 9(06).
       01  WS-RETIRE-RID            PIC 9(06).
       01  WS-RID-LO                PIC 9(06).
       01  WS-RID-HI                PIC 9(06).
       01  WS-DECISION-CD           PIC X(01).
       01  WS-FETCH-RID             PIC 9(06).
       01  WS-REG-FOUND-SW          PIC X(01).
           88  REG-FOUND                VALUE "Y".
           88  REG-NOT-FOUND            VALUE "N".
       01  WS-REG-FIRST-NM          PIC X(16).
       01  WS-REG-LAST-NM           PIC X(18).
       01  WS-REG-SSN               PIC 9(09).
       01  WS-REG-TS-TEXT           PIC X(26).
       01  WS-KEEP-FIRST-NM         PIC X(16).
       01  WS-KEEP-LAST-NM          PIC X(18).
       01  WS-KEEP-TS-TEXT          PIC X(26).
       01  WS-RETIRE-SSN            PIC 9(09).
       01  WS-REJECT-TEXT           PIC X(40).
       01  WS-RUN-TM                PIC 9(08).

      *----------------------------------------------------------------
      * RUN COUNTERS AND RETURN CODE
      *----------------------------------------------------------------
       01  WS-REGS-SWEPT            PIC 9(09) COMP VALUE ZERO.
       01  WS-BLOCKS-TRUNCATED      PIC 9(06) COMP VALUE ZERO.
       01  WS-PAIRS-SCORED          PIC 9(09) COMP VALUE ZERO.
       01  WS-PAIRS-ALREADY-REVIEWED PIC 9(06) COMP VALUE ZERO.
       01  WS-PAIRS-LISTED          PIC 9(06) COMP VALUE ZERO.
       01  WS-CAND-READ             PIC 9(06) COMP VALUE ZERO.
       01  WS-CAND-UNDECIDED        PIC 9(06) COMP VALUE ZERO.
       01  WS-CAND-NOT-DUP          PIC 9(06) COMP VALUE ZERO.
       01  WS-CAND-MERGED           PIC 9(06) COMP VALUE ZERO.
       01  WS-CAND-REJECTED         PIC 9(06) COMP VALUE ZERO.
       01  WS-RETURN-CODE           PIC 9(02) COMP VALUE ZERO.

       01  WS-MASKED-SSN            PIC X(11).
       01  WS-RUN-DT                PIC 9(08).

      *----------------------------------------------------------------
      * REPORT LINES
      *----------------------------------------------------------------
       01  WS-RPT-H1.
           05  FILLER               PIC X(42) VALUE
               "SUSPECTED-DUPLICATE REVIEW WORKLIST".
           05  FILLER               PIC X(09) VALUE "RUN DATE ".
           05  DR-H1-RUN-DT         PIC 9(08).
           05  FILLER               PIC X(13) VALUE "  MIN SCORE ".
           05  DR-H1-MIN-SCORE      PIC ZZ9.
       01  WS-RPT-H2.
           05  FILLER               PIC X(06) VALUE "RANK".
           05  FILLER               PIC X(06) VALUE "SCORE".
           05  FILLER               PIC X(41) VALUE "EVIDENCE".
           05  FILLER               PIC X(07) VALUE "RID".
           05  FILLER               PIC X(37) VALUE "NAME".
           05  FILLER               PIC X(12) VALUE "SSN".
           05  FILLER               PIC X(23) VALUE
               "CURRENT MAILING ADDRESS".
       01  WS-RPT-PAIR.
           05  DR-PR-RANK           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-PR-SCORE          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-PR-EVIDENCE       PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-PR-RID            PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-PR-NAME           PIC X(36).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-PR-SSN            PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-PR-STREET         PIC X(25).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-PR-POSTAL         PIC X(09).
       01  WS-RPT-CONFIRM.
           05  DR-CF-RANK           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-CF-RID-1          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-CF-RID-2          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-CF-DECISION       PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-CF-REVIEWER       PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-CF-TEXT           PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DR-CF-SSN            PIC X(11).
       01  WS-RPT-TOTAL.
           05  DR-TT-LABEL          PIC X(40).
           05  DR-TT-COUNT          PIC Z(08)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONNECT-DATABASE THRU 2000-EXIT.
           PERFORM 3000-OPEN-FILES THRU 3000-EXIT.
           IF MODE-CONFIRM THEN
               PERFORM 6000-CONFIRM-PAIRS THRU 6000-EXIT
           ELSE
               PERFORM 4000-SWEEP-REGISTRANTS THRU 4000-EXIT
               PERFORM 5000-RANK-PAIRS THRU 5000-EXIT
           END-IF.
           PERFORM 7000-WRITE-RUN-TOTALS THRU 7000-EXIT.
           PERFORM 7500-CLOSE-FILES THRU 7500-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GOBACK RETURNING WS-RETURN-CODE.

      ******************************************************************
      * 1000-INITIALIZE -- RUN MODE, THRESHOLD, AND THE STATEMENTS.
      * THE SWEEP CURSOR TAKES EVERY LIVE REGISTRANT WITH ITS OPEN
      * MAILING ADDRESS, IF ANY (AN UNDELIVERABLE ONE STILL COUNTS:
      * IT IS WHERE BOTH RECORDS SAY THE PERSON LIVES).
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACE TO WS-MODE-TEXT.
           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT "REGDUPS_MODE".
           EVALUATE FUNCTION TRIM(WS-MODE-TEXT)
               WHEN SPACE
               WHEN "SWEEP"
                   SET MODE-SWEEP TO TRUE
               WHEN "CONFIRM"
                   SET MODE-CONFIRM TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: REGDUPS_MODE MUST BE SWEEP OR "
                       "CONFIRM, NOT " WS-MODE-TEXT UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
           END-EVALUATE.

           MOVE SPACE TO WS-MIN-SCORE-TEXT.
           ACCEPT WS-MIN-SCORE-TEXT FROM ENVIRONMENT
               "REGDUPS_MIN_SCORE".
           IF WS-MIN-SCORE-TEXT NOT EQUAL SPACE
                   AND FUNCTION TRIM(WS-MIN-SCORE-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-MIN-SCORE-TEXT))
                   TO WS-MIN-SCORE
           END-IF.

           STRING
               "DECLARE DUPCUR CURSOR FOR" DELIMITED BY SIZE
               " SELECT R.RID, R.FIRST_NM, R.LAST_NM, R.SSN,"
                   DELIMITED BY SIZE
               " COALESCE(A.STREET,''), COALESCE(A.POSTAL,'')"
                   DELIMITED BY SIZE
               " FROM REGISTRATIONS R LEFT JOIN REGISTRANT_ADDRESS A"
                   DELIMITED BY SIZE
               " ON A.RID = R.RID AND A.ADDR_TYPE = 'M'"
                   DELIMITED BY SIZE
               " AND A.EFF_END_DT IS NULL"
                   DELIMITED BY SIZE
               " WHERE R.RID NOT IN (SELECT RID FROM EXPUNGED_RID)"
                   DELIMITED BY SIZE
               " ORDER BY R.RID"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-DECLARE-SQL
           END-STRING.

           STRING
               "FETCH FORWARD " DELIMITED BY SIZE
               WS-FETCH-ROWS DELIMITED BY SIZE
               " FROM DUPCUR" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-FETCH-SQL
           END-STRING.

           STRING
               "SELECT DECISION FROM DUP_REVIEW"
                   DELIMITED BY SIZE
               " WHERE RID_LO=$1 AND RID_HI=$2"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-REVIEWED-SQL
           END-STRING.

           STRING
               "SELECT FIRST_NM, LAST_NM, SSN,"
                   DELIMITED BY SIZE
               " TO_CHAR(REG_TS,'YYYY-MM-DD HH24:MI:SS.US')"
                   DELIMITED BY SIZE
               " FROM REGISTRATIONS WHERE RID=$1"
                   DELIMITED BY SIZE
               " AND RID NOT IN (SELECT RID FROM EXPUNGED_RID)"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-FETCH-REG-SQL
           END-STRING.

      *----------------------------------------------------------------
      * A "NOT A DUPLICATE" DECISION HAS NO SURVIVOR; KEEP_RID IS
      * STORED AS ZERO FOR IT.
      *----------------------------------------------------------------
           STRING
               "INSERT INTO DUP_REVIEW" DELIMITED BY SIZE
               " (RID_LO, RID_HI, DECISION, KEEP_RID, REVIEWER,"
                   DELIMITED BY SIZE
               " REVIEW_TS)" DELIMITED BY SIZE
               " VALUES ($1,$2,$3,$4,$5,CURRENT_TIMESTAMP)"
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-REVIEW-INS-SQL
           END-STRING.

           STRING "BEGIN" DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-BEGIN-SQL
           END-STRING.
           STRING "CLOSE DUPCUR" DELIMITED BY SIZE
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
               DISPLAY "ERROR: REGDUPS UNABLE TO ESTABLISH CONNECTION"
                   UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-FILES -- THE SWEEP WRITES A FRESH DUPCAND; CONFIRM
      * READS IT AND APPENDS TO DUPMERGE, WHICH ACCUMULATES UNTIL
      * REGPBATCH WRAPS AND RESETS IT.
      ******************************************************************
       3000-OPEN-FILES.
           OPEN OUTPUT DUP-RPT.
           IF WS-DUP-RPT-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN DUPRPT, STATUS="
                   WS-DUP-RPT-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           ACCEPT WS-RUN-DT FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TM FROM TIME.

           IF MODE-CONFIRM THEN
               OPEN INPUT DUP-CAND
               IF WS-DUP-CAND-STATUS NOT EQUAL "00" THEN
                   DISPLAY "ERROR: UNABLE TO OPEN DUPCAND, STATUS="
                       WS-DUP-CAND-STATUS UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               OPEN EXTEND DUP-MERGE
               IF WS-DUP-MERGE-STATUS EQUAL "35" THEN
                   OPEN OUTPUT DUP-MERGE
               END-IF
               IF WS-DUP-MERGE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "ERROR: UNABLE TO OPEN DUPMERGE, STATUS="
                       WS-DUP-MERGE-STATUS UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
               MOVE "SUSPECTED-DUPLICATE REVIEW DECISIONS"
                   TO WS-RPT-H1(1:42)
           ELSE
               OPEN OUTPUT DUP-CAND
               IF WS-DUP-CAND-STATUS NOT EQUAL "00" THEN
                   DISPLAY "ERROR: UNABLE TO OPEN DUPCAND, STATUS="
                       WS-DUP-CAND-STATUS UPON SYSERR
                   END-DISPLAY
                   GO TO BAIL
               END-IF
           END-IF.

           MOVE WS-RUN-DT TO DR-H1-RUN-DT.
           MOVE WS-MIN-SCORE TO DR-H1-MIN-SCORE.
           MOVE WS-RPT-H1 TO DR-LINE.
           WRITE DR-LINE.
           MOVE ALL "-" TO DR-LINE.
           WRITE DR-LINE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OPEN-CURSOR -- BEGIN AND DECLARE THE SWEEP CURSOR.
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
               DISPLAY "ERROR: REGDUPS BEGIN FAILED" UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           CALL "PQexec" USING
               BY VALUE PGCONN
               BY REFERENCE WS-DECLARE-SQL
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
                   "ERROR: REGDUPS DECLARE CURSOR FAILED: "
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
                   "ERROR: REGDUPS FETCH FAILED: "
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
      * 4000-SWEEP-REGISTRANTS -- RELEASE EVERY LIVE REGISTRANT UNDER
      * ITS BLOCK KEYS, THEN COMPARE WITHIN EACH BLOCK AND WRITE THE
      * PAIRS THAT SCORE TO DUPPAIR.
      ******************************************************************
       4000-SWEEP-REGISTRANTS.
           OPEN OUTPUT DUP-PAIR.
           IF WS-DUP-PAIR-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO OPEN DUPPAIR, STATUS="
                   WS-DUP-PAIR-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.

           SORT BLOCK-SORT
               ON ASCENDING KEY BS-BLOCK-TYPE
               ON ASCENDING KEY BS-BLOCK-KEY
               ON ASCENDING KEY BS-RID
               INPUT PROCEDURE IS 4100-RELEASE-REGISTRANTS
               OUTPUT PROCEDURE IS 4300-COMPARE-BLOCKS.

           CLOSE DUP-PAIR.

           DISPLAY "REGISTRANTS SWEPT:  " WS-REGS-SWEPT END-DISPLAY.
           DISPLAY "PAIRS SCORED:       " WS-PAIRS-SCORED END-DISPLAY.
       4000-EXIT.
           EXIT.

       4100-RELEASE-REGISTRANTS.
           PERFORM 3500-OPEN-CURSOR THRU 3500-EXIT.
           PERFORM 3700-FETCH-ONE-CHUNK THRU 3700-EXIT.
           PERFORM 4110-RELEASE-ONE-CHUNK THRU 4110-EXIT
               UNTIL WS-NTUPLES EQUAL ZERO.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           PERFORM 3600-CLOSE-CURSOR THRU 3600-EXIT.
       4100-EXIT.
           EXIT.

       4110-RELEASE-ONE-CHUNK.
           PERFORM 4120-RELEASE-ONE-REGISTRANT THRU 4120-EXIT
               VARYING WS-ROW-IDX FROM 0 BY 1
               UNTIL WS-ROW-IDX GREATER OR EQUAL WS-NTUPLES.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
           PERFORM 3700-FETCH-ONE-CHUNK THRU 3700-EXIT.
       4110-EXIT.
           EXIT.

       4120-RELEASE-ONE-REGISTRANT.
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
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-ROW-SSN.
           MOVE 4 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-STREET.
           MOVE 5 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-ROW-POSTAL.

           MOVE FUNCTION UPPER-CASE(WS-ROW-FIRST-NM) TO WS-ROW-FIRST-NM.
           MOVE FUNCTION UPPER-CASE(WS-ROW-LAST-NM) TO WS-ROW-LAST-NM.
           MOVE FUNCTION UPPER-CASE(WS-ROW-STREET) TO WS-ROW-STREET.
           ADD 1 TO WS-REGS-SWEPT.

           MOVE WS-ROW-RID      TO BS-RID.
           MOVE WS-ROW-FIRST-NM TO BS-FIRST-NM.
           MOVE WS-ROW-LAST-NM  TO BS-LAST-NM.
           MOVE WS-ROW-SSN      TO BS-SSN.
           MOVE WS-ROW-STREET   TO BS-STREET.
           MOVE WS-ROW-POSTAL   TO BS-POSTAL.

           MOVE WS-ROW-FIRST-NM TO WS-SDX-NAME.
           PERFORM 4200-SOUNDEX THRU 4200-EXIT.
           MOVE WS-SDX-CODE TO BS-FIRST-SDX.
           MOVE WS-ROW-LAST-NM TO WS-SDX-NAME.
           PERFORM 4200-SOUNDEX THRU 4200-EXIT.
           MOVE WS-SDX-CODE TO BS-LAST-SDX.

           IF BS-LAST-SDX NOT EQUAL SPACE THEN
               MOVE "N" TO BS-BLOCK-TYPE
               MOVE SPACE TO BS-BLOCK-KEY
               STRING BS-LAST-SDX DELIMITED BY SIZE
                   BS-FIRST-SDX DELIMITED BY SIZE
                   INTO BS-BLOCK-KEY
               END-STRING
               RELEASE BS-RECORD
           END-IF.

           IF WS-ROW-STREET NOT EQUAL SPACE AND
                   WS-ROW-POSTAL NOT EQUAL SPACE THEN
               MOVE "A" TO BS-BLOCK-TYPE
               MOVE SPACE TO BS-BLOCK-KEY
               STRING WS-ROW-POSTAL(1:5) DELIMITED BY SIZE
                   WS-ROW-STREET DELIMITED BY SIZE
                   INTO BS-BLOCK-KEY
               END-STRING
               RELEASE BS-RECORD
           END-IF.
       4120-EXIT.
           EXIT.

      ******************************************************************
      * 4200-SOUNDEX -- FOUR-CHARACTER SOUNDEX OF WS-SDX-NAME INTO
      * WS-SDX-CODE: THE FIRST LETTER, THEN THE CODE DIGITS OF THE
      * LETTERS THAT FOLLOW, LIKE CODES RUN TOGETHER COUNTED ONCE,
      * ZERO-FILLED.  A NAME WITH NO LETTERS AT ALL GIVES SPACES.
      ******************************************************************
       4200-SOUNDEX.
           MOVE SPACE TO WS-SDX-CODE.
           MOVE WS-SDX-NAME TO WS-SDX-DIGITS.
           INSPECT WS-SDX-DIGITS CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "01230129022455012623019202".
           MOVE ZERO TO WS-SDX-LEN.
           MOVE "9" TO WS-SDX-PREV.
           SET SDX-FIRST-PENDING TO TRUE.

           PERFORM 4210-SOUNDEX-ONE-CHAR THRU 4210-EXIT
               VARYING WS-SDX-POS FROM 1 BY 1
               UNTIL WS-SDX-POS GREATER 18
                  OR WS-SDX-LEN EQUAL 4.

           IF SDX-FIRST-FOUND THEN
               INSPECT WS-SDX-CODE REPLACING ALL SPACE BY "0"
           END-IF.
       4200-EXIT.
           EXIT.

       4210-SOUNDEX-ONE-CHAR.
           IF WS-SDX-NAME(WS-SDX-POS:1) NOT ALPHABETIC
                   OR WS-SDX-NAME(WS-SDX-POS:1) EQUAL SPACE THEN
               GO TO 4210-EXIT
           END-IF.

           IF SDX-FIRST-PENDING THEN
               SET SDX-FIRST-FOUND TO TRUE
               MOVE WS-SDX-NAME(WS-SDX-POS:1) TO WS-SDX-CODE(1:1)
               MOVE 1 TO WS-SDX-LEN
               MOVE WS-SDX-DIGITS(WS-SDX-POS:1) TO WS-SDX-PREV
               GO TO 4210-EXIT
           END-IF.

           EVALUATE WS-SDX-DIGITS(WS-SDX-POS:1)
               WHEN "9"
                   CONTINUE
               WHEN "0"
                   MOVE "0" TO WS-SDX-PREV
               WHEN OTHER
                   IF WS-SDX-DIGITS(WS-SDX-POS:1)
                           NOT EQUAL WS-SDX-PREV THEN
                       ADD 1 TO WS-SDX-LEN
                       MOVE WS-SDX-DIGITS(WS-SDX-POS:1)
                           TO WS-SDX-CODE(WS-SDX-LEN:1)
                   END-IF
                   MOVE WS-SDX-DIGITS(WS-SDX-POS:1) TO WS-SDX-PREV
           END-EVALUATE.
       4210-EXIT.
           EXIT.

      ******************************************************************
      * 4300-COMPARE-BLOCKS -- COLLECT EACH BLOCK INTO THE TABLE AND
      * COMPARE IT WHEN THE BLOCK KEY CHANGES.
      ******************************************************************
       4300-COMPARE-BLOCKS.
           MOVE ZERO TO WS-BLK-COUNT.
           SET BLK-NOT-OVERFLOWED TO TRUE.
           SET NOT-END-OF-SORT TO TRUE.
           PERFORM 4310-RETURN-ONE-ENTRY THRU 4310-EXIT
               UNTIL END-OF-SORT.
           PERFORM 4400-COMPARE-ONE-BLOCK THRU 4400-EXIT.
       4300-EXIT.
           EXIT.

       4310-RETURN-ONE-ENTRY.
           RETURN BLOCK-SORT
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.
           IF END-OF-SORT THEN
               GO TO 4310-EXIT
           END-IF.

           IF BS-BLOCK-TYPE NOT EQUAL WS-CUR-BLOCK-TYPE OR
                   BS-BLOCK-KEY NOT EQUAL WS-CUR-BLOCK-KEY THEN
               PERFORM 4400-COMPARE-ONE-BLOCK THRU 4400-EXIT
               MOVE BS-BLOCK-TYPE TO WS-CUR-BLOCK-TYPE
               MOVE BS-BLOCK-KEY TO WS-CUR-BLOCK-KEY
               MOVE ZERO TO WS-BLK-COUNT
               SET BLK-NOT-OVERFLOWED TO TRUE
           END-IF.

           IF WS-BLK-COUNT LESS WS-BLK-MAX THEN
               ADD 1 TO WS-BLK-COUNT
               MOVE BS-RID TO WS-BLK-RID(WS-BLK-COUNT)
               MOVE BS-FIRST-NM TO WS-BLK-FIRST-NM(WS-BLK-COUNT)
               MOVE BS-LAST-NM TO WS-BLK-LAST-NM(WS-BLK-COUNT)
               MOVE BS-SSN TO WS-BLK-SSN(WS-BLK-COUNT)
               PERFORM 4320-DETOKENIZE-MEMBER THRU 4320-EXIT
               MOVE BS-FIRST-SDX TO WS-BLK-FIRST-SDX(WS-BLK-COUNT)
               MOVE BS-LAST-SDX TO WS-BLK-LAST-SDX(WS-BLK-COUNT)
               MOVE BS-STREET TO WS-BLK-STREET(WS-BLK-COUNT)
               MOVE BS-POSTAL TO WS-BLK-POSTAL(WS-BLK-COUNT)
           ELSE
               IF BLK-NOT-OVERFLOWED THEN
                   SET BLK-OVERFLOWED TO TRUE
                   ADD 1 TO WS-BLOCKS-TRUNCATED
                   DISPLAY "BLOCK " BS-BLOCK-TYPE " "
                       FUNCTION TRIM(BS-BLOCK-KEY)
                       " OVER " WS-BLK-MAX " MEMBERS -- TRUNCATED"
                       UPON SYSERR
                   END-DISPLAY
               END-IF
           END-IF.
       4310-EXIT.
           EXIT.

      ******************************************************************
      * 4320-DETOKENIZE-MEMBER -- THE REAL SSN OF THE MEMBER JUST
      * ADDED, FOR 4430 ONLY.  A VALUE OUTSIDE THE TOKEN RANGE IS
      * ALREADY AN SSN (A ROW NOT YET CONVERTED).
      ******************************************************************
       4320-DETOKENIZE-MEMBER.
           MOVE BS-SSN TO WS-VAULT-TOKEN.
           MOVE BS-SSN TO WS-BLK-REAL-SSN(WS-BLK-COUNT).
           IF NOT VAULT-TOKEN-VALID THEN
               GO TO 4320-EXIT
           END-IF.

           CALL "SSNVAULT" USING
               BY REFERENCE WS-VAULT-FUNCTION
               BY REFERENCE PGCONN
               BY REFERENCE WS-VAULT-SSN
               BY REFERENCE WS-VAULT-TOKEN
               BY REFERENCE WS-VAULT-STATUS
           END-CALL.
           IF VAULT-OK THEN
               MOVE WS-VAULT-SSN TO WS-BLK-REAL-SSN(WS-BLK-COUNT)
           ELSE
               ADD 1 TO WS-VAULT-MISSES
           END-IF.
           MOVE ZERO TO WS-VAULT-SSN.
       4320-EXIT.
           EXIT.

      ******************************************************************
      * 4400-COMPARE-ONE-BLOCK -- EVERY MEMBER AGAINST EVERY LATER
      * MEMBER.
      ******************************************************************
       4400-COMPARE-ONE-BLOCK.
           IF WS-BLK-COUNT LESS 2 THEN
               GO TO 4400-EXIT
           END-IF.
           PERFORM 4410-COMPARE-ONE-MEMBER THRU 4410-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER OR EQUAL WS-BLK-COUNT.
       4400-EXIT.
           EXIT.

       4410-COMPARE-ONE-MEMBER.
           COMPUTE WS-J = WS-I + 1.
           PERFORM 4420-SCORE-ONE-PAIR THRU 4420-EXIT
               VARYING WS-J FROM WS-J BY 1
               UNTIL WS-J GREATER WS-BLK-COUNT.
       4410-EXIT.
           EXIT.

      ******************************************************************
      * 4420-SCORE-ONE-PAIR -- ADD UP THE EVIDENCE FOR MEMBERS WS-I
      * AND WS-J AND WRITE THE PAIR IF IT REACHES THE THRESHOLD.  THE
      * SAME RID TWICE (A REGISTRANT WITH TWO OPEN MAILING ROWS) IS
      * NOT A PAIR.
      ******************************************************************
       4420-SCORE-ONE-PAIR.
           IF WS-BLK-RID(WS-I) EQUAL WS-BLK-RID(WS-J) THEN
               GO TO 4420-EXIT
           END-IF.

           MOVE ZERO TO WS-PAIR-SCORE.
           MOVE "----" TO WS-PAIR-EVIDENCE.

           IF WS-BLK-LAST-SDX(WS-I) NOT EQUAL SPACE AND
                   WS-BLK-LAST-SDX(WS-I) EQUAL WS-BLK-LAST-SDX(WS-J)
                   THEN
               ADD WS-WT-LAST-NM TO WS-PAIR-SCORE
               MOVE "L" TO WS-EV-LAST
           END-IF.

           IF WS-BLK-FIRST-SDX(WS-I) NOT EQUAL SPACE AND
                   WS-BLK-FIRST-SDX(WS-I) EQUAL WS-BLK-FIRST-SDX(WS-J)
                   THEN
               ADD WS-WT-FIRST-NM TO WS-PAIR-SCORE
               MOVE "F" TO WS-EV-FIRST
           END-IF.

           IF WS-BLK-STREET(WS-I) NOT EQUAL SPACE AND
                   WS-BLK-STREET(WS-I) EQUAL WS-BLK-STREET(WS-J) AND
                   WS-BLK-POSTAL(WS-I)(1:5)
                       EQUAL WS-BLK-POSTAL(WS-J)(1:5) THEN
               ADD WS-WT-ADDRESS TO WS-PAIR-SCORE
               MOVE "A" TO WS-EV-ADDR
           END-IF.

           PERFORM 4430-COMPARE-SSNS THRU 4430-EXIT.
           IF NOT EV-SSN-NONE THEN
               ADD WS-WT-SSN TO WS-PAIR-SCORE
           END-IF.

           ADD 1 TO WS-PAIRS-SCORED.
           IF WS-PAIR-SCORE LESS WS-MIN-SCORE THEN
               GO TO 4420-EXIT
           END-IF.

           IF WS-BLK-RID(WS-I) LESS WS-BLK-RID(WS-J) THEN
               MOVE WS-I TO WS-LO
               MOVE WS-J TO WS-HI
           ELSE
               MOVE WS-J TO WS-LO
               MOVE WS-I TO WS-HI
           END-IF.

           MOVE WS-PAIR-SCORE TO PR-SCORE.
           MOVE WS-PAIR-EVIDENCE TO PR-EVIDENCE.
           MOVE WS-BLK-RID(WS-LO) TO PR-RID-LO.
           MOVE WS-BLK-FIRST-NM(WS-LO) TO PR-LO-FIRST-NM.
           MOVE WS-BLK-LAST-NM(WS-LO) TO PR-LO-LAST-NM.
           CALL "SSNMASK" USING
               BY REFERENCE WS-BLK-SSN(WS-LO)
               BY REFERENCE PR-LO-MASKED-SSN
           END-CALL.
           MOVE WS-BLK-STREET(WS-LO) TO PR-LO-STREET.
           MOVE WS-BLK-POSTAL(WS-LO) TO PR-LO-POSTAL.
           MOVE WS-BLK-RID(WS-HI) TO PR-RID-HI.
           MOVE WS-BLK-FIRST-NM(WS-HI) TO PR-HI-FIRST-NM.
           MOVE WS-BLK-LAST-NM(WS-HI) TO PR-HI-LAST-NM.
           CALL "SSNMASK" USING
               BY REFERENCE WS-BLK-SSN(WS-HI)
               BY REFERENCE PR-HI-MASKED-SSN
           END-CALL.
           MOVE WS-BLK-STREET(WS-HI) TO PR-HI-STREET.
           MOVE WS-BLK-POSTAL(WS-HI) TO PR-HI-POSTAL.
           WRITE PR-RECORD.
       4420-EXIT.
           EXIT.

      ******************************************************************
      * 4430-COMPARE-SSNS -- SAME SSN, ONE DIGIT DIFFERENT, OR TWO
      * ADJACENT DIGITS SWAPPED.  ANYTHING FURTHER APART IS NO
      * EVIDENCE EITHER WAY.  COMPARED ON THE DETOKENIZED VALUES.
      ******************************************************************
       4430-COMPARE-SSNS.
           MOVE WS-BLK-REAL-SSN(WS-I) TO WS-SSN-A.
           MOVE WS-BLK-REAL-SSN(WS-J) TO WS-SSN-B.
           MOVE ZERO TO WS-SSN-DIFFS.
           MOVE ZERO TO WS-SSN-DIFF-1.
           MOVE ZERO TO WS-SSN-DIFF-2.

           PERFORM 4440-COMPARE-ONE-DIGIT THRU 4440-EXIT
               VARYING WS-SSN-POS FROM 1 BY 1
               UNTIL WS-SSN-POS GREATER 9
                  OR WS-SSN-DIFFS GREATER 2.

           EVALUATE TRUE
               WHEN WS-SSN-DIFFS EQUAL ZERO
                   SET EV-SSN-SAME TO TRUE
               WHEN WS-SSN-DIFFS EQUAL 1
                   SET EV-SSN-ONE-DIGIT TO TRUE
               WHEN WS-SSN-DIFFS EQUAL 2 AND
                       WS-SSN-DIFF-2 EQUAL WS-SSN-DIFF-1 + 1 AND
                       WS-SSN-A(WS-SSN-DIFF-1:1)
                           EQUAL WS-SSN-B(WS-SSN-DIFF-2:1) AND
                       WS-SSN-A(WS-SSN-DIFF-2:1)
                           EQUAL WS-SSN-B(WS-SSN-DIFF-1:1)
                   SET EV-SSN-TRANSPOSED TO TRUE
               WHEN OTHER
                   SET EV-SSN-NONE TO TRUE
           END-EVALUATE.
       4430-EXIT.
           EXIT.

       4440-COMPARE-ONE-DIGIT.
           IF WS-SSN-A(WS-SSN-POS:1) NOT EQUAL WS-SSN-B(WS-SSN-POS:1)
                   THEN
               ADD 1 TO WS-SSN-DIFFS
               IF WS-SSN-DIFFS EQUAL 1 THEN
                   MOVE WS-SSN-POS TO WS-SSN-DIFF-1
               ELSE
                   MOVE WS-SSN-POS TO WS-SSN-DIFF-2
               END-IF
           END-IF.
       4440-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RANK-PAIRS -- HIGHEST SCORE FIRST, ONE ENTRY PER PAIR,
      * PAIRS ALREADY DECIDED ON DUP_REVIEW LEFT OFF.
      ******************************************************************
       5000-RANK-PAIRS.
           MOVE WS-RPT-H2 TO DR-LINE.
           WRITE DR-LINE.

           SORT PAIR-SORT
               ON DESCENDING KEY PS-SCORE
               ON ASCENDING KEY PS-RID-LO
               ON ASCENDING KEY PS-RID-HI
               USING DUP-PAIR
               OUTPUT PROCEDURE IS 5100-LIST-PAIRS.
       5000-EXIT.
           EXIT.

       5100-LIST-PAIRS.
           SET NOT-END-OF-SORT TO TRUE.
           PERFORM 5110-LIST-ONE-PAIR THRU 5110-EXIT
               UNTIL END-OF-SORT.
       5100-EXIT.
           EXIT.

       5110-LIST-ONE-PAIR.
           RETURN PAIR-SORT
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.
           IF END-OF-SORT THEN
               GO TO 5110-EXIT
           END-IF.

           IF PS-RID-LO EQUAL WS-PREV-RID-LO AND
                   PS-RID-HI EQUAL WS-PREV-RID-HI THEN
               GO TO 5110-EXIT
           END-IF.
           MOVE PS-RID-LO TO WS-PREV-RID-LO.
           MOVE PS-RID-HI TO WS-PREV-RID-HI.

           MOVE PS-RID-LO TO WS-RID-LO.
           MOVE PS-RID-HI TO WS-RID-HI.
           PERFORM 5200-CHECK-REVIEWED THRU 5200-EXIT.
           IF PAIR-REVIEWED THEN
               ADD 1 TO WS-PAIRS-ALREADY-REVIEWED
               GO TO 5110-EXIT
           END-IF.

           ADD 1 TO WS-PAIRS-LISTED.
           MOVE PS-EVIDENCE TO WS-PAIR-EVIDENCE.
           PERFORM 5300-BUILD-EVIDENCE-TEXT THRU 5300-EXIT.

           MOVE SPACE TO DR-LINE.
           WRITE DR-LINE.
           MOVE WS-PAIRS-LISTED TO DR-PR-RANK.
           MOVE PS-SCORE TO DR-PR-SCORE.
           MOVE WS-EVIDENCE-TEXT TO DR-PR-EVIDENCE.
           MOVE PS-RID-LO TO DR-PR-RID.
           MOVE SPACE TO WS-NAME-TEXT.
           STRING
               FUNCTION TRIM(PS-LO-LAST-NM) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(PS-LO-FIRST-NM) DELIMITED BY SIZE
               INTO WS-NAME-TEXT
           END-STRING.
           MOVE WS-NAME-TEXT TO DR-PR-NAME.
           MOVE PS-LO-MASKED-SSN TO DR-PR-SSN.
           MOVE PS-LO-STREET TO DR-PR-STREET.
           MOVE PS-LO-POSTAL TO DR-PR-POSTAL.
           MOVE WS-RPT-PAIR TO DR-LINE.
           WRITE DR-LINE.

           MOVE SPACE TO WS-RPT-PAIR.
           MOVE PS-RID-HI TO DR-PR-RID.
           MOVE SPACE TO WS-NAME-TEXT.
           STRING
               FUNCTION TRIM(PS-HI-LAST-NM) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(PS-HI-FIRST-NM) DELIMITED BY SIZE
               INTO WS-NAME-TEXT
           END-STRING.
           MOVE WS-NAME-TEXT TO DR-PR-NAME.
           MOVE PS-HI-MASKED-SSN TO DR-PR-SSN.
           MOVE PS-HI-STREET TO DR-PR-STREET.
           MOVE PS-HI-POSTAL TO DR-PR-POSTAL.
           MOVE WS-RPT-PAIR TO DR-LINE.
           WRITE DR-LINE.

           MOVE SPACE TO D01-CAND-RECORD.
           MOVE WS-PAIRS-LISTED TO D01-RANK.
           MOVE PS-SCORE TO D01-SCORE.
           MOVE PS-RID-LO TO D01-RID-1.
           MOVE PS-RID-HI TO D01-RID-2.
           MOVE PS-EVIDENCE TO D01-EVIDENCE.
           WRITE D01-CAND-RECORD.
       5110-EXIT.
           EXIT.

      ******************************************************************
      * 5200-CHECK-REVIEWED -- HAS A REVIEWER ALREADY DECIDED THIS
      * PAIR, EITHER WAY?  A LOOKUP THAT WILL NOT RUN LEAVES THE PAIR
      * ON THE WORKLIST -- A SECOND LOOK COSTS LESS THAN A MISSED ONE.
      ******************************************************************
       5200-CHECK-REVIEWED.
           SET PAIR-NOT-REVIEWED TO TRUE.
           STRING WS-RID-LO DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           STRING WS-RID-HI DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(2)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-REVIEWED-SQL
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
                   RETURNING WS-NTUPLES
               END-CALL
               IF WS-NTUPLES GREATER ZERO THEN
                   SET PAIR-REVIEWED TO TRUE
               END-IF
           ELSE
               CALL "PQerrorMessage" USING
                   BY VALUE PGCONN
                   RETURNING RESPTR
               END-CALL
               SET ADDRESS OF RESSTR TO RESPTR
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "DUP_REVIEW LOOKUP FAILED: " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-BUILD-EVIDENCE-TEXT -- SPELL THE EVIDENCE FLAGS OUT FOR
      * THE PRINTED WORKLIST.
      ******************************************************************
       5300-BUILD-EVIDENCE-TEXT.
           MOVE SPACE TO WS-EVIDENCE-TEXT.
           MOVE 1 TO WS-EV-PTR.
           IF WS-EV-LAST EQUAL "L" THEN
               STRING "LAST-NM " DELIMITED BY SIZE
                   INTO WS-EVIDENCE-TEXT WITH POINTER WS-EV-PTR
               END-STRING
           END-IF.
           IF WS-EV-FIRST EQUAL "F" THEN
               STRING "FIRST-NM " DELIMITED BY SIZE
                   INTO WS-EVIDENCE-TEXT WITH POINTER WS-EV-PTR
               END-STRING
           END-IF.
           IF WS-EV-ADDR EQUAL "A" THEN
               STRING "ADDRESS " DELIMITED BY SIZE
                   INTO WS-EVIDENCE-TEXT WITH POINTER WS-EV-PTR
               END-STRING
           END-IF.
           EVALUATE TRUE
               WHEN EV-SSN-SAME
                   STRING "SSN-SAME" DELIMITED BY SIZE
                       INTO WS-EVIDENCE-TEXT WITH POINTER WS-EV-PTR
                   END-STRING
               WHEN EV-SSN-ONE-DIGIT
                   STRING "SSN-ONE-DIGIT" DELIMITED BY SIZE
                       INTO WS-EVIDENCE-TEXT WITH POINTER WS-EV-PTR
                   END-STRING
               WHEN EV-SSN-TRANSPOSED
                   STRING "SSN-TRANSPOSED" DELIMITED BY SIZE
                       INTO WS-EVIDENCE-TEXT WITH POINTER WS-EV-PTR
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONFIRM-PAIRS -- WORK THROUGH THE REVIEWED WORKLIST.
      ******************************************************************
       6000-CONFIRM-PAIRS.
           SET NOT-END-OF-CAND TO TRUE.
           READ DUP-CAND
               AT END SET END-OF-CAND TO TRUE
           END-READ.
           PERFORM 6100-CONFIRM-ONE-PAIR THRU 6100-EXIT
               UNTIL END-OF-CAND.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-CONFIRM-ONE-PAIR -- AN UNDECIDED LINE IS LEFT FOR THE NEXT
      * SWEEP.  A DECIDED ONE NEEDS A REVIEWER ID AND TWO NUMERIC
      * RIDS, AND MUST NOT HAVE BEEN DECIDED BEFORE; THEN "N" IS JUST
      * RECORDED, AND "1" OR "2" IS RECORDED AND QUEUED AS A MERGE.
      ******************************************************************
       6100-CONFIRM-ONE-PAIR.
           ADD 1 TO WS-CAND-READ.
           MOVE SPACE TO WS-REJECT-TEXT.
           MOVE SPACE TO WS-MASKED-SSN.

           IF D01-UNDECIDED THEN
               ADD 1 TO WS-CAND-UNDECIDED
               GO TO 6100-READ-NEXT
           END-IF.

           IF NOT D01-KEEP-FIRST AND NOT D01-KEEP-SECOND AND
                   NOT D01-NOT-DUPLICATE THEN
               MOVE "UNKNOWN DECISION CODE" TO WS-REJECT-TEXT
               GO TO 6100-REJECT
           END-IF.
           IF D01-RID-1 NOT NUMERIC OR D01-RID-2 NOT NUMERIC
                   OR D01-RID-1 EQUAL D01-RID-2 THEN
               MOVE "RIDS MISSING OR EQUAL" TO WS-REJECT-TEXT
               GO TO 6100-REJECT
           END-IF.
           IF D01-REVIEWER EQUAL SPACE THEN
               MOVE "NO REVIEWER ID" TO WS-REJECT-TEXT
               GO TO 6100-REJECT
           END-IF.

           IF D01-RID-1 LESS D01-RID-2 THEN
               MOVE D01-RID-1 TO WS-RID-LO
               MOVE D01-RID-2 TO WS-RID-HI
           ELSE
               MOVE D01-RID-2 TO WS-RID-LO
               MOVE D01-RID-1 TO WS-RID-HI
           END-IF.
           PERFORM 5200-CHECK-REVIEWED THRU 5200-EXIT.
           IF PAIR-REVIEWED THEN
               MOVE "PAIR ALREADY DECIDED" TO WS-REJECT-TEXT
               GO TO 6100-REJECT
           END-IF.

           IF D01-NOT-DUPLICATE THEN
               MOVE "N" TO WS-DECISION-CD
               MOVE ZERO TO WS-KEEP-RID
               PERFORM 6300-RECORD-DECISION THRU 6300-EXIT
               IF WS-REJECT-TEXT NOT EQUAL SPACE THEN
                   GO TO 6100-REJECT
               END-IF
               ADD 1 TO WS-CAND-NOT-DUP
               MOVE "RECORDED: NOT THE SAME PERSON" TO DR-CF-TEXT
               GO TO 6100-REPORT
           END-IF.

           IF D01-KEEP-FIRST THEN
               MOVE D01-RID-1 TO WS-KEEP-RID
               MOVE D01-RID-2 TO WS-RETIRE-RID
           ELSE
               MOVE D01-RID-2 TO WS-KEEP-RID
               MOVE D01-RID-1 TO WS-RETIRE-RID
           END-IF.

           MOVE WS-KEEP-RID TO WS-FETCH-RID.
           PERFORM 6200-FETCH-REGISTRATION THRU 6200-EXIT.
           IF REG-NOT-FOUND THEN
               MOVE "SURVIVING RID NOT ON FILE" TO WS-REJECT-TEXT
               GO TO 6100-REJECT
           END-IF.
           MOVE WS-REG-FIRST-NM TO WS-KEEP-FIRST-NM.
           MOVE WS-REG-LAST-NM TO WS-KEEP-LAST-NM.
           MOVE WS-REG-TS-TEXT TO WS-KEEP-TS-TEXT.

           MOVE WS-RETIRE-RID TO WS-FETCH-RID.
           PERFORM 6200-FETCH-REGISTRATION THRU 6200-EXIT.
           IF REG-NOT-FOUND THEN
               MOVE "RETIRING RID NOT ON FILE" TO WS-REJECT-TEXT
               GO TO 6100-REJECT
           END-IF.
           MOVE WS-REG-SSN TO WS-RETIRE-SSN.

           MOVE "M" TO WS-DECISION-CD.
           PERFORM 6300-RECORD-DECISION THRU 6300-EXIT.
           IF WS-REJECT-TEXT NOT EQUAL SPACE THEN
               GO TO 6100-REJECT
           END-IF.

           PERFORM 6400-WRITE-MERGE-TXN THRU 6400-EXIT.
           ADD 1 TO WS-CAND-MERGED.
           CALL "SSNMASK" USING
               BY REFERENCE WS-RETIRE-SSN
               BY REFERENCE WS-MASKED-SSN
           END-CALL.
           MOVE SPACE TO DR-CF-TEXT.
           STRING "MERGE QUEUED: " DELIMITED BY SIZE
               WS-RETIRE-RID DELIMITED BY SIZE
               " INTO " DELIMITED BY SIZE
               WS-KEEP-RID DELIMITED BY SIZE
               INTO DR-CF-TEXT
           END-STRING.
           GO TO 6100-REPORT.

       6100-REJECT.
           ADD 1 TO WS-CAND-REJECTED.
           IF WS-RETURN-CODE LESS 4 THEN
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE SPACE TO DR-CF-TEXT.
           STRING "NOT APPLIED: " DELIMITED BY SIZE
               WS-REJECT-TEXT DELIMITED BY SIZE
               INTO DR-CF-TEXT
           END-STRING.

       6100-REPORT.
           MOVE D01-RANK TO DR-CF-RANK.
           MOVE D01-CAND-RECORD(11:6) TO DR-CF-RID-1.
           MOVE D01-CAND-RECORD(18:6) TO DR-CF-RID-2.
           MOVE D01-DECISION TO DR-CF-DECISION.
           MOVE D01-REVIEWER TO DR-CF-REVIEWER.
           MOVE WS-MASKED-SSN TO DR-CF-SSN.
           MOVE WS-RPT-CONFIRM TO DR-LINE.
           WRITE DR-LINE.

       6100-READ-NEXT.
           READ DUP-CAND
               AT END SET END-OF-CAND TO TRUE
           END-READ.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-FETCH-REGISTRATION -- NAME, SSN AND REG_TS OF
      * WS-FETCH-RID, REG_TS ALREADY IN THE CANONICAL 26-BYTE FORM THAT
      * LAYS OVER W01-REG-TS.  AN EXPUNGED RID IS NOT FOUND.
      ******************************************************************
       6200-FETCH-REGISTRATION.
           SET REG-NOT-FOUND TO TRUE.
           STRING WS-FETCH-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-FETCH-REG-SQL
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
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "REGISTRATION LOOKUP FAILED FOR RID " WS-FETCH-RID
                   ": " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO 6200-EXIT
           END-IF.

           CALL "PQntuples" USING
               BY VALUE PGRES
               RETURNING WS-NTUPLES
           END-CALL.
           IF WS-NTUPLES EQUAL ZERO THEN
               CALL "PQclear" USING BY VALUE PGRES END-CALL
               GO TO 6200-EXIT
           END-IF.

           SET REG-FOUND TO TRUE.
           MOVE ZERO TO WS-ROW-IDX.
           MOVE ZERO TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-REG-FIRST-NM.
           MOVE 1 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-REG-LAST-NM.
           MOVE 2 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-TEXT))
               TO WS-REG-SSN.
           MOVE 3 TO WS-COL-IDX.
           PERFORM 3750-FETCH-ONE-COLUMN THRU 3750-EXIT.
           MOVE WS-FIELD-TEXT TO WS-REG-TS-TEXT.
           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 6300-RECORD-DECISION -- ONE DUP_REVIEW ROW PER DECIDED PAIR,
      * LOWER RID FIRST.  REGFILE LOOKS A CONFIRMED PAIR UP HERE
      * BEFORE IT WILL FOLD ONE EXISTING RID INTO ANOTHER, AND STAMPS
      * IT WITH THE BATCH THAT DID SO.  A FAILURE COMES BACK IN
      * WS-REJECT-TEXT.
      ******************************************************************
       6300-RECORD-DECISION.
           STRING WS-RID-LO DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(1)
           END-STRING.
           STRING WS-RID-HI DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(2)
           END-STRING.
           STRING WS-DECISION-CD DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(3)
           END-STRING.
           STRING WS-KEEP-RID DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(4)
           END-STRING.
           STRING D01-REVIEWER DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-PARAM-VALUE(5)
           END-STRING.
           SET WS-PARAM-PTR(1) TO ADDRESS OF WS-PARAM-VALUE(1).
           SET WS-PARAM-PTR(2) TO ADDRESS OF WS-PARAM-VALUE(2).
           SET WS-PARAM-PTR(3) TO ADDRESS OF WS-PARAM-VALUE(3).
           SET WS-PARAM-PTR(4) TO ADDRESS OF WS-PARAM-VALUE(4).
           SET WS-PARAM-PTR(5) TO ADDRESS OF WS-PARAM-VALUE(5).

           CALL "PQexecParams" USING
               BY VALUE PGCONN
               BY REFERENCE WS-REVIEW-INS-SQL
               BY VALUE 5
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
               STRING RESSTR DELIMITED BY X"00" INTO ANSWER END-STRING
               DISPLAY
                   "DUP_REVIEW INSERT FAILED FOR " WS-RID-LO "/"
                   WS-RID-HI ": " FUNCTION TRIM(ANSWER)
                   UPON SYSERR
               END-DISPLAY
               MOVE "DECISION NOT RECORDED" TO WS-REJECT-TEXT
           END-IF.

           CALL "PQclear" USING BY VALUE PGRES END-CALL.
       6300-EXIT.
           EXIT.

      ******************************************************************
      * 6400-WRITE-MERGE-TXN -- THE "M" TRANSACTION CARRIES THE
      * SURVIVING RID WITH ITS OWN NAME AND REG_TS, AND THE RETIRING
      * RID'S SSN: REGFILE FINDS THE RETIRING RID BY THAT SSN, SEES
      * THE SURVIVOR IS ALREADY ON FILE, AND FOLDS THE PAIR ONLY
      * BECAUSE DUP_REVIEW SAYS IT WAS CONFIRMED.  THE OPR RECORD
      * BEHIND IT CREDITS THE REVIEWER; THE REVIEW ITSELF IS THE
      * SECOND LOOK, SO NO FURTHER APPROVAL IS ASKED FOR.
      ******************************************************************
       6400-WRITE-MERGE-TXN.
           MOVE SPACE TO W01-RECORD.
           MOVE WS-KEEP-RID TO W01-RID.
           MOVE WS-KEEP-FIRST-NM TO W01-FIRST-NM.
           MOVE WS-KEEP-LAST-NM TO W01-LAST-NM.
           MOVE WS-RETIRE-SSN TO W01-SSN.
           MOVE WS-KEEP-TS-TEXT TO W01-REG-TS.
           SET W01-TXN-MERGE TO TRUE.
           WRITE W01-RECORD.
           PERFORM 6450-CHECK-MERGE-WRITE THRU 6450-EXIT.

           MOVE SPACE TO O01-ATTR-RECORD.
           SET O01-ATTR-ID TO TRUE.
           MOVE WS-KEEP-RID TO O01-RID.
           MOVE "M" TO O01-TXN-CD.
           MOVE D01-REVIEWER TO O01-OPERATOR-ID.
           MOVE "REGDUPS" TO O01-TERMINAL-ID.
           MOVE WS-RUN-DT TO O01-ENTRY-DT.
           MOVE WS-RUN-TM(1:6) TO O01-ENTRY-TM.
           SET O01-APPROVAL-NOT-NEEDED TO TRUE.
           MOVE ZERO TO O01-APPROVAL-DT.
           MOVE ZERO TO O01-APPROVAL-TM.
           WRITE O01-ATTR-RECORD.
           PERFORM 6450-CHECK-MERGE-WRITE THRU 6450-EXIT.
       6400-EXIT.
           EXIT.

       6450-CHECK-MERGE-WRITE.
           IF WS-DUP-MERGE-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERROR: UNABLE TO WRITE DUPMERGE, STATUS="
                   WS-DUP-MERGE-STATUS UPON SYSERR
               END-DISPLAY
               GO TO BAIL
           END-IF.
       6450-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-RUN-TOTALS
      ******************************************************************
       7000-WRITE-RUN-TOTALS.
           MOVE SPACE TO DR-LINE.
           WRITE DR-LINE.
           MOVE ALL "-" TO DR-LINE.
           WRITE DR-LINE.

           IF MODE-CONFIRM THEN
               MOVE "WORKLIST LINES READ" TO DR-TT-LABEL
               MOVE WS-CAND-READ TO DR-TT-COUNT
               PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
               MOVE "  LEFT UNDECIDED" TO DR-TT-LABEL
               MOVE WS-CAND-UNDECIDED TO DR-TT-COUNT
               PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
               MOVE "  RECORDED NOT A DUPLICATE" TO DR-TT-LABEL
               MOVE WS-CAND-NOT-DUP TO DR-TT-COUNT
               PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
               MOVE "  MERGES QUEUED ON DUPMERGE" TO DR-TT-LABEL
               MOVE WS-CAND-MERGED TO DR-TT-COUNT
               PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
               MOVE "  NOT APPLIED" TO DR-TT-LABEL
               MOVE WS-CAND-REJECTED TO DR-TT-COUNT
               PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
               DISPLAY "MERGES QUEUED:      " WS-CAND-MERGED
                   END-DISPLAY
               DISPLAY "LINES NOT APPLIED:  " WS-CAND-REJECTED
                   END-DISPLAY
               GO TO 7000-EXIT
           END-IF.

           MOVE "REGISTRANTS SWEPT" TO DR-TT-LABEL.
           MOVE WS-REGS-SWEPT TO DR-TT-COUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "PAIRS COMPARED" TO DR-TT-LABEL.
           MOVE WS-PAIRS-SCORED TO DR-TT-COUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "PAIRS ALREADY DECIDED, NOT LISTED" TO DR-TT-LABEL.
           MOVE WS-PAIRS-ALREADY-REVIEWED TO DR-TT-COUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "PAIRS LISTED FOR REVIEW" TO DR-TT-LABEL.
           MOVE WS-PAIRS-LISTED TO DR-TT-COUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           IF WS-BLOCKS-TRUNCATED GREATER ZERO THEN
               MOVE "BLOCKS TRUNCATED (SEE SYSERR)" TO DR-TT-LABEL
               MOVE WS-BLOCKS-TRUNCATED TO DR-TT-COUNT
               PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
           END-IF.
           IF WS-VAULT-MISSES GREATER ZERO THEN
               MOVE "SSNS NOT RESOLVED, EXACT MATCH ONLY" TO DR-TT-LABEL
               MOVE WS-VAULT-MISSES TO DR-TT-COUNT
               PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
           END-IF.

           DISPLAY "PAIRS LISTED:       " WS-PAIRS-LISTED END-DISPLAY.
       7000-EXIT.
           EXIT.

       7100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL TO DR-LINE.
           WRITE DR-LINE.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7500-CLOSE-FILES
      ******************************************************************
       7500-CLOSE-FILES.
           CLOSE DUP-RPT.
           CLOSE DUP-CAND.
           IF MODE-CONFIRM THEN
               CLOSE DUP-MERGE
           END-IF.
       7500-EXIT.
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

       END PROGRAM REGDUPS.

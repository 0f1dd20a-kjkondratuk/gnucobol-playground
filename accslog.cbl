      ******************************************************************
      * AUTHOR:        REGISTRATION SYSTEMS TEAM
      * INSTALLATION:  REGISTRATION SYSTEMS
      * DATE-WRITTEN:  20261015
      * DATE-COMPILED:
      * PURPOSE:       SHARED RECORD-ACCESS LOGGING ROUTINE.  APPENDS
      *                ONE ROW (ACCSREC) TO THE ACCESS LOG FOR EVERY
      *                REGISTRANT LOOKUP MADE BY AN INTERACTIVE
      *                PROGRAM: WHEN, WHICH PROGRAM, OPERATOR,
      *                TERMINAL, LOOKUP METHOD, RID, AND WHETHER
      *                ANYONE WAS FOUND.  THE FILE IS OPENED AND CLOSED
      *                ON EVERY CALL, THE SAME AS DBCONN'S AUDIT FILE,
      *                SO SESSIONS RUNNING SIDE BY SIDE ALL APPEND TO
      *                IT.  A NONZERO STATUS COMES BACK WHEN THE ROW
      *                COULD NOT BE WRITTEN; THE CALLER THEN DOES NOT
      *                SHOW THE RECORD -- NO LOG ROW, NO LOOK.
      * TECTONICS:     COBC -m -STD=IBM ACCSLOG.CBL -o ACCSLOG.so
      ******************************************************************
      * MODIFICATION HISTORY
      *    20261015 TWK  ORIGINAL ROUTINE, CALLED BY REGMINQ AND
      *                  REGMAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCSFIL ASSIGN TO WS-ACCS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCSFIL.
           COPY ACCSREC.

       WORKING-STORAGE SECTION.
       01  WS-ACCS-FILE-NAME        PIC X(40) VALUE "ACCSFIL".
       01  WS-ACCS-FILE-STATUS      PIC X(02).

       LINKAGE SECTION.
       01  L01-CALLER-ID            PIC X(09).
       01  L01-OPERATOR-ID          PIC X(09).
       01  L01-TERMINAL-ID          PIC X(08).
       01  L01-METHOD               PIC X(01).
       01  L01-RID                  PIC 9(06).
       01  L01-RESULT               PIC X(01).
       01  L01-STATUS-CODE          PIC 9(02).

       PROCEDURE DIVISION USING
               L01-CALLER-ID
               L01-OPERATOR-ID
               L01-TERMINAL-ID
               L01-METHOD
               L01-RID
               L01-RESULT
               L01-STATUS-CODE.

       0000-MAINLINE.
           MOVE ZERO TO L01-STATUS-CODE.
           PERFORM 3000-WRITE-ACCESS-ROW THRU 3000-EXIT.
           GOBACK.

      ******************************************************************
      * 3000-WRITE-ACCESS-ROW -- APPEND ONE ROW.  STATUS 08 BACK TO
      * THE CALLER IF THE FILE WILL NOT OPEN OR TAKE THE WRITE.
      ******************************************************************
       3000-WRITE-ACCESS-ROW.
           ACCEPT G01-ACCESS-DT FROM DATE YYYYMMDD.
           ACCEPT G01-ACCESS-TM FROM TIME.
           MOVE L01-CALLER-ID   TO G01-PROGRAM-ID.
           MOVE L01-OPERATOR-ID TO G01-OPERATOR-ID.
           MOVE L01-TERMINAL-ID TO G01-TERMINAL-ID.
           MOVE L01-METHOD      TO G01-METHOD.
           MOVE L01-RID         TO G01-RID.
           MOVE L01-RESULT      TO G01-RESULT.

      *----------------------------------------------------------------
      * OPEN EXTEND ON A FILE THAT DOES NOT YET EXIST FAILS (STATUS 35),
      * SO THE FIRST LOOKUP IN A FRESH ENVIRONMENT LAYS IT DOWN.
      *----------------------------------------------------------------
           OPEN EXTEND ACCSFIL.
           IF WS-ACCS-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ACCSFIL
           END-IF.
           IF WS-ACCS-FILE-STATUS NOT EQUAL "00" THEN
               MOVE 8 TO L01-STATUS-CODE
               GO TO 3000-EXIT
           END-IF.

           WRITE G01-ACCESS-RECORD.
           IF WS-ACCS-FILE-STATUS NOT EQUAL "00" THEN
               MOVE 8 TO L01-STATUS-CODE
           END-IF.
           CLOSE ACCSFIL.
       3000-EXIT.
           EXIT.

       END PROGRAM ACCSLOG.

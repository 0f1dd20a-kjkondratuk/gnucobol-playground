      * ADDRESS ("ADR"), AND CONTROL ("HDR"/"TRL") RECORDS.
      * ATTRIBUTION RECORDS COUNT TOWARD THE TRAILER RECORD COUNT BUT
      * NOT ITS RID/SSN HASH TOTAL -- THEY CARRY NO SSN.
      * THE APPROVAL FIELDS CARRY THE SECOND-OPERATOR (MAKER-CHECKER)
      * STATE: DELETES AND SSN OR NAME CHANGES ARE QUEUED "H" (HELD)
      * BY REGMAINT UNTIL A DIFFERENT OPERATOR SETS THEM "A" OR "X"
      * ON THE REGAPPR SCREEN.  SPACE MEANS NO APPROVAL WAS NEEDED.
      * REGPBATCH WRAPS ONLY SPACE AND "A" GROUPS.
      ******************************************************************
       01  O01-ATTR-RECORD.
           05  O01-REC-ID                     PIC X(03).
           05  O01-TERMINAL-ID                PIC X(08).
           05  O01-ENTRY-DT                   PIC 9(08).
           05  O01-ENTRY-TM                   PIC 9(06).
           05  O01-APPROVAL-STATUS            PIC X(01).
               88  O01-APPROVAL-NOT-NEEDED        VALUE SPACE.
               88  O01-APPROVAL-HELD              VALUE "H".
               88  O01-APPROVAL-GRANTED           VALUE "A".
               88  O01-APPROVAL-REJECTED          VALUE "X".
           05  O01-APPROVER-ID                PIC X(09).
           05  O01-APPROVAL-DT                PIC 9(08).
           05  O01-APPROVAL-TM                PIC 9(06).
           05  FILLER                         PIC X(11).

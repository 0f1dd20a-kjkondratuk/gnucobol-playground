      ******************************************************************
      * ACCSREC.CPY -- ONE ROW PER REGISTRANT LOOKUP, APPENDED TO THE
      *                RECORD-ACCESS LOG (ACCSFIL) BY ACCSLOG.  WRITTEN
      *                FOR EVERY REGMINQ LOOKUP (BY RID, BY SSN, AND
      *                EACH RID SHOWN ON A LAST-NAME BROWSE SCREEN)
      *                AND EVERY REGMAINT PREFILL FROM REGMAST, SO
      *                "WHO VIEWED THIS PERSON" CAN BE ANSWERED.  AN
      *                SSN SEARCH THAT FOUND NOBODY CARRIES RID ZERO;
      *                THE KEYED SSN ITSELF IS NEVER LOGGED.  REGARPT
      *                REPORTS FROM IT.
      ******************************************************************
       01  G01-ACCESS-RECORD.
           05  G01-ACCESS-DT              PIC 9(08).
           05  G01-ACCESS-TM              PIC 9(08).
           05  G01-PROGRAM-ID             PIC X(09).
           05  G01-OPERATOR-ID            PIC X(09).
           05  G01-TERMINAL-ID            PIC X(08).
           05  G01-METHOD                 PIC X(01).
               88  G01-BY-RID                 VALUE "R".
               88  G01-BY-SSN                 VALUE "S".
               88  G01-BY-NAME-BROWSE         VALUE "L".
               88  G01-BY-PREFILL             VALUE "P".
           05  G01-RID                    PIC 9(06).
           05  G01-RESULT                 PIC X(01).
               88  G01-FOUND                  VALUE "F".
               88  G01-NOT-FOUND              VALUE "N".

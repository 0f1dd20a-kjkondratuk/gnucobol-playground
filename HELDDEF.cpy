      ******************************************************************
      * HELDDEF.CPY -- FUTURE-DATED HELD-TRANSACTION RECORD (HELDTXN).
      * ONE ENTRY PER NAME/SSN CHANGE OR ADDRESS THAT IS KNOWN AHEAD
      * OF ITS EFFECTIVE DATE: A W01 "U" RECORD OR AN A01 ADDRESS
      * RECORD, KEPT EXACTLY AS IT WILL GO TO REGFILE, PLUS THE OPR
      * ATTRIBUTION RECORD THAT FOLLOWS IT WHEN AN OPERATOR KEYED IT.
      * REGMAINT PARKS OPERATOR ENTRIES HERE, REGFLOAD PARKS THE
      * BUREAU'S FUTURE-DATED BATCHES, REGFMNT LISTS, CHANGES AND
      * CANCELS ENTRIES, REGFREL RELEASES EVERY ENTRY THAT HAS COME
      * DUE INTO A NORMAL REGIN BATCH, AND REGFRPT LISTS WHAT IS DUE
      * OVER THE NEXT 30 DAYS.
      * THE FILE IS INDEXED ON F01-HELD-KEY -- EFFECTIVE DATE, RID,
      * THEN "U" FOR A NAME/SSN CHANGE OR THE ADDRESS TYPE (M/R) -- SO
      * A SEQUENTIAL READ COMES OUT IN RELEASE ORDER AND THERE IS AT
      * MOST ONE CHANGE OF EACH KIND PER REGISTRANT PER DAY.  THE
      * ALTERNATE KEY F01-RID (WITH DUPLICATES) LISTS ONE PERSON'S
      * HELD ITEMS.  A CANCELLED ENTRY STAYS ON FILE, MARKED "X", UNTIL
      * ITS DATE COMES UP AND REGFREL DROPS IT.
      ******************************************************************
       01  F01-HELD-RECORD.
           05  F01-HELD-KEY.
               10  F01-EFF-DT                 PIC 9(08).
               10  F01-RID                    PIC 9(06).
               10  F01-HELD-TYPE              PIC X(01).
                   88  F01-HELD-CHANGE            VALUE "U".
                   88  F01-HELD-MAILING           VALUE "M".
                   88  F01-HELD-RESIDENCE         VALUE "R".
                   88  F01-HELD-ADDRESS           VALUE "M", "R".
           05  F01-HELD-STATUS                PIC X(01).
               88  F01-STATUS-HELD                VALUE "H".
               88  F01-STATUS-CANCELLED           VALUE "X".
           05  F01-SOURCE-SYSTEM              PIC X(08).
           05  F01-PARKED-DT                  PIC 9(08).
           05  F01-CHANGED-BY                 PIC X(09).
           05  F01-CHANGED-DT                 PIC 9(08).
           05  F01-TXN-IMAGE                  PIC X(76).
           05  F01-ATTR-SW                    PIC X(01).
               88  F01-HAS-ATTR                   VALUE "Y".
               88  F01-NO-ATTR                    VALUE "N".
           05  F01-ATTR-IMAGE                 PIC X(76).
           05  FILLER                         PIC X(18).

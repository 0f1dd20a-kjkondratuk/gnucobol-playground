      ******************************************************************
      * XHSTDEF.CPY -- TRANSMISSION HISTORY (XMITHST).  ONE ENTRY PER
      * SOURCE SYSTEM PER DAY REGXCHK HAS JUDGED: EVERY EXPECTED DAY
      * (ON TIME, LATE, OR MISSING) AND ANY UNSCHEDULED DAY A BATCH
      * CAME IN ANYWAY.  REGXCHK LOOKS BACK OVER SEVERAL DAYS EACH
      * RUN, SO AN ENTRY IS REWRITTEN AS THE PICTURE CHANGES -- A
      * MISSING BATCH THAT TURNS UP BECOMES LATE -- AND ALWAYS HOLDS
      * THE LATEST VERDICT.  REGXRPT READS IT AT MONTH END FOR EACH
      * SOURCE'S ON-TIME PERCENTAGE.
      * THE FILE IS INDEXED ON Y01-XMIT-KEY (SOURCE, THEN DAY), SO A
      * SEQUENTIAL READ COMES OUT SOURCE BY SOURCE IN DATE ORDER.
      * A BATCH'S DAY IS ITS HEADER CREATE DATE; ITS ARRIVAL IS WHEN
      * REGFILE FIRST REGISTERED IT ON LOAD_RUN_CONTROL.
      ******************************************************************
       01  Y01-XMIT-RECORD.
           05  Y01-XMIT-KEY.
               10  Y01-SOURCE-SYSTEM          PIC X(08).
               10  Y01-EXPECTED-DT            PIC 9(08).
           05  Y01-OUTCOME                    PIC X(01).
               88  Y01-ON-TIME                    VALUE "O".
               88  Y01-LATE                       VALUE "L".
               88  Y01-MISSING                    VALUE "M".
               88  Y01-UNSCHEDULED                VALUE "U".
           05  Y01-DUP-SW                     PIC X(01).
               88  Y01-DUPLICATED                 VALUE "Y".
               88  Y01-NOT-DUPLICATED             VALUE "N".
           05  Y01-CUTOFF-TM                  PIC 9(04).
           05  Y01-BATCH-ID                   PIC X(12).
           05  Y01-ARRIVED-TS                 PIC 9(12).
           05  Y01-BATCH-COUNT                PIC 9(02).
           05  Y01-OTHER-BATCH-ID             PIC X(12).
           05  Y01-FIRST-CHECKED-DT           PIC 9(08).
           05  Y01-LAST-CHECKED-DT            PIC 9(08).
           05  FILLER                         PIC X(24).

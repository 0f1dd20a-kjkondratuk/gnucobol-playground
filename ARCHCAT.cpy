      ******************************************************************
      * ARCHCAT.CPY -- ARCHIVE CATALOG RECORD (ARCHCAT).  ONE ENTRY PER
      * REGISTRANT PER PURGE GENERATION, WRITTEN BY REGPURGE AS EACH
      * REGISTRANT GOES TO ARCHFIL.<GEN> / ARCHHIST.<GEN>, SO REGREST,
      * REGEXPG AND REGCINQ CAN FIND THE GENERATION HOLDING A RID
      * WITHOUT READING EVERY ARCHIVE.  THE FILE IS INDEXED ON
      * K01-CATALOG-KEY (RID THEN GENERATION) -- A REGISTRANT RESTORED
      * AND PURGED AGAIN HAS ONE ENTRY PER GENERATION, IN GENERATION
      * ORDER -- WITH AN ALTERNATE KEY ON K01-SSN (THE SSNVAULT TOKEN
      * THE ARCHIVE CARRIES) WITH DUPLICATES.  THE COUNTS ARE THE
      * RECORDS WRITTEN TO THE GENERATION FOR THE RID: W01, A01, C01
      * AND H01.  REGCLOAD CATALOGS A GENERATION WRITTEN BEFORE THE
      * CATALOG EXISTED; REGEXPG REMOVES THE ENTRIES OF A PERSON IT
      * SCRUBS.  K01-RESTORED-DT IS ZERO UNTIL REGREST REINSTATES THE
      * RID FROM THE GENERATION, THEN THE DATE IT DID SO -- BETWEEN
      * THE PURGE AND THAT DATE THE RID WAS GONE, AFTER IT IS LIVE.
      ******************************************************************
       01  K01-CATALOG-RECORD.
           05  K01-CATALOG-KEY.
               10  K01-RID                    PIC 9(06).
               10  K01-ARCH-GEN               PIC X(14).
           05  K01-SSN                        PIC 9(09).
           05  K01-PURGE-DT                   PIC 9(08).
           05  K01-REG-COUNT                  PIC 9(04).
           05  K01-ADDR-COUNT                 PIC 9(04).
           05  K01-CNTC-COUNT                 PIC 9(04).
           05  K01-HIST-COUNT                 PIC 9(04).
           05  K01-RESTORED-DT                PIC 9(08).
           05  FILLER                         PIC X(19).

      ******************************************************************
      * ZIPDEF.CPY -- STATE / ZIP-PREFIX REFERENCE RECORD (STZIPREF).
      * ONE RECORD PER RANGE OF THREE-DIGIT ZIP PREFIXES ASSIGNED TO A
      * STATE CODE; A STATE WITH SEVERAL NON-CONTIGUOUS RANGES HAS ONE
      * RECORD PER RANGE.  THE FILE IS THE AUTHORITY FOR WHICH STATE
      * CODES ARE VALID AND WHICH POSTAL CODES BELONG TO THEM.  IT IS
      * MAINTAINED ONLY BY REGZLOAD, KEPT IN STATE / LOW-PREFIX ORDER,
      * AND READ THROUGH THE ZIPCHK ROUTINE BY REGFILE AND REGMAINT.
      ******************************************************************
       01  Z01-ZIP-REF-RECORD.
           05  Z01-STATE                      PIC X(02).
           05  Z01-ZIP-LOW                    PIC 9(03).
           05  Z01-ZIP-HIGH                   PIC 9(03).
           05  Z01-MAINT-DT                   PIC 9(08).
           05  FILLER                         PIC X(04).

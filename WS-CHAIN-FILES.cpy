      *Skeleton COBOL Copybook
      *CONTROLLED FILES EACH JOB CHAIN STEP READS (I) AND WRITES (O).
      *JOB-CHAIN TAKES CONTROL TOTALS OF A STEP'S I FILES BEFORE IT
      *STARTS AND OF ITS O FILES WHEN IT ENDS. A FILE A STEP UPDATES
      *IN PLACE IS LISTED BOTH WAYS. STEPS WITH NO LINE HERE TOUCH
      *NO CONTROLLED FILE.
       01  WS-CHAIN-FILE-VALUES.
           03  FILLER              PIC X(29) VALUE
               'TUITIONBILL STUDENT-MASTER  I'.
           03  FILLER              PIC X(29) VALUE
               'TUITIONBILL REGISTER-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'TUITIONBILL SCHEDULE-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'TUITIONBILL BILL-MASTER     I'.
           03  FILLER              PIC X(29) VALUE
               'TUITIONBILL LEDGER-MASTER   I'.
           03  FILLER              PIC X(29) VALUE
               'TUITIONBILL BILL-MASTER     O'.
           03  FILLER              PIC X(29) VALUE
               'TUITIONBILL LEDGER-MASTER   O'.
           03  FILLER              PIC X(29) VALUE
               'WAITSWEEP   WAITLIST-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'WAITSWEEP   REGISTER-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'WAITSWEEP   SCHEDULE-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'WAITSWEEP   WAITLIST-MASTER O'.
           03  FILLER              PIC X(29) VALUE
               'WAITSWEEP   REGISTER-MASTER O'.
           03  FILLER              PIC X(29) VALUE
               'WAITSWEEP   SCHEDULE-MASTER O'.
           03  FILLER              PIC X(29) VALUE
               'RECONSEATS  REGISTER-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'RECONSEATS  STUDENT-MASTER  I'.
           03  FILLER              PIC X(29) VALUE
               'RECONSEATS  SCHEDULE-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'RECONSEATS  WAITLIST-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'RECONSEATS  SCHEDULE-MASTER O'.
           03  FILLER              PIC X(29) VALUE
               'NOTIFYFMT   STUDENT-MASTER  I'.
           03  FILLER              PIC X(29) VALUE
               'NOTIFYFMT   REGISTER-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'FILEBACKUP  STUDENT-MASTER  I'.
           03  FILLER              PIC X(29) VALUE
               'FILEBACKUP  REGISTER-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'FILEBACKUP  SCHEDULE-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'FILEBACKUP  WAITLIST-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'FILEBACKUP  BILL-MASTER     I'.
           03  FILLER              PIC X(29) VALUE
               'AIDDISBURSE AID-MASTER      I'.
           03  FILLER              PIC X(29) VALUE
               'AIDDISBURSE BILL-MASTER     I'.
           03  FILLER              PIC X(29) VALUE
               'AIDDISBURSE LEDGER-MASTER   I'.
           03  FILLER              PIC X(29) VALUE
               'AIDDISBURSE AID-MASTER      O'.
           03  FILLER              PIC X(29) VALUE
               'AIDDISBURSE BILL-MASTER     O'.
           03  FILLER              PIC X(29) VALUE
               'AIDDISBURSE LEDGER-MASTER   O'.
           03  FILLER              PIC X(29) VALUE
               'ARDUNNING   BILL-MASTER     I'.
           03  FILLER              PIC X(29) VALUE
               'ARDUNNING   STUDENT-MASTER  I'.
           03  FILLER              PIC X(29) VALUE
               'GLJOURNAL   LEDGER-MASTER   I'.
           03  FILLER              PIC X(29) VALUE
               'RSVRELEASE  WAITLIST-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'RSVRELEASE  REGISTER-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'RSVRELEASE  SCHEDULE-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'RSVRELEASE  WAITLIST-MASTER O'.
           03  FILLER              PIC X(29) VALUE
               'RSVRELEASE  REGISTER-MASTER O'.
           03  FILLER              PIC X(29) VALUE
               'RSVRELEASE  SCHEDULE-MASTER O'.
           03  FILLER              PIC X(29) VALUE
               'VISACHECK   STUDENT-MASTER  I'.
           03  FILLER              PIC X(29) VALUE
               'REGFLASH    REGISTER-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'REGFLASH    SCHEDULE-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'ENRLWORK    REGISTER-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'ENRLWORK    STUDENT-MASTER  I'.
           03  FILLER              PIC X(29) VALUE
               'ENRLWORK    SCHEDULE-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'ENRLWORK    ENROLL-WORK     O'.
           03  FILLER              PIC X(29) VALUE
               'ACCTFEED    STUDENT-MASTER  I'.
           03  FILLER              PIC X(29) VALUE
               'LIBPATRON   ENROLL-WORK     I'.
           03  FILLER              PIC X(29) VALUE
               'LIBFINES    STUDENT-MASTER  I'.
           03  FILLER              PIC X(29) VALUE
               'REGFEES     REGISTER-MASTER I'.
           03  FILLER              PIC X(29) VALUE
               'REGFEES     BILL-MASTER     I'.
           03  FILLER              PIC X(29) VALUE
               'REGFEES     BILL-MASTER     O'.
           03  FILLER              PIC X(29) VALUE
               'REGFEES     LEDGER-MASTER   O'.
       01  WS-CHAIN-FILE-TABLE REDEFINES WS-CHAIN-FILE-VALUES.
           03  WS-CF-ENTRY         OCCURS 54 TIMES.
               05  WS-CF-STEP      PIC X(12).
               05  WS-CF-FILE      PIC X(16).
               05  WS-CF-ROLE      PIC X.
       01  WS-CF-COUNT             PIC 99  VALUE 54.

      *Skeleton COBOL Copybook
      *SATISFACTORY ACADEMIC PROGRESS FOR FINANCIAL AID - ONE RECORD
      *PER AID RECIPIENT PER TERM EVALUATED, WRITTEN BY THE END OF
      *TERM SAP RUN. THE LATEST RECORD IS THE STUDENT'S CURRENT SAP
      *STATUS. A SUSPENDED STUDENT WHOSE APPEAL IS GRANTED IS MOVED
      *TO PROBATION ON APPEAL ON THAT SAME RECORD BY SAP-MAINT.
      *SAP-FAILED HOLDS ONE LETTER PER STANDARD MISSED - G GPA,
      *C COMPLETION RATE, T MAXIMUM TIMEFRAME.
       FD  SAP-HISTORY.
       01  SAP-REC.
           03  SAP-KEY.
               05  SAP-STU-ID      PIC 9(7).
               05  SAP-YEAR        PIC 9(4).
               05  SAP-SEM         PIC 99.
           03  SAP-STATUS          PIC X.
               88  SAP-MEETS               VALUE 'M'.
               88  SAP-WARNING             VALUE 'W'.
               88  SAP-SUSPENDED           VALUE 'S'.
               88  SAP-PROBATION           VALUE 'P'.
           03  SAP-FAILED          PIC X(3).
           03  SAP-CUM-GPA         PIC 9V99.
           03  SAP-TERM-GPA        PIC 9V99.
           03  SAP-HRS-ATTEMPT     PIC 9(4).
           03  SAP-HRS-COMPLETE    PIC 9(4).
           03  SAP-XFER-HRS        PIC 999.
           03  SAP-COMPLETE-PCT    PIC 999.
           03  SAP-MAX-HRS         PIC 9(4).
           03  SAP-EVAL-DATE       PIC 9(8).
           03  SAP-APPEAL-DATE     PIC 9(8).
           03  SAP-APPEAL-BY       PIC X(8).
           03  SAP-APPEAL-COND     PIC X(30).

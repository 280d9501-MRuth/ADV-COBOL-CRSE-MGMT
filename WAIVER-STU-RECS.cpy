      *Skeleton COBOL Copybook
      *WAIVER ASSIGNMENTS - ONE RECORD PER STUDENT PER TERM NAMING
      *THE WAIVER PROGRAM THAT APPLIES. WVST-CREDITS AND WVST-APPLIED
      *ARE FILLED BY TUITION BILLING WITH THE CREDIT HOURS AND AMOUNT
      *ACTUALLY WAIVED ON THE LAST BILL.
       FD  WAIVER-STU.
       01  WVST-REC.
           03  WVST-KEY.
               05  WVST-STU-ID     PIC 9(7).
               05  WVST-YEAR       PIC 9(4).
               05  WVST-SEM        PIC 99.
           03  WVST-CODE           PIC X(4).
           03  WVST-CREDITS        PIC 999.
           03  WVST-APPLIED        PIC 9(6)V99.
           03  WVST-ASSIGN-DATE    PIC 9(8).
           03  WVST-ASSIGN-BY      PIC X(8).

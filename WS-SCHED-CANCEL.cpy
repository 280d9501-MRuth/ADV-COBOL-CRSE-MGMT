      *Skeleton COBOL Copybook
      *SCHEDULE CANCEL REQUEST - PASSED TO SCHEDULE-CANCEL. A BLANK
      *MODE RUNS THE CANCEL SCREEN; MODE B CANCELS THE GIVEN
      *SECTION WITHOUT SCREENS AND RETURNS THE RESULT (Y CANCELLED,
      *N NOT FOUND, A ALREADY CANCELLED) AND THE STUDENTS REMOVED.
       01  WS-SCHED-CANCEL.
           03  WS-SC-MODE          PIC X.
               88  SC-MODE-BATCH           VALUE 'B'.
           03  WS-SC-YEAR          PIC 9(4).
           03  WS-SC-SEM           PIC 99.
           03  WS-SC-CRN           PIC 9(4).
           03  WS-SC-RESULT        PIC X.
               88  SC-CANCELLED            VALUE 'Y'.
               88  SC-NOT-FOUND            VALUE 'N'.
               88  SC-ALREADY              VALUE 'A'.
           03  WS-SC-REMOVED       PIC 999.

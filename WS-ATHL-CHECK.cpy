      *Skeleton COBOL Copybook
      *ATHLETE LOAD CHECK - PASSED TO ATHL-LOAD-CHECK. THE CALLER
      *GIVES THE STUDENT, TERM AND ANY SECTION ABOUT TO BE DROPPED
      *(ZERO FOR NONE); THE LOAD COMES BACK WITHOUT THAT SECTION AND
      *ITS CREDITS IN WS-AC-SKIP-CREDITS, SO THE LOAD BEFORE THE DROP
      *IS THE SUM OF THE TWO. WS-AC-SPORT IS THE FIRST ACTIVE SPORT ON
      *THE ROSTER. AC-IN-TERM MEANS TODAY FALLS INSIDE THE TERM.
       01  WS-ATHL-CHECK.
           03  WS-AC-STU-ID        PIC 9(7).
           03  WS-AC-YEAR          PIC 9(4).
           03  WS-AC-SEM           PIC 99.
           03  WS-AC-SKIP-CRN      PIC 9(4).
           03  WS-AC-ATHLETE       PIC X.
               88  AC-ATHLETE              VALUE 'Y'.
           03  WS-AC-SPORT         PIC X(4).
           03  WS-AC-LOAD          PIC 999.
           03  WS-AC-SKIP-CREDITS  PIC 999.
           03  WS-AC-FT-MIN        PIC 99.
           03  WS-AC-SHORT         PIC X.
               88  AC-BELOW-FULL-TIME      VALUE 'Y'.
           03  WS-AC-TERM          PIC X.
               88  AC-IN-TERM              VALUE 'Y'.

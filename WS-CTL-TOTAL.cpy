      *Skeleton COBOL Copybook
      *CONTROL TOTALS FOR ONE FILE - PASSED TO CTL-TOTAL-CALC WITH THE
      *FILE NAME FILLED IN. COMES BACK WITH THE RECORD COUNT, THE HASH
      *TOTAL (SUM OF STUDENT IDS, OR OF OPEN SEATS FOR THE SCHEDULE)
      *AND THE DOLLAR TOTAL (ZERO FOR FILES THAT CARRY NO MONEY).
      *NOT ON HAND MEANS THE FILE COULD NOT BE OPENED.
       01  WS-CTL-TOTAL.
           03  WS-CT-FILE          PIC X(16).
           03  WS-CT-ON-HAND       PIC X.
               88  CT-ON-HAND              VALUE 'Y'.
           03  WS-CT-COUNT         PIC 9(9).
           03  WS-CT-HASH          PIC 9(15).
           03  WS-CT-AMOUNT        PIC 9(11)V99.

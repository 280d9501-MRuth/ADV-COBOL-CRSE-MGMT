      *Skeleton COBOL Copybook
      *ONE STUDENT'S DEGREE AUDIT EXCEPTIONS AS LOADED BY DEGX-GET.
      *THE CALLER SETS THE STUDENT ID; THE COUNT COMES BACK ZERO WHEN
      *THERE ARE NONE OR THE EXCEPTION FILE IS NOT ON HAND.
       01  WS-DEGX-TBL.
           03  WS-DX-STU-ID        PIC 9(7).
           03  WS-DX-COUNT         PIC 99.
           03  WS-DX-ENTRY OCCURS 30 TIMES.
               05  WS-DX-TYPE      PIC X.
               05  WS-DX-PROG      PIC X(4).
               05  WS-DX-REQ       PIC X(9).
               05  WS-DX-CRSE      PIC X(9).
               05  WS-DX-ATTR      PIC X(4).
               05  WS-DX-APPROVER  PIC X(20).
               05  WS-DX-DATE      PIC 9(8).

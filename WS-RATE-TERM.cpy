      *Skeleton COBOL Copybook
      *TERM RATE LOOKUP - THE CALLER FILLS THE TERM, THE STUDENT'S
      *RESIDENCY CODE AND A CREDIT LOAD AND CALLS RATE-GET, WHICH
      *RETURNS THE RATES IN EFFECT FOR THAT TERM AND THE TUITION
      *FOR THE LOAD AFTER ANY FLAT-RATE BAND. WS-RT-SOURCE IS
      *  S  FROM THE RATE SCHEDULE
      *  C  NO SCHEDULE ENTRY - FROM THE CONTROL LIST RATES
       01  WS-RATE-TERM.
           03  WS-RT-YEAR          PIC 9(4).
           03  WS-RT-SEM           PIC 99.
           03  WS-RT-RES-CODE      PIC X.
           03  WS-RT-CREDITS       PIC 999.
           03  WS-RT-RATE          PIC 9(4)V99.
           03  WS-RT-FEE           PIC 9(4)V99.
           03  WS-RT-BAND-LOW      PIC 99.
           03  WS-RT-BAND-HIGH     PIC 99.
           03  WS-RT-BILLED-CRS    PIC 999.
           03  WS-RT-TUITION       PIC 9(6)V99.
           03  WS-RT-SOURCE        PIC X.

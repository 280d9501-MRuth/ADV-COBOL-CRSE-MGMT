      *Skeleton COBOL Copybook
      *RESERVED SEAT REQUEST - PASSED TO RSV-SEAT-CHECK WITH THE
      *SCHEDULE ID OF THE SECTION THAT OWNS THE SEATS AND ITS
      *CURRENT OPEN-SEATS COUNT.
      *FUNCTION A - RETURN THE SEATS THIS STUDENT MAY TAKE: THE
      *             UNRESERVED SEATS PLUS WHAT IS LEFT IN A POOL
      *             THE STUDENT QUALIFIES FOR
      *FUNCTION C - AS A, AND WHEN A SEAT IS THERE CHARGE IT TO THE
      *             STUDENT'S POOL FIRST. THE CALLER STILL TAKES
      *             THE SEAT OFF OPEN-SEATS.
      *FUNCTION R - GIVE BACK A SEAT CHARGED BY AN EARLIER C CALL
      *             WHEN THE CALLER BACKS THE REGISTRATION OUT
      *             (POOL SEQ AS RETURNED BY THE C CALL)
       01  WS-RSV-SEATS.
           03  WS-RS-FUNC          PIC X.
           03  WS-RS-SCHED-ID      PIC X(12).
           03  WS-RS-STU-ID        PIC 9(7).
           03  WS-RS-OPEN-SEATS    PIC 999.
           03  WS-RS-AVAIL         PIC 999.
           03  WS-RS-HELD          PIC 999.
           03  WS-RS-POOL-SEQ      PIC 9.

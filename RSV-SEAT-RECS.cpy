      *Skeleton COBOL Copybook
      *RESERVED SEAT POOLS - POOLS STACKED UNDER THE SCHEDULE ID OF
      *THE SECTION THAT OWNS THE SEATS (THE HOST OF A CROSS-LIST).
      *KIND M = MAJOR, KIND S = STANDING, KIND C = INCOMING STUDENTS
      *WITH NO MORE THAN RSV-MAX-CREDITS EARNED. THE POOL'S SEATS
      *ARE HELD OUT OF OPEN-SEATS FOR EVERYONE ELSE UNTIL THE
      *RELEASE DATE, WHEN THE NIGHTLY RELEASE HANDS ANY LEFT BACK.
       FD  RSV-SEAT.
       01  RSV-REC.
           03  RSV-KEY.
               05  RSV-SCHED-ID    PIC X(12).
               05  RSV-SEQ         PIC 9.
           03  RSV-KIND            PIC X.
               88  RSV-BY-MAJOR            VALUE 'M'.
               88  RSV-BY-STANDING         VALUE 'S'.
               88  RSV-BY-CREDITS          VALUE 'C'.
           03  RSV-MAJOR           PIC X(4).
           03  RSV-MAX-CREDITS     PIC 999.
           03  RSV-STANDING        PIC X.
           03  RSV-SEATS           PIC 999.
           03  RSV-TAKEN           PIC 999.
           03  RSV-RELEASE-DATE    PIC 9(8).
           03  RSV-STATUS          PIC X.
               88  RSV-HELD                VALUE 'H'.
               88  RSV-RELEASED            VALUE 'R'.
           03  RSV-RELEASED-SEATS  PIC 999.

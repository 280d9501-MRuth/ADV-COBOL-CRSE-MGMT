      *Skeleton COBOL Copybook
      *FACULTY PAY RATE TABLE - PAY PER CREDIT HOUR BY INSTRUCTOR
      *RANK AND EFFECTIVE TERM. A RATE HOLDS FROM ITS EFFECTIVE YEAR
      *AND SEMESTER UNTIL A LATER RECORD FOR THE SAME RANK TAKES
      *OVER. A BLANK RANK IS THE BASE RATE FOR INSTRUCTORS WITH NO
      *RANK OR A RANK WITH NO RATE OF ITS OWN.
       FD  PAY-RATE.
       01  PYR-REC.
           03  PYR-KEY.
               05  PYR-RANK        PIC XX.
               05  PYR-YEAR        PIC 9(4).
               05  PYR-SEM         PIC 99.
           03  PYR-RATE            PIC 9(4)V99.

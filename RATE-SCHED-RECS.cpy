      *Skeleton COBOL Copybook
      *TUITION RATE SCHEDULE - ONE RECORD PER RESIDENCY TIER PER
      *EFFECTIVE TERM. A RATE HOLDS FROM ITS EFFECTIVE YEAR AND
      *SEMESTER UNTIL A LATER RECORD FOR THE SAME TIER TAKES OVER.
      *A BLANK TIER CODE IS THE BASE RATE FOR STUDENTS WITH NO
      *RESIDENCY CODE OR A TIER WITH NO RATE OF ITS OWN. A NON-ZERO
      *FLAT-RATE BAND CHARGES ANY LOAD FROM THE LOW TO THE HIGH
      *CREDIT COUNT AS THE LOW COUNT; CREDITS ABOVE THE BAND ARE
      *CHARGED ON TOP OF IT.
       FD  RATE-SCHEDULE.
       01  RTS-REC.
           03  RTS-KEY.
               05  RTS-RES-CODE    PIC X.
               05  RTS-YEAR        PIC 9(4).
               05  RTS-SEM         PIC 99.
           03  RTS-RATE            PIC 9(4)V99.
           03  RTS-FEE             PIC 9(4)V99.
           03  RTS-BAND-LOW        PIC 99.
           03  RTS-BAND-HIGH       PIC 99.

      *Skeleton COBOL Copybook
      *ATHLETE ROSTER - ONE RECORD PER STUDENT PER SPORT, KEYED BY
      *SPORT SO THE CERTIFICATION RUN READS EACH SPORT'S ROSTER
      *TOGETHER; THE STUDENT ID ALTERNATE KEY FINDS EVERY SPORT A
      *STUDENT PLAYS. ATHL-SEASON IS WHEN THE SPORT COMPETES (F FALL,
      *W WINTER, S SPRING); ATHL-ELIG-YR IS THE SEASON OF ELIGIBILITY
      *THE ATHLETE IS USING (1-5). THE LAST CERTIFICATION RESULT IS
      *KEPT ON THE RECORD (E ELIGIBLE, I INELIGIBLE).
      *THE RECORD WITH A BLANK SPORT AND ZERO STUDENT ID HOLDS THE
      *ELIGIBILITY RULES - FULL-TIME MINIMUM, HOURS EARNED LAST TERM,
      *CUMULATIVE GPA AND PERCENT OF DEGREE REQUIREMENTS COMPLETE BY
      *YEAR IN SCHOOL, AND THE COMPLIANCE OFFICER TO NOTIFY.
       FD  ATHL-MASTER.
       01  ATHL-REC.
           03  ATHL-KEY.
               05  ATHL-SPORT      PIC X(4).
               05  ATHL-STU-ID     PIC 9(7).
           03  ATHL-SEASON         PIC X.
               88  ATHL-SEASON-VALID       VALUE 'F' 'W' 'S'.
           03  ATHL-ELIG-YR        PIC 9.
           03  ATHL-STATUS         PIC X.
               88  ATHL-ACTIVE             VALUE 'A'.
               88  ATHL-STATUS-VALID       VALUE 'A' 'I'.
           03  ATHL-CERT-YEAR      PIC 9(4).
           03  ATHL-CERT-SEM       PIC 99.
           03  ATHL-CERT-RESULT    PIC X.
               88  ATHL-CERT-ELIGIBLE      VALUE 'E'.
           03  ATHL-CERT-DATE      PIC 9(8).
           03  ATHL-UPD-DATE       PIC 9(8).
           03  FILLER              PIC X(52).
       01  ATHL-CTRL-REC.
           03  ATHL-CTRL-KEY       PIC X(11).
           03  ATHL-FT-MIN         PIC 99.
           03  ATHL-PRIOR-HRS-MIN  PIC 99.
           03  ATHL-GPA-MIN        OCCURS 4 TIMES PIC 9V99.
           03  ATHL-PTD-PCT-MIN    OCCURS 4 TIMES PIC 999.
           03  ATHL-OFFICER-NAME   PIC X(20).
           03  ATHL-OFFICER-EMAIL  PIC X(30).

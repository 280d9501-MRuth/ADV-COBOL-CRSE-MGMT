      *Skeleton COBOL Copybook
      *PARTS OF TERM - ACCELERATED AND LATE-START SESSIONS INSIDE A
      *YEAR/SEMESTER, EACH WITH ITS OWN CALENDAR. A SECTION CARRYING
      *THE PART CODE RUNS ON THESE DATES AND DEADLINES INSTEAD OF THE
      *TERM'S; A SECTION WITH A BLANK CODE RUNS THE FULL TERM. ALL
      *DATES ARE CCYYMMDD. CENSUS DATE ZERO = NONE SET.
       FD  PTRM-MASTER.
       01  PTRM-REC.
           03  PTRM-KEY.
               05  PTRM-YEAR       PIC 9(4).
               05  PTRM-SEM        PIC 99.
               05  PTRM-CODE       PIC XX.
           03  PTRM-DESC           PIC X(20).
           03  PTRM-START-DATE     PIC 9(8).
           03  PTRM-END-DATE       PIC 9(8).
           03  PTRM-ADD-DEADLINE   PIC 9(8).
           03  PTRM-DROP-DEADLINE  PIC 9(8).
           03  PTRM-WTHD-DEADLINE  PIC 9(8).
           03  PTRM-CENSUS-DATE    PIC 9(8).

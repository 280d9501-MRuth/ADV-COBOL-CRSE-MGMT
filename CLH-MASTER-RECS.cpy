      *Skeleton COBOL Copybook
      *CLEARINGHOUSE SUBMISSION HISTORY - ONE RECORD PER STUDENT
      *HOLDING WHAT WAS LAST SENT FOR THEM, SO A CHANGE-ONLY RUN
      *SENDS ONLY STUDENTS WHOSE TERM, STATUS, ANTICIPATED
      *GRADUATION DATE, PROGRAM OR ADDRESS HAVE CHANGED. CLH-RUN-DATE
      *IS THE LAST RUN THAT FOUND THE STUDENT ENROLLED, ON LEAVE OR
      *GRADUATED FOR THE TERM. THE RECORD WITH A ZERO STUDENT ID IS
      *THE CONTROL RECORD CARRYING THE DATE OF THE LAST DEGREE FILE.
       FD  CLH-MASTER.
       01  CLH-REC.
           03  CLH-KEY.
               05  CLH-STU-ID      PIC 9(7).
           03  CLH-YEAR            PIC 9(4).
           03  CLH-SEM             PIC 99.
           03  CLH-STATUS          PIC X.
           03  CLH-ANT-GRAD        PIC 9(8).
           03  CLH-MAJOR           PIC X(4).
           03  CLH-STREET          PIC X(25).
           03  CLH-CITY            PIC X(20).
           03  CLH-STATE           PIC XX.
           03  CLH-ZIP             PIC X(5).
           03  CLH-SENT-DATE       PIC 9(8).
           03  CLH-RUN-DATE        PIC 9(8).
       01  CLH-CTRL-REC.
           03  CLH-CTRL-KEY        PIC 9(7).
           03  CLH-DEG-SENT-DATE   PIC 9(8).
           03  FILLER              PIC X(79).

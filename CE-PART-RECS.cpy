      *Skeleton COBOL Copybook
      *CONTINUING EDUCATION PARTICIPANTS - PEOPLE ENROLLED IN NON-
      *CREDIT OFFERINGS. THEY ARE NOT ADMITTED STUDENTS AND ARE NOT
      *ADDED TO STUDENT-MASTER, SO ONLY A NAME AND ONE WAY TO REACH
      *THEM ARE REQUIRED. CEP-STU-ID LINKS A PARTICIPANT WHO IS ALSO
      *AN ACADEMIC STUDENT (ZERO IF NOT).
      *THE RECORD WITH A ZERO PARTICIPANT ID IS THE CONTROL RECORD
      *CARRYING THE NEXT PARTICIPANT ID TO ASSIGN.
       FD  CE-PARTICIPANT.
       01  CEP-REC.
           03  CEP-ID              PIC 9(7).
           03  CEP-L-NAME          PIC X(15).
           03  CEP-F-NAME          PIC X(15).
           03  CEP-EMAIL           PIC X(30).
           03  CEP-PHONE           PIC X(10).
           03  CEP-STREET          PIC X(25).
           03  CEP-CITY            PIC X(20).
           03  CEP-STATE           PIC XX.
           03  CEP-ZIP             PIC X(5).
           03  CEP-STU-ID          PIC 9(7).
           03  CEP-ADD-DATE        PIC 9(8).
           03  FILLER              PIC X(20).
       01  CEP-CTRL-REC.
           03  CEP-CTRL-KEY        PIC 9(7).
           03  CEP-NEXT-ID         PIC 9(7).
           03  FILLER              PIC X(150).

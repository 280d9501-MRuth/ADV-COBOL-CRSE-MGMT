      *Skeleton COBOL Copybook
      *DEGREE AUDIT EXCEPTIONS - APPROVED PER-STUDENT DEPARTURES FROM
      *THE PROGRAM REQUIREMENTS. TYPE S LETS THE COURSE TAKEN STAND
      *IN FOR A REQUIRED COURSE, TYPE W WAIVES THE REQUIRED COURSE
      *OUTRIGHT, AND TYPE B APPLIES THE COURSE TAKEN TO THE GEN-ED
      *BUCKET FOR AN ATTRIBUTE IT IS NOT TAGGED WITH. A BLANK PROGRAM
      *CODE APPLIES THE EXCEPTION TO EVERY PROGRAM THE STUDENT IS
      *AUDITED AGAINST. EACH CARRIES WHO APPROVED IT AND WHEN.
       FD  DEGX-MASTER.
       01  DX-REC.
           03  DX-KEY.
               05  DX-STU-ID       PIC 9(7).
               05  DX-SEQ          PIC 99.
           03  DX-TYPE             PIC X.
               88  DX-SUBSTITUTE           VALUE 'S'.
               88  DX-WAIVER               VALUE 'W'.
               88  DX-BUCKET               VALUE 'B'.
           03  DX-PROG-CODE        PIC X(4).
           03  DX-REQ-COURSE       PIC X(9).
           03  DX-CRSE-ID          PIC X(9).
           03  DX-ATTR             PIC X(4).
           03  DX-APPROVER         PIC X(20).
           03  DX-APPR-DATE        PIC 9(8).
           03  DX-ENTERED-BY       PIC X(8).
           03  FILLER              PIC X(20).

      *Skeleton COBOL Copybook
      *DUAL ENROLLMENT COURSE APPROVALS - ONE RECORD PER COURSE THE
      *HIGH SCHOOL AUTHORIZED FOR THE STUDENT'S TERM. A DUAL
      *ENROLLMENT STUDENT MAY REGISTER ONLY FOR COURSES ON FILE HERE.
       FD  DE-CRSE.
       01  DEC-REC.
           03  DEC-KEY.
               05  DEC-STU-ID      PIC 9(7).
               05  DEC-YEAR        PIC 9(4).
               05  DEC-SEM         PIC 99.
               05  DEC-CRSE-ID     PIC X(9).
           03  DEC-OPER            PIC X(8).
           03  DEC-DATE            PIC 9(8).

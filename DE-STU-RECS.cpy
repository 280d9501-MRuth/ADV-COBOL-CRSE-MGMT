      *Skeleton COBOL Copybook
      *DUAL ENROLLMENT DESIGNATION - A HIGH SCHOOL JUNIOR OR SENIOR
      *TAKING COLLEGE COURSES UNDER A DISTRICT AGREEMENT. THE
      *DESIGNATION COVERS THE TERMS FROM DES-FROM-TERM THROUGH
      *DES-THRU-TERM; A ZERO THRU TERM IS STILL OPEN.
       FD  DE-STU.
       01  DES-REC.
           03  DES-STU-ID          PIC 9(7).
           03  DES-DIST-ID         PIC 9(5).
           03  DES-HS-NAME         PIC X(30).
           03  DES-HS-GRADE        PIC 99.
           03  DES-FROM-TERM.
               05  DES-FROM-YEAR   PIC 9(4).
               05  DES-FROM-SEM    PIC 99.
           03  DES-THRU-TERM.
               05  DES-THRU-YEAR   PIC 9(4).
               05  DES-THRU-SEM    PIC 99.
           03  DES-OPER            PIC X(8).
           03  DES-DATE            PIC 9(8).

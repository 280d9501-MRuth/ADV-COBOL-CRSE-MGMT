      *Skeleton COBOL Copybook
      *DUAL ENROLLMENT TERM APPROVAL - THE HIGH SCHOOL'S SIGN-OFF
      *FOR ONE STUDENT'S TERM, WITH THE DISTRICT BILLED FOR IT.
      *DET-APPROVER NAMES THE PRINCIPAL OR COUNSELOR WHO SIGNED;
      *DET-OPER IS THE OPERATOR WHO KEYED IT. THE APPROVED COURSES
      *ARE ON DE-CRSE. DET-CREDITS AND DET-BILLED ARE FILLED BY
      *TUITION BILLING FOR THE DISTRICT INVOICE.
       FD  DE-TERM.
       01  DET-REC.
           03  DET-KEY.
               05  DET-STU-ID      PIC 9(7).
               05  DET-YEAR        PIC 9(4).
               05  DET-SEM         PIC 99.
           03  DET-DIST-ID         PIC 9(5).
           03  DET-APPROVER        PIC X(20).
           03  DET-OPER            PIC X(8).
           03  DET-DATE            PIC 9(8).
           03  DET-CREDITS         PIC 999.
           03  DET-BILLED          PIC 9(6)V99.

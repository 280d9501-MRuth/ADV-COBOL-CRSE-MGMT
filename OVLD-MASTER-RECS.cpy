      *Skeleton COBOL Copybook
      *CREDIT OVERLOAD APPROVALS - LETS ONE STUDENT CARRY MORE THAN
      *THE TERM MAXIMUM FOR THEIR STANDING, UP TO THE APPROVED
      *MAXIMUM, FOR ONE TERM. OVLD-APPROVER NAMES WHO APPROVED IT;
      *OVLD-OPER IS THE OPERATOR WHO KEYED IT.
       FD  OVLD-MASTER.
       01  OVLD-REC.
           03  OVLD-KEY.
               05  OVLD-STU-ID     PIC 9(7).
               05  OVLD-YEAR       PIC 9(4).
               05  OVLD-SEM        PIC 99.
           03  OVLD-MAX-CREDITS    PIC 99.
           03  OVLD-APPROVER       PIC X(20).
           03  OVLD-OPER           PIC X(8).
           03  OVLD-DATE           PIC 9(8).

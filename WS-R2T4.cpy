      *Skeleton COBOL Copybook
      *ONE RETURN OF TITLE IV AID CALCULATION - FILLED BY THE CALLER
      *AND PASSED TO R2T4-CALC WHEN A STUDENT WITHDRAWS FROM A TERM.
      *WS-R2-CHARGES IS THE INSTITUTIONAL CHARGE FOR THE TERM AS
      *BILLED, BEFORE ANY WITHDRAWAL REFUND. R2T4-CALC RETURNS
      *  N  NO GRANT OR LOAN WAS DISBURSED FOR THE TERM
      *  T  NO TERM RECORD - NOTHING CALCULATED
      *  E  ALL AID EARNED - WORKSHEET WRITTEN, NOTHING RETURNED
      *  Y  UNEARNED AID - THE SCHOOL'S SHARE HAS BEEN TAKEN OFF THE
      *     AID RECORDS AND IS TO BE CHARGED BACK TO THE BILL
       01  WS-R2T4.
           03  WS-R2-STU-ID        PIC 9(7).
           03  WS-R2-YEAR          PIC 9(4).
           03  WS-R2-SEM           PIC 99.
           03  WS-R2-WTHD-DATE     PIC 9(8).
           03  WS-R2-CHARGES       PIC 9(6)V99.
           03  WS-R2-PGM           PIC X(15).
           03  WS-R2-RESULT        PIC X.
           03  WS-R2-PCT           PIC 9V999.
           03  WS-R2-SCHOOL-LOAN   PIC 9(6)V99.
           03  WS-R2-SCHOOL-GRANT  PIC 9(6)V99.
           03  WS-R2-SCHOOL-TOT    PIC 9(6)V99.
           03  WS-R2-STUDENT-TOT   PIC 9(6)V99.

      *Skeleton COBOL Copybook
      *REGISTRATION FEE RULES - ONE RECORD PER YEAR/SEMESTER. THE
      *LATE REGISTRATION FEE IS CHARGED ONCE PER STUDENT PER TERM FOR
      *AN ADD ON OR AFTER THE FIRST DAY OF THE TERM. THE SCHEDULE
      *CHANGE FEE IS CHARGED FOR EACH ADD, DROP OR WITHDRAWAL AFTER
      *THE ADD DEADLINE, UP TO THE TERM CAP (ZERO = NO CAP). A TERM
      *WITH NO RULE ON FILE CHARGES NEITHER FEE.
       FD  FEE-RULE.
       01  FR-REC.
           03  FR-KEY.
               05  FR-YEAR         PIC 9(4).
               05  FR-SEM          PIC 99.
           03  FR-LATE-FEE         PIC 9(4)V99.
           03  FR-CHANGE-FEE       PIC 9(4)V99.
           03  FR-CHANGE-MAX       PIC 99.

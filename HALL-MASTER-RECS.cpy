      *Skeleton COBOL Copybook
      *RESIDENCE HALLS - ONE RECORD PER HALL. THE GENDER RULE SAYS
      *WHO THE HALL HOUSES (M MEN, F WOMEN, C COED - IN A COED HALL
      *EACH ROOM STILL HOUSES ONE GENDER). THE CLASS RULE LIMITS THE
      *HALL TO FIRST-YEAR STUDENTS (F, UNDER 30 EARNED CREDITS) OR
      *UPPERCLASS STUDENTS (U), OR OPENS IT TO ANY (A). THE ROOM AND
      *MEAL RATES ARE PER TERM AND ARE CAPTURED ON THE ASSIGNMENT
      *WHEN THE BED IS ASSIGNED. A CLOSED HALL TAKES NO ASSIGNMENTS.
       FD  HALL-MASTER.
       01  HALL-REC.
           03  HALL-CODE           PIC X(4).
           03  HALL-NAME           PIC X(30).
           03  HALL-GENDER         PIC X.
               88  HALL-MEN                VALUE 'M'.
               88  HALL-WOMEN              VALUE 'F'.
               88  HALL-COED               VALUE 'C'.
               88  HALL-GENDER-VALID       VALUE 'M' 'F' 'C'.
           03  HALL-CLASS          PIC X.
               88  HALL-FIRST-YEAR         VALUE 'F'.
               88  HALL-UPPERCLASS         VALUE 'U'.
               88  HALL-ANY-CLASS          VALUE 'A'.
               88  HALL-CLASS-VALID        VALUE 'F' 'U' 'A'.
           03  HALL-ROOM-RATE      PIC 9(5)V99.
           03  HALL-MEAL-RATE      PIC 9(5)V99.
           03  HALL-STATUS         PIC X.
               88  HALL-OPEN               VALUE 'A'.
               88  HALL-CLOSED             VALUE 'I'.

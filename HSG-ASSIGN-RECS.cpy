      *Skeleton COBOL Copybook
      *HOUSING BED ASSIGNMENTS - ONE PER STUDENT PER TERM. THE
      *ALTERNATE KEY FINDS WHO HOLDS A BED IN A TERM; IT ALLOWS
      *DUPLICATES BECAUSE A CANCELLED OR CHECKED-OUT ASSIGNMENT KEEPS
      *ITS BED. THE GENDER IS COPIED FROM DEMOGRAPHICS WHEN THE BED
      *IS ASSIGNED SO ROOM RULES NEED NO LOOKUP. THE ROOM AND MEAL
      *RATES ARE THE HALL'S RATES ON THE DAY OF ASSIGNMENT (MEAL
      *RATE ZERO WITH NO MEAL PLAN) AND ARE WHAT TUITION BILLING
      *CHARGES. HASG-REFUND IS THE HOUSING REFUND CREDITED WHEN THE
      *STUDENT WITHDREW. STATUS A = ASSIGNED, I = CHECKED IN,
      *O = CHECKED OUT, C = CANCELLED BEFORE CHECK-IN.
       FD  HSG-ASSIGN.
       01  HASG-REC.
           03  HASG-KEY.
               05  HASG-STU-ID     PIC 9(7).
               05  HASG-YEAR       PIC 9(4).
               05  HASG-SEM        PIC 99.
           03  HASG-BED-KEY.
               05  HASG-BED-YEAR   PIC 9(4).
               05  HASG-BED-SEM    PIC 99.
               05  HASG-HALL       PIC X(4).
               05  HASG-ROOM       PIC X(5).
               05  HASG-SPACE      PIC X.
           03  HASG-SEX            PIC X.
           03  HASG-ASSIGN-DATE    PIC 9(8).
           03  HASG-CHECKIN-DATE   PIC 9(8).
           03  HASG-CHECKOUT-DATE  PIC 9(8).
           03  HASG-ROOM-RATE      PIC 9(5)V99.
           03  HASG-MEAL-RATE      PIC 9(5)V99.
           03  HASG-REFUND         PIC 9(5)V99.
           03  HASG-STATUS         PIC X.
               88  HASG-ASSIGNED           VALUE 'A'.
               88  HASG-CHECKED-IN         VALUE 'I'.
               88  HASG-CHECKED-OUT        VALUE 'O'.
               88  HASG-CANCELLED          VALUE 'C'.
               88  HASG-HOLDS-BED          VALUE 'A' 'I'.

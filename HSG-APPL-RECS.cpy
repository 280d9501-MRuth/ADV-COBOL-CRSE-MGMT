      *Skeleton COBOL Copybook
      *HOUSING APPLICATIONS - ONE PER STUDENT PER TERM, KEYED BY TERM
      *SO THE ASSIGNMENT BATCH READS ONE TERM'S APPLICATIONS
      *TOGETHER. UP TO THREE HALLS IN ORDER OF PREFERENCE, AN
      *OPTIONAL ROOMMATE REQUEST, AND WHETHER A MEAL PLAN IS WANTED.
      *THE APPLICATION DATE SETS PRIORITY. STATUS P = PENDING,
      *A = ASSIGNED A BED, U = NO BED FOUND ON THE LAST RUN (TRIED
      *AGAIN NEXT RUN), C = CANCELLED BY THE STUDENT.
       FD  HSG-APPL.
       01  HAPP-REC.
           03  HAPP-KEY.
               05  HAPP-YEAR       PIC 9(4).
               05  HAPP-SEM        PIC 99.
               05  HAPP-STU-ID     PIC 9(7).
           03  HAPP-APPL-DATE      PIC 9(8).
           03  HAPP-HALL-PREFS.
               05  HAPP-HALL-PREF  PIC X(4) OCCURS 3 TIMES.
           03  HAPP-ROOMMATE       PIC 9(7).
           03  HAPP-MEALS          PIC X.
               88  HAPP-WANTS-MEALS        VALUE 'Y'.
           03  HAPP-STATUS         PIC X.
               88  HAPP-PENDING            VALUE 'P'.
               88  HAPP-ASSIGNED           VALUE 'A'.
               88  HAPP-UNPLACED           VALUE 'U'.
               88  HAPP-CANCELLED          VALUE 'C'.
               88  HAPP-TO-PLACE           VALUE 'P' 'U'.

      *Skeleton COBOL Copybook
      *CONTINUING EDUCATION ENROLLMENTS - ONE RECORD PER PARTICIPANT
      *PER OFFERING, KEYED BY OFFERING SO A ROSTER READS TOGETHER;
      *THE PARTICIPANT ALTERNATE KEY GATHERS ONE PERSON'S HISTORY FOR
      *THE CEU TRANSCRIPT AND THE INVOICE RUN.
      *STATUS E ENROLLED, C COMPLETED, N DID NOT COMPLETE, W WITHDRAWN.
      *CONTACT HOURS AND CEUS ARE COPIED FROM THE COURSE WHEN THE
      *COMPLETION IS RECORDED; THE PRICE IS COPIED FROM THE OFFERING
      *AT ENROLLMENT AND BILLED ONCE BY CE-BILL.
       FD  CE-ENROLL.
       01  CEE-REC.
           03  CEE-KEY.
               05  CEE-COURSE-ID   PIC X(9).
               05  CEE-SEQ         PIC 99.
               05  CEE-PART-ID     PIC 9(7).
           03  CEE-PART-KEY.
               05  CEE-P-PART-ID   PIC 9(7).
               05  CEE-P-COURSE-ID PIC X(9).
               05  CEE-P-SEQ       PIC 99.
           03  CEE-STATUS          PIC X.
               88  CEE-ENROLLED            VALUE 'E'.
               88  CEE-COMPLETED           VALUE 'C'.
               88  CEE-NOT-COMPLETED       VALUE 'N'.
               88  CEE-WITHDRAWN           VALUE 'W'.
           03  CEE-ENROLL-DATE     PIC 9(8).
           03  CEE-COMPLETE-DATE   PIC 9(8).
           03  CEE-CONTACT-HRS     PIC 999V9.
           03  CEE-CEUS            PIC 99V9.
           03  CEE-PRICE           PIC 9(5)V99.
           03  CEE-BILLED          PIC X.
               88  CEE-IS-BILLED           VALUE 'Y'.
           03  CEE-BILL-DATE       PIC 9(8).
           03  CEE-UPD-BY          PIC X(8).
           03  FILLER              PIC X(20).

      *Skeleton COBOL Copybook
      *DUAL ENROLLMENT DISTRICT AGREEMENTS - ONE RECORD PER SCHOOL
      *DISTRICT THAT SENDS HIGH SCHOOL STUDENTS TO COLLEGE COURSES.
      *THE DISTRICT IS BILLED TUITION AT DIST-RATE PER CREDIT, AND
      *THE TERM AND COURSE FEES TOO WHEN DIST-PAYS-FEES. AN INACTIVE
      *AGREEMENT BILLS NOTHING - THE STUDENT IS BILLED AS USUAL.
       FD  DE-DISTRICT.
       01  DIST-REC.
           03  DIST-ID             PIC 9(5).
           03  DIST-NAME           PIC X(30).
           03  DIST-ADDR.
               05  DIST-STREET     PIC X(25).
               05  DIST-ZIP        PIC X(5).
           03  DIST-CONTACT        PIC X(20).
           03  DIST-AGREE-NO       PIC X(10).
           03  DIST-RATE           PIC 9(4)V99.
           03  DIST-FEES           PIC X.
               88  DIST-PAYS-FEES          VALUE 'Y'.
           03  DIST-STATUS         PIC X.
               88  DIST-ACTIVE             VALUE 'A'.
               88  DIST-INACTIVE           VALUE 'I'.

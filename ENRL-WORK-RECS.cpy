      *Skeleton COBOL Copybook
      *NIGHTLY ENROLLMENT WORK FILE - ONE LINE PER REGISTRATION ON
      *REGISTER-MASTER, TERM BY TERM IN STUDENT AND CRN ORDER, WITH
      *THE STUDENT AND SECTION FIELDS THE BATCH REPORTS WOULD
      *OTHERWISE LOOK UP FOR EVERY ROW. BUILT BY ENRL-WORK-BUILD
      *(JOB CHAIN STEP ENRLWORK), SO IT STANDS AS OF THE LAST BUILD.
      *EW-CREDITS ARE THE COURSE VERSION'S FOR THE TERM, EW-DEPT THE
      *COURSE PREFIX, EW-RESIDENCY THE RES-MASTER CODE (BLANK WHEN
      *NONE). A STUDENT OR SECTION NOT ON FILE LEAVES ITS FIELDS
      *BLANK AND ITS FOUND FLAG 'N'.
       FD  ENRL-WORK.
       01  EW-REC.
           03  EW-KEY.
               05  EW-YEAR         PIC 9999.
               05  EW-SEM          PIC 99.
               05  EW-STU-ID       PIC 9(7).
               05  EW-CRN          PIC 9(4).
           03  EW-GRADE            PIC X.
           03  EW-MIDTERM          PIC X.
           03  EW-STU-FOUND        PIC X.
               88  EW-STU-ON-FILE          VALUE 'Y'.
           03  EW-L-NAME           PIC X(15).
           03  EW-F-NAME           PIC X(15).
           03  EW-EMAIL            PIC X(30).
           03  EW-STU-STATUS       PIC X.
           03  EW-MAJOR            PIC X(4).
           03  EW-RESIDENCY        PIC X.
           03  EW-SECT-FOUND       PIC X.
               88  EW-SECT-ON-FILE         VALUE 'Y'.
           03  EW-COURSE-ID        PIC X(9).
           03  EW-DEPT             PIC X(4).
           03  EW-CREDITS          PIC X(4).
           03  EW-SECT-STATUS      PIC X.
               88  EW-SECT-CANCELLED       VALUE 'C'.
           03  EW-INSTRUCTOR       PIC X(4).
           03  EW-INST2            PIC X(4).
           03  EW-INST2-PCT        PIC 999.
           03  EW-CAMPUS           PIC X(4).
           03  EW-PTRM             PIC XX.

      *DEPARTMENT MASTER - ONE RECORD PER 4-CHARACTER DEPARTMENT
      *CODE. PUTS A REAL NAME, A CHAIR, AND A CAMPUS BEHIND THE
      *BARE CODES CARRIED ON INST-DEPT, THE FRONT OF CRSE-ID, AND
      *THE MAJOR CODES. DEPT-MIN-ENRL IS THE FEWEST STUDENTS A
      *SECTION SHOULD CARRY BEFORE THE DEAN REVIEWS IT FOR
      *CANCELLATION (ZERO TAKES THE SHOP DEFAULT). DEPT-HOME-BLD IS
      *THE BUILDING THE DEPARTMENT PREFERS ITS CLASSES TO MEET IN.
       FD  DEPT-MASTER.
       01  DEPT-REC.
           03  DEPT-KEY.
           03  DEPT-NAME           PIC X(30).
           03  DEPT-CHAIR          PIC 9(4).
           03  DEPT-CAMPUS         PIC X(4).
           03  DEPT-MIN-ENRL       PIC 999.
           03  DEPT-HOME-BLD       PIC X(6).

      *Skeleton COBOL Copybook
      *CONTINUING EDUCATION COURSE CATALOG - WORKSHOPS AND CERTIFICATE
      *COURSES THAT CARRY NO ACADEMIC CREDIT. THEY ARE KEPT APART FROM
      *COURSE-MASTER SO CREDIT, GPA, TUITION BILLING AND THE ACADEMIC
      *TRANSCRIPT NEVER SEE THEM. CEC-CONTACT-HRS IS THE INSTRUCTIONAL
      *HOURS FOR ONE OFFERING AND CEC-CEUS THE CONTINUING EDUCATION
      *UNITS AWARDED ON COMPLETION (ONE CEU PER TEN CONTACT HOURS
      *UNLESS THE DIVISION SETS ANOTHER FIGURE).
       FD  CE-COURSE.
       01  CEC-REC.
           03  CEC-ID              PIC X(9).
           03  CEC-TITLE           PIC X(35).
           03  CEC-CONTACT-HRS     PIC 999V9.
           03  CEC-CEUS            PIC 99V9.
           03  CEC-STATUS          PIC X.
               88  CEC-ACTIVE              VALUE 'A'.
               88  CEC-STATUS-VALID        VALUE 'A' 'I'.
           03  CEC-UPD-DATE        PIC 9(8).
           03  CEC-UPD-BY          PIC X(8).
           03  FILLER              PIC X(20).

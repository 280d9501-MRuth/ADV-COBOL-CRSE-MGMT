      *Skeleton COBOL Copybook
      *INSTRUCTOR TEACHING QUALIFICATIONS FOR ACCREDITATION. SEVERAL
      *ROWS PER INSTRUCTOR, TOLD APART BY IQ-TYPE:
      *  H - HIGHEST DEGREE (IQ-DEGREE, LEVEL B/M/D) AND ITS
      *      DISCIPLINE (A DEPARTMENT CODE). IQ-CODE IS BLANK.
      *  G - GRADUATE HOURS EARNED IN THE DISCIPLINE IN IQ-CODE.
      *  C - COURSE IN IQ-CODE APPROVED FOR THIS INSTRUCTOR.
      *  D - WHOLE DEPARTMENT IN IQ-CODE APPROVED.
      *  E - DOCUMENTED EXCEPTION LETTING THE INSTRUCTOR TEACH THE
      *      COURSE IN IQ-CODE WITHOUT MEETING THE USUAL TEST.
      *APPROVALS AND EXCEPTIONS CARRY WHO APPROVED THEM AND WHY;
      *EVERY ROW CARRIES WHO KEYED IT AND WHEN.
       FD  INST-QUAL.
       01  IQ-REC.
           03  IQ-KEY.
               05  IQ-INST-ID      PIC 9(4).
               05  IQ-TYPE         PIC X.
                   88  IQ-DEGREE-ROW       VALUE 'H'.
                   88  IQ-HOURS-ROW        VALUE 'G'.
                   88  IQ-COURSE-ROW       VALUE 'C'.
                   88  IQ-DEPT-ROW         VALUE 'D'.
                   88  IQ-EXCEPT-ROW       VALUE 'E'.
               05  IQ-CODE         PIC X(9).
           03  IQ-DEGREE           PIC X(4).
           03  IQ-DEG-LEVEL        PIC X.
               88  IQ-BACHELOR             VALUE 'B'.
               88  IQ-MASTER               VALUE 'M'.
               88  IQ-DOCTORATE            VALUE 'D'.
           03  IQ-DISCIPLINE       PIC X(4).
           03  IQ-GRAD-HRS         PIC 999.
           03  IQ-APPROVER         PIC X(20).
           03  IQ-NOTE             PIC X(30).
           03  IQ-ENTERED-BY       PIC X(8).
           03  IQ-ENTERED-DATE     PIC 9(8).
           03  FILLER              PIC X(20).

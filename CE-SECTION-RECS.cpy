      *Skeleton COBOL Copybook
      *CONTINUING EDUCATION SECTIONS - ONE RECORD PER OFFERING OF A
      *CE COURSE, KEYED BY COURSE AND A TWO-DIGIT OFFERING NUMBER.
      *OFFERINGS RUN ON ANY DATE RANGE AND ARE NOT TIED TO A TERM ON
      *TERM-MASTER. CES-PRICE IS THE FLAT CHARGE FOR ENROLLING IN THE
      *OFFERING, BILLED BY CE-BILL AND NEVER BY TUITION-BILL.
      *STATUS O OPEN, F FULL/CLOSED TO ENROLLMENT, C CANCELLED.
       FD  CE-SECTION.
       01  CES-REC.
           03  CES-KEY.
               05  CES-COURSE-ID   PIC X(9).
               05  CES-SEQ         PIC 99.
           03  CES-START-DATE      PIC 9(8).
           03  CES-END-DATE        PIC 9(8).
           03  CES-TIMES           PIC X(20).
           03  CES-LOCATION        PIC X(20).
           03  CES-INSTRUCTOR      PIC X(22).
           03  CES-CAPACITY        PIC 999.
           03  CES-ENROLLED        PIC 999.
           03  CES-PRICE           PIC 9(5)V99.
           03  CES-STATUS          PIC X.
               88  CES-OPEN                VALUE 'O'.
               88  CES-CLOSED              VALUE 'F'.
               88  CES-CANCELLED           VALUE 'C'.
               88  CES-STATUS-VALID        VALUE 'O' 'F' 'C'.
           03  CES-UPD-DATE        PIC 9(8).
           03  CES-UPD-BY          PIC X(8).
           03  FILLER              PIC X(20).

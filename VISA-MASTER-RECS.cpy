      *Skeleton COBOL Copybook
      *INTERNATIONAL STUDENT VISA RECORDS - ONE PER VISA HOLDER.
      *VISA-DOC-NO IS THE SEVIS ID ON THE I-20 OR DS-2019. EACH TERM
      *UNDER VISA-RCL IS ONE THE INTERNATIONAL OFFICE AUTHORIZED A
      *REDUCED COURSE LOAD FOR (REASON A ACADEMIC, M MEDICAL, F FINAL
      *TERM). THE RECORD WITH A ZERO STUDENT ID CARRIES THE
      *COMPLIANCE RULES - THE FULL-TIME MINIMUM, THE MOST ONLINE
      *CREDITS ALLOWED, AND THE CAMPUS CODE ONLINE SECTIONS RUN UNDER.
       FD  VISA-MASTER.
       01  VISA-REC.
           03  VISA-KEY.
               05  VISA-STU-ID     PIC 9(7).
           03  VISA-TYPE           PIC XX.
               88  VISA-TYPE-VALID         VALUE 'F1' 'J1' 'M1'.
           03  VISA-DOC-NO         PIC X(11).
           03  VISA-PGM-END        PIC 9(8).
           03  VISA-RCL            OCCURS 6 TIMES.
               05  VISA-RCL-YEAR   PIC 9(4).
               05  VISA-RCL-SEM    PIC 99.
               05  VISA-RCL-REASON PIC X.
           03  VISA-UPD-DATE       PIC 9(8).
       01  VISA-CTRL-REC.
           03  VISA-CTRL-KEY       PIC 9(7).
           03  VISA-FT-MIN         PIC 99.
           03  VISA-ONLINE-MAX     PIC 99.
           03  VISA-ONLINE-CAMPUS  PIC X(4).
           03  FILLER              PIC X(63).

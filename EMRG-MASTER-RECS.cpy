      *Skeleton COBOL Copybook
      *STUDENT EMERGENCY CONTACT CHILD FILE - UP TO NINE CONTACTS PER
      *STUDENT, KEYED BY PRIORITY SO THE FIRST CONTACT TO CALL READS
      *FIRST. THE PRIMARY AND ALTERNATE PHONES ARE TEN DIGITS LIKE
      *STU-PHONE. THE EMERGENCY ROSTER PRINTS THE FIRST TWO CONTACTS
      *FOR EACH STUDENT.
       FD  EMRG-MASTER.
       01  EC-REC.
           03  EC-KEY.
               05  EC-STU-ID       PIC 9(7).
               05  EC-PRIORITY     PIC 9.
           03  EC-NAME             PIC X(25).
           03  EC-RELATION         PIC X(12).
           03  EC-PHONE-PRI        PIC X(10).
           03  EC-PHONE-ALT        PIC X(10).
           03  EC-UPD-DATE         PIC 9(8).
           03  FILLER              PIC X(20).

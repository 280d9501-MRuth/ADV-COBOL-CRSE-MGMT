      *Skeleton COBOL Copybook
      *STUDENT RECORD VIEW LOG - ONE LINE EACH TIME AN OPERATOR
      *BRINGS UP A STUDENT ON AN INQUIRY OR BILLING SCREEN. WRITTEN
      *BY STU-VIEW-LOG, READ BY STU-VIEW-RPT.
       FD  VIEW-LOG.
       01  VIEW-REC.
           03  VIEW-DATE.
               05  VIEW-DATE-MM    PIC XX.
               05  FILLER          PIC X.
               05  VIEW-DATE-DD    PIC XX.
               05  FILLER          PIC X.
               05  VIEW-DATE-YY    PIC XX.
           03  FILLER              PIC X.
           03  VIEW-TIME           PIC X(8).
           03  FILLER              PIC X.
           03  VIEW-OPER           PIC X(8).
           03  FILLER              PIC X.
           03  VIEW-PGM            PIC X(15).
           03  FILLER              PIC X.
           03  VIEW-STU-ID         PIC 9(7).

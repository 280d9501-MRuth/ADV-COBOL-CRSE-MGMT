      *Skeleton COBOL Copybook
      *JOB CHAIN CONTROL TOTALS - ONE LINE PER CONTROLLED FILE A STEP
      *READ (ROLE I, TAKEN BEFORE THE STEP STARTS) OR WROTE (ROLE O,
      *TAKEN WHEN IT ENDS). A RUN IS THE CHAIN DATE AND START TIME.
      *AN INPUT LINE CARRIES THE RESULT OF CHECKING THE FILE AGAINST
      *THE LAST TOTALS TAKEN FOR IT IN THE SAME RUN:
      *  NEW  FIRST LOOK AT THE FILE THIS RUN
      *  OK   MATCHED
      *  BAD  OUT OF BALANCE - THE STEP WAS FAILED
      *  ACC  OUT OF BALANCE BUT ACCEPTED BY THE OPERATOR ON RESTART
       FD  CTL-TOTALS.
       01  CT-REC.
           03  CT-RUN-DATE         PIC 9(8).
           03  FILLER              PIC X.
           03  CT-RUN-TIME         PIC 9(6).
           03  FILLER              PIC X.
           03  CT-SEQ              PIC 99.
           03  FILLER              PIC X.
           03  CT-STEP             PIC X(12).
           03  FILLER              PIC X.
           03  CT-FILE             PIC X(16).
           03  FILLER              PIC X.
           03  CT-ROLE             PIC X.
               88  CT-INPUT                VALUE 'I'.
               88  CT-OUTPUT               VALUE 'O'.
           03  FILLER              PIC X.
           03  CT-COUNT            PIC 9(9).
           03  FILLER              PIC X.
           03  CT-HASH             PIC 9(15).
           03  FILLER              PIC X.
           03  CT-AMOUNT           PIC 9(11)V99.
           03  FILLER              PIC X.
           03  CT-RESULT           PIC X(3).
               88  CT-NEW                  VALUE 'NEW'.
               88  CT-BALANCED             VALUE 'OK '.
               88  CT-OUT-OF-BAL           VALUE 'BAD'.
               88  CT-ACCEPTED             VALUE 'ACC'.
           03  FILLER              PIC X.
           03  CT-TIME             PIC X(8).

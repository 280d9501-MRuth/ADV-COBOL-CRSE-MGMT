      *Skeleton COBOL Copybook
      *COURSE EVALUATION SURVEY TOKENS - ONE PER STUDENT PER SECTION
      *FOR THE TERM, HANDED OUT WITH THE SURVEY INVITATION. THE TOKEN
      *IS WHAT THE STUDENT SUBMITS; THE USED FLAG STOPS A SECOND
      *SUBMISSION. THE STUDENT ID IS KEPT HERE ONLY SO A TOKEN IS NOT
      *ISSUED TWICE - IT IS NEVER CARRIED ONTO THE RESPONSE FILE.
       FD  EVAL-TOKEN.
       01  ET-REC.
           03  ET-TOKEN            PIC X(10).
           03  ET-ISSUE-KEY.
               05  ET-YEAR         PIC 9(4).
               05  ET-SEM          PIC 99.
               05  ET-CRN          PIC 9(4).
               05  ET-STU-ID       PIC 9(7).
           03  ET-USED             PIC X.
               88  ET-SUBMITTED            VALUE 'Y'.
           03  ET-ISSUE-DATE       PIC 9(8).
           03  FILLER              PIC X(10).

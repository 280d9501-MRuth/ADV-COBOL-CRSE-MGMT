      *Skeleton COBOL Copybook
      *COURSE EVALUATION RESPONSES - ONE PER SUBMITTED SURVEY, KEYED
      *BY SECTION AND A LOAD SEQUENCE ONLY. NO STUDENT ID OR TOKEN IS
      *STORED SO ANSWERS CANNOT BE TRACED BACK TO A STUDENT. ANSWER N
      *IS THE 1-5 RATING FOR QUESTION N; ZERO IS NOT ANSWERED.
       FD  EVAL-RESP.
       01  ER-REC.
           03  ER-KEY.
               05  ER-YEAR         PIC 9(4).
               05  ER-SEM          PIC 99.
               05  ER-CRN          PIC 9(4).
               05  ER-SEQ          PIC 9(4).
           03  ER-ANSWERS.
               05  ER-ANSWER       PIC 9 OCCURS 20 TIMES.
           03  ER-LOAD-DATE        PIC 9(8).
           03  FILLER              PIC X(20).

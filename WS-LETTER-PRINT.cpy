      *Skeleton COBOL Copybook
      *ONE LETTER REQUEST - FILLED BY A LETTER PROGRAM AND PASSED TO
      *LETTER-PRINT. THE CALLER NAMES THE TEMPLATE, THE STUDENT AND
      *THE MERGE VALUES; LETTER-PRINT HANDS BACK THE FINISHED LINES
      *AND A RESULT. NOTHING IS RETURNED TO PRINT WHEN THE RESULT IS
      *OTHER THAN PRINTED. E-MAIL DELIVERY PUTS THE E-MAIL ADDRESS IN
      *THE ADDRESS BLOCK - THE STUDENT'S, OR WS-LP-SEND-TO WHEN THE
      *CALLER FILLS IT. FUNCTION C CLOSES THE ROUTINE'S FILES AT THE
      *END OF A RUN.
       01  WS-LETTER-PRINT.
           03  WS-LP-FUNCTION      PIC X.
               88  LP-LETTER               VALUE 'L'.
               88  LP-CLOSE                VALUE 'C'.
           03  WS-LP-CODE          PIC X(8).
           03  WS-LP-DELIVERY      PIC X.
               88  LP-BY-MAIL              VALUE 'M'.
               88  LP-BY-EMAIL             VALUE 'E'.
           03  WS-LP-STU-ID        PIC 9(7).
           03  WS-LP-SEND-TO       PIC X(30).
           03  WS-LP-YEAR          PIC 9999.
           03  WS-LP-SEM           PIC 99.
           03  WS-LP-BALANCE       PIC S9(7)V99.
           03  WS-LP-GPA           PIC 9V99.
           03  WS-LP-INFO-1        PIC X(30).
           03  WS-LP-INFO-2        PIC X(30).
           03  WS-LP-INFO-3        PIC X(30).
           03  WS-LP-COURSE-COUNT  PIC 99  COMP.
           03  WS-LP-COURSE        PIC X(60) OCCURS 20.
           03  WS-LP-RESULT        PIC X.
               88  LP-PRINTED              VALUE 'Y'.
               88  LP-NO-TEMPLATE          VALUE 'T'.
               88  LP-NO-STUDENT           VALUE 'S'.
               88  LP-PRIVACY-HELD         VALUE 'P'.
               88  LP-NO-ADDRESS           VALUE 'A'.
           03  WS-LP-LINE-COUNT    PIC 99  COMP.
           03  WS-LP-LINE          PIC X(80) OCCURS 60.

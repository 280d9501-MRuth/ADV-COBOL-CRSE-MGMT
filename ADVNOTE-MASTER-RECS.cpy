      *Skeleton COBOL Copybook
      *ADVISING NOTES - ONE RECORD PER NOTE, KEYED BY STUDENT AND THE
      *DATE AND TIME IT WAS WRITTEN, SO A STUDENT'S NOTES READ OLDEST
      *FIRST AND SURVIVE A CHANGE OF ADVISOR. AN-AUTHOR IS THE
      *SIGNED-ON OPERATOR WHO WROTE IT; AN-ADVISOR IS THE ADVISOR'S
      *INSTRUCTOR ID WHEN IT WAS WRITTEN FROM THE ADVISEE ROSTER (ZERO
      *OTHERWISE). A CONFIDENTIAL NOTE IS SHOWN ONLY TO ITS AUTHOR,
      *THE STUDENT'S CURRENT ADVISOR, AND OPERATORS HOLDING THE
      *CONFIDENTIAL NOTES PERMISSION.
       FD  ADVNOTE-MASTER.
       01  AN-REC.
           03  AN-KEY.
               05  AN-STU-ID       PIC 9(7).
               05  AN-DATE         PIC 9(8).
               05  AN-TIME         PIC 9(6).
           03  AN-TYPE             PIC X.
               88  AN-TYPE-VALID           VALUE 'A' 'C' 'R' 'S' 'O'.
           03  AN-AUTHOR           PIC X(8).
           03  AN-ADVISOR          PIC 9(4).
           03  AN-CONF             PIC X.
               88  AN-CONFIDENTIAL         VALUE 'Y'.
           03  AN-TEXT.
               05  AN-TEXT-LN      OCCURS 3 TIMES PIC X(60).
           03  FILLER              PIC X(20).

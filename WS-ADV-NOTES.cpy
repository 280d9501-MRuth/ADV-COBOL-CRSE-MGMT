      *Skeleton COBOL Copybook
      *ADVISING NOTES REQUEST - PASSED TO ADVNOTE-MAINT. THE CALLER
      *GIVES THE STUDENT, THE ADVISOR'S INSTRUCTOR ID WHEN THE NOTES
      *ARE OPENED FROM THE ADVISEE ROSTER (ZERO OTHERWISE), AND THE
      *MODE - A TO ADD AND BROWSE, B TO BROWSE ONLY.
       01  WS-ADV-NOTES.
           03  WS-AN-STU-ID        PIC 9(7).
           03  WS-AN-ADVISOR       PIC 9(4).
           03  WS-AN-MODE          PIC X.
               88  AN-MODE-ADD             VALUE 'A'.
               88  AN-MODE-BROWSE          VALUE 'B'.

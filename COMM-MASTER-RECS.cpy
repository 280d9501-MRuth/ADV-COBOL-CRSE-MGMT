      *Skeleton COBOL Copybook
      *COMMENCEMENT PARTICIPATION - ONE RECORD PER GRADUATION
      *APPLICANT, TAKEN AFTER THE APPLICATION IS FILED. THE TERM AND
      *MAJOR COME FROM THE GRADUATION APPLICATION. CMM-DEGREE IS THE
      *DEGREE ABBREVIATION AS PRINTED (BA, BS, AA ...). A BLANK
      *DIPLOMA NAME MEANS THE NAME ON THE STUDENT MASTER. GUESTS AND
      *CEREMONY ARE ZERO AND BLANK FOR A STUDENT NOT WALKING.
       FD  COMM-MASTER.
       01  CMM-REC.
           03  CMM-KEY.
               05  CMM-STU-ID      PIC 9(7).
           03  CMM-YEAR            PIC 9(4).
           03  CMM-SEM             PIC 99.
           03  CMM-WALKING         PIC X.
               88  CMM-WALKS               VALUE 'Y'.
           03  CMM-CEREMONY        PIC X(4).
           03  CMM-GUESTS          PIC 99.
           03  CMM-DEGREE          PIC X(4).
           03  CMM-DIPLOMA-NAME    PIC X(40).
           03  CMM-PRONOUNCE       PIC X(40).
           03  CMM-ENTRY-DATE      PIC 9(8).

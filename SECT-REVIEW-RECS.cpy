      *Skeleton COBOL Copybook
      *SECTION VIABILITY REVIEW - ONE RECORD PER SECTION OF A TERM,
      *REFRESHED BY SECT-VIABILITY WITH ITS CAPACITY, ENROLLMENT,
      *WAITLIST, DEPARTMENT MINIMUM, ALTERNATIVE SEATS AND THE
      *INSTRUCTOR'S LOAD WITHOUT IT. THE DEAN'S DECISION (X CANCEL,
      *K KEEP) IS KEYED ON SECT-REVIEW AND SECT-CANCEL-RUN PASSES
      *THE X SECTIONS TO SCHEDULE-CANCEL, RECORDING THE OUTCOME IN
      *SRV-RUN-STAT.
       FD  SECT-REVIEW.
       01  SRV-REC.
           03  SRV-KEY.
               05  SRV-YEAR        PIC 9(4).
               05  SRV-SEM         PIC 99.
               05  SRV-CRN         PIC 9(4).
           03  SRV-COURSE-ID       PIC X(9).
           03  SRV-INSTR           PIC X(4).
           03  SRV-CAPACITY        PIC 999.
           03  SRV-ENROLLED        PIC 999.
           03  SRV-WAITLIST        PIC 999.
           03  SRV-MIN-ENRL        PIC 999.
           03  SRV-ALT-SECTS       PIC 99.
           03  SRV-ALT-SEATS       PIC 9(4).
           03  SRV-NO-ALT          PIC 999.
           03  SRV-INST-LOAD       PIC 99.
           03  SRV-LOW-FLAG        PIC X.
               88  SRV-LOW                 VALUE 'Y'.
           03  SRV-REVIEW-DATE     PIC 9(8).
           03  SRV-DECISION        PIC X.
               88  SRV-UNDECIDED           VALUE ' '.
               88  SRV-MARK-CANCEL         VALUE 'X'.
               88  SRV-MARK-KEEP           VALUE 'K'.
               88  SRV-DECISION-VALID      VALUE ' ' 'X' 'K'.
           03  SRV-DEC-DATE        PIC 9(8).
           03  SRV-DEC-BY          PIC X(8).
           03  SRV-NOTE            PIC X(40).
           03  SRV-RUN-STAT        PIC X.
               88  SRV-NOT-RUN             VALUE ' '.
               88  SRV-RUN-CANCELLED       VALUE 'C'.
               88  SRV-RUN-REJECTED        VALUE 'E'.
           03  SRV-RUN-DATE        PIC 9(8).
           03  SRV-RUN-REMOVED     PIC 999.
           03  FILLER              PIC X(20).

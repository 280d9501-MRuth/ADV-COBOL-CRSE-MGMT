      *Skeleton COBOL Copybook
      *REFERENTIAL INTEGRITY SCAN - FILLED BY RI-SCAN AND PASSED TO
      *EACH FILE SCANNER (RI-SCAN-STU, RI-SCAN-SECT). A SCANNER ADDS
      *ONE ENTRY PER CHILD FILE IT READS, NAMING THE PARENT FILES THE
      *RECORDS ARE CHECKED AGAINST, AND COUNTS RECORDS READ, ORPHANS
      *FOUND AND ORPHANS REMOVED. WS-RI-QUARANTINE MEANS ORPHANS ARE
      *COPIED TO THE QUARANTINE FILE AND DELETED. AN ENTRY FLAGGED
      *MISSING HAD NO FILE ON HAND; ONE FLAGGED UNCHECKED HAD A PARENT
      *FILE MISSING, AND NOTHING IS CALLED AN ORPHAN OF THAT PARENT.
       01  WS-RI-SCAN.
           03  WS-RI-MODE          PIC X.
               88  RI-QUARANTINE           VALUE 'Y'.
           03  WS-RI-RUN-DATE      PIC 9(8).
           03  WS-RI-COUNT         PIC 99  COMP.
           03  WS-RI-ENTRY         OCCURS 80.
               05  WS-RI-FILE      PIC X(14).
               05  WS-RI-PARENTS   PIC X(24).
               05  WS-RI-READ      PIC 9(7).
               05  WS-RI-ORPHANS   PIC 9(7).
               05  WS-RI-REMOVED   PIC 9(7).
               05  WS-RI-STATUS    PIC X.
                   88  RI-MISSING          VALUE 'M'.
                   88  RI-UNCHECKED        VALUE 'U'.

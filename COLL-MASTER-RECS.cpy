      *Skeleton COBOL Copybook
      *COLLECTIONS STATUS - ONE RECORD PER TERM BILL THAT HAS DRAWN A
      *PAST-DUE NOTICE. AR-DUNNING COUNTS THE NOTICES; THE AGENCY
      *PLACEMENT RUN MOVES THE BALANCE TO PLACED (WRITTEN OFF TO
      *COLLECTIONS), WHICH AR-AGING REPORTS APART FROM THE AGING
      *BUCKETS. A RECALL BRINGS THE BILL BACK IN HOUSE; A PLACED
      *BILL WHOSE BALANCE IS FULLY RECOVERED IS CLOSED.
       FD  COLL-MASTER.
       01  COLL-REC.
           03  COLL-KEY.
               05  COLL-STU-ID     PIC 9(7).
               05  COLL-YEAR       PIC 9(4).
               05  COLL-SEM        PIC 99.
           03  COLL-NOTICE-COUNT   PIC 99.
           03  COLL-LAST-NOTICE    PIC 9(8).
           03  COLL-STATUS         PIC X.
               88  COLL-DUNNING            VALUE ' '.
               88  COLL-PLACED             VALUE 'P'.
               88  COLL-RECALLED           VALUE 'R'.
               88  COLL-CLOSED             VALUE 'C'.
           03  COLL-AGENCY         PIC X(10).
           03  COLL-PLACED-DATE    PIC 9(8).
           03  COLL-PLACED-AMT     PIC 9(6)V99.
           03  COLL-COMM-PCT       PIC 99V99.
           03  COLL-COLLECTED      PIC 9(6)V99.
           03  COLL-COMMISSION     PIC 9(6)V99.
           03  COLL-RECALL-DATE    PIC 9(8).

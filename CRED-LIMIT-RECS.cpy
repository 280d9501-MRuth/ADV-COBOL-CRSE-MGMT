      *Skeleton COBOL Copybook
      *TERM CREDIT-HOUR MAXIMUM BY ACADEMIC STANDING (STU-STANDING).
      *THE ROW WITH A SPACE STANDING IS THE DEFAULT FOR A STANDING
      *WITH NO ROW OF ITS OWN. NO ROW AT ALL (OR A ZERO MAXIMUM)
      *MEANS NO LIMIT.
       FD  CRED-LIMIT.
       01  CRL-REC.
           03  CRL-KEY.
               05  CRL-STANDING    PIC X.
           03  CRL-MAX-CREDITS     PIC 99.

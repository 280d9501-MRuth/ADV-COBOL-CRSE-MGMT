      *  11 BUILDING MAINTENANCE    12 ZIPCODE MAINTENANCE
      *  13 REGISTRATION OVERRIDES  14 ADMIN BATCHES
      *  15 DEBUG MENU              16 DEGREE PROGRAM MAINTENANCE
      *  17 EMERGENCY ROSTER        18 CONFIDENTIAL ADVISING NOTES
      *  19 CONTINUING EDUCATION    20 SENSITIVE DATA (DOB/PIN)
       FD  PERM-MASTER.
       01  PERM-REC.
           03  PERM-OPER-ID        PIC X(8).

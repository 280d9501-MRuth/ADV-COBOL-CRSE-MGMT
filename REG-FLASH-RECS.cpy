      *Skeleton COBOL Copybook
      *REGISTRATION FLASH SNAPSHOTS - TAKEN NIGHTLY BY REG-FLASH FOR
      *THE NEXT TERM TO START AND KEPT BY CALENDAR DATE, SO A DAY
      *THIS YEAR CAN BE SET AGAINST THE SAME DISTANCE FROM TERM
      *START LAST YEAR. ROW TYPES: 1 WHOLE TERM (CODE 'ALL '),
      *2 DEPARTMENT, 3 CAMPUS. HEADCOUNT IS UNDUPLICATED WITHIN THE
      *ROW; A NEW STUDENT HAS NO REGISTRATION IN ANY EARLIER TERM.
      *ADDS AND DROPS ARE THE DAY'S REGISTER AUDIT ACTIVITY.
       FD  REG-FLASH.
       01  RF-REC.
           03  RF-KEY.
               05  RF-SNAP-DATE    PIC 9(8).
               05  RF-YEAR         PIC 9(4).
               05  RF-SEM          PIC 99.
               05  RF-TYPE         PIC X.
               05  RF-CODE         PIC X(4).
           03  RF-DAYS-OUT         PIC 9(3).
           03  RF-HEADCOUNT        PIC 9(6).
           03  RF-NEW              PIC 9(6).
           03  RF-RETURNING        PIC 9(6).
           03  RF-CREDITS          PIC 9(7).
           03  RF-ADDS             PIC 9(5).
           03  RF-DROPS            PIC 9(5).

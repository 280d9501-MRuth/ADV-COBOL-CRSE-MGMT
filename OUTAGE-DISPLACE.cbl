           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  SCHE-SCAN.
       01  SCN-REC.
           03  SCN-SCHEDULE-ID     PIC X(12).

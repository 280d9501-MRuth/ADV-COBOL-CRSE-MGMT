           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  RPT-FILE.
       01  RPT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.

           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       WORKING-STORAGE SECTION.
       01  WS-REG-STAT             PIC 99.
       01  WS-SCH-STAT             PIC 99.

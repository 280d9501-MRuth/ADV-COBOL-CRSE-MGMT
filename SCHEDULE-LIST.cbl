           03  SCHED-INST2-I       PIC X(4).
           03  SCHED-INST2-PCT-I   PIC 999.
           03  SCHED-CAMPUS-I      PIC X(4).
           03  SCHED-PTRM-I        PIC XX.
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.

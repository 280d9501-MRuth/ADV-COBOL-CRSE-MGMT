               05  INST-PHONE-1  PIC XXX.
               05  INST-PHONE-2  PIC XXX.
               05  INST-PHONE-3  PIC XXXX.
           03  INST-STATUS  PIC X.
               88  INST-SEPARATED         VALUE 'S'.
           03  INST-SEP-DATE  PIC 9(8).

       SD  SORT-WORK.
       01  SRT-REC.
           03  SCHED-INST2-S       PIC X(4).
           03  SCHED-INST2-PCT-S   PIC 999.
           03  SCHED-CAMPUS-S      PIC X(4).
           03  SCHED-PTRM-S        PIC XX.

       
     
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.

       FD  BLD-MASTER.
       01  BLD-REC.

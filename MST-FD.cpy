           03  SCHED-INST2         PIC X(4).
           03  SCHED-INST2-PCT     PIC 999.
           03  SCHED-CAMPUS        PIC X(4).
           03  SCHED-PTRM          PIC XX.

       FD  MST-CTRL-LIST.
       01  MST-UNIV-NAME                   PIC X(80).
               05  INST-PHONE-1  PIC XXX.
               05  INST-PHONE-2  PIC XXX.
               05  INST-PHONE-3  PIC XXXX.
           03  INST-STATUS  PIC X.
               88  INST-SEPARATED         VALUE 'S'.
           03  INST-SEP-DATE  PIC 9(8).
       FD  REG-MASTER.
       01  REG-REC.
           03  REG-KEY.

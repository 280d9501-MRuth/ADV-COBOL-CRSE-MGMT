           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       COPY MEET-MASTER-RECS.
       FD  RPT-FILE.
       01  RPT-REC                 PIC X(80).

           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  INSTR-MASTER.
       01  INSTR-REC.
           03  INSTR-ID    PIC 9999.
               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       COPY MEET-MASTER-RECS.
       FD  PRINT-FILE.
       01  PRINT-HDR-LN            PIC X(80).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-CRN              PIC 9999.
           03  WS-STU-ID           PIC 9(7).
           03  WS-VIEW-PGM         PIC X(15) VALUE 'STUDENT-SCHEDUL'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
                   STU-L-NAME DELIMITED BY SPACE
                   INTO WS-STU-NAME
                   DISPLAY SCRN-STU-NAME
                   CALL 'STU-VIEW-LOG' USING WS-VIEW-PGM STU-ID
                   DISPLAY SCRN-CRSE
                   DISPLAY WS-BLNK-LN
                   PERFORM 100-DISPLAY-CLASSES

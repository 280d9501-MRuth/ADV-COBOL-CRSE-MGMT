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
       FD  REG-HISTORY.
       01  RH-REC.
           03  RH-KEY.
           03  WS-COUNTER          PIC 99  VALUE 0.
           03  WS-BLNK-LN          PIC X(80) VALUE SPACES.
           03  WS-STU-ID           PIC 9(7).
           03  WS-VIEW-PGM         PIC X(15) VALUE 'STUDENT-HISTORY'.
           03  WS-STU-NAME         PIC X(30).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-FOUND-ANY        PIC X   VALUE 'N'.
                       STU-L-NAME DELIMITED BY SPACE
                       INTO WS-STU-NAME
                   DISPLAY SCRN-STU-NAME
                   CALL 'STU-VIEW-LOG' USING WS-VIEW-PGM STU-ID
           END-READ.
           CLOSE STU-MST.


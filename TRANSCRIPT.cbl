           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
                       STU-L-NAME DELIMITED BY SPACE
                       INTO WS-STU-NAME
                   DISPLAY SCRN-STU-NAME
                   CALL 'STU-VIEW-LOG' USING WS-FER-PGM STU-ID
                   PERFORM 050-SHOW-FORMER-NAME
           END-READ.
           CLOSE STU-MST.

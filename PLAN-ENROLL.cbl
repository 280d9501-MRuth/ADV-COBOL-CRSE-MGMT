               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-VIEW-PGM         PIC X(15) VALUE 'PLAN-ENROLL'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-BALANCE          PIC S9(7)V99.
                       STU-L-NAME DELIMITED BY SPACE
                       INTO WS-STU-NAME
                       DISPLAY SCRN-STU-NAME
                       CALL 'STU-VIEW-LOG' USING WS-VIEW-PGM STU-ID
                       DISPLAY SCRN-YEAR-SEM
                       ACCEPT  SCRN-YEAR-SEM
                       PERFORM 100-ENROLL-PLAN

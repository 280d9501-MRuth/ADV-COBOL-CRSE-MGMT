               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
               05  WS-INSTR-PHONE-1    PIC XXX.
               05  WS-INSTR-PHONE-2    PIC XXX.
               05  WS-INSTR-PHONE-3    PIC XXXX.
           03  WS-INSTR-STAT       PIC X(9).
           03  WS-INSTR-SEP-DATE   PIC 9(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
               05          COL 47  PIC XXX   FROM WS-INSTR-PHONE-2.
               05          COL 50            VALUE '-'.
               05          COL 51  PIC XXXX  FROM WS-INSTR-PHONE-3.
           03  SCRN-INSTR-STAT.
               05  LINE 8  COL 25  VALUE   'STATUS         :'.
               05          COL 43  PIC X(9)  FROM WS-INSTR-STAT.
               05          COL 53  PIC 9(8)  FROM WS-INSTR-SEP-DATE
                                             BLANK WHEN ZERO.
       01  SCRN-ANOTHER.
           03  LINE 9  COL 32  VALUE 'LOOK UP ANOTHER? (Y/N)'.
           03          COL 30  PIC X TO WS-ANOTHER.
                       MOVE INSTR-DEPT   TO WS-INSTR-DEPT
                       MOVE INSTR-OFFICE TO WS-INSTR-OFFICE
                       MOVE INSTR-PHONE  TO WS-INSTR-PHONE
                       IF INSTR-SEPARATED
                           MOVE 'SEPARATED' TO WS-INSTR-STAT
                       ELSE
                           MOVE 'ACTIVE'    TO WS-INSTR-STAT
                       END-IF
                       IF INSTR-SEP-DATE NUMERIC
                           MOVE INSTR-SEP-DATE TO WS-INSTR-SEP-DATE
                       ELSE
                           MOVE ZERO TO WS-INSTR-SEP-DATE
                       END-IF
                       DISPLAY SCRN-DATA
                       DISPLAY SCRN-ANOTHER
                       ACCEPT  SCRN-ANOTHER

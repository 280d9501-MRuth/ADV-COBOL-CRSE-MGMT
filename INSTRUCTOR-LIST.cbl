               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
               88  EOF                     VALUE 'Y'.
           03  WS-COUNTER          PIC 99 VALUE 0.
           03  WS-BLNK-LN          PIC X(80) VALUE SPACES.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-PG-BREAK.
           03  FILLER              PIC X(15) VALUE 'PRESS ENTER TO '.
           03  FILLER              PIC X(16) VALUE 'DISPLAY 10 MORE '.
           OPEN INPUT INSTR-MASTER.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-COUNTER.
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *SEPARATED INSTRUCTORS DROP OFF THE LIST ON THEIR SEPARATION DATE
                       IF INSTR-SEPARATED AND INSTR-SEP-DATE NUMERIC
                           AND INSTR-SEP-DATE NOT > WS-TODAY
                           CONTINUE
                       ELSE
                           MOVE INSTR-ID     TO WS-INSTR-ID
                           MOVE INSTR-NAME   TO WS-INSTR-NAME
                           DISPLAY WS-DTL-LN
                                   DISPLAY WS-HEADER
                                   DISPLAY WS-BLNK-LN
                                   MOVE 0 TO WS-COUNTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           

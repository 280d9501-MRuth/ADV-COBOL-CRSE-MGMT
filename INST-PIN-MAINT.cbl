               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-PIN              PIC X(4).
           03  WS-CRED-FOUND       PIC X VALUE 'N'.
               88  CRED-FOUND              VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
           03  LINE 6  COL 25  VALUE 'INSTRUCTOR CANNOT BE FOUND'.
       01  SCRN-SAVED.
           03  LINE 10 COL 25  VALUE 'PIN SAVED'.
       01  SCRN-SEP-ERR.
           03  LINE 8  COL 25  VALUE
                       'INSTRUCTOR HAS SEPARATED - NO PIN'.
       01  SCRN-CONTINUE.
           03  LINE 12 COL 25  VALUE 'ANOTHER? (Y/N)'.
           03          COL 41  PIC X TO WS-ANOTHER
               EXIT PROGRAM
           END-IF

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
                       ACCEPT  SCRN-CONTINUE
                   NOT INVALID KEY
                       DISPLAY SCRN-NAME
                       IF INSTR-SEPARATED AND INSTR-SEP-DATE NUMERIC
                           AND INSTR-SEP-DATE NOT > WS-TODAY
                           DISPLAY SCRN-SEP-ERR
                       ELSE
                           DISPLAY SCRN-PIN
                           ACCEPT  SCRN-PIN
                           PERFORM 100-SAVE-PIN
                           DISPLAY SCRN-SAVED
                       END-IF
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
               END-READ

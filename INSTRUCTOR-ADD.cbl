               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
                           MOVE WS-INSTR-DEPT   TO INSTR-DEPT
                           MOVE WS-INSTR-OFFICE TO INSTR-OFFICE
                           MOVE WS-INSTR-PHONE  TO INSTR-PHONE
                           MOVE SPACE           TO INSTR-STATUS
                           MOVE ZERO            TO INSTR-SEP-DATE
                           WRITE INSTR-REC
                               INVALID KEY
                                   DISPLAY BLNK-SCRN

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
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-SEQ              PIC 9.
           03  WS-NEXT-SEQ         PIC 9.
           03  WS-LINE             PIC 99.
       01  WS-QUAL-VARS.
           03  WS-QC-MODE          PIC X.
           03  WS-QC-INST          PIC X(4).
           03  WS-QC-NOTE          PIC X(30).
           03  WS-QC-QUAL          PIC X.
               88  INST-QUALIFIED          VALUE 'Y'.
           03  WS-QC-BASIS         PIC X(20).
       COPY OPER-SESSION.
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
           03  LINE 6  COL 15  VALUE 'SECTION NOT ON SCHEDULE'.
       01  SCRN-INST-ERR.
           03  LINE 18 COL 15  VALUE 'INSTRUCTOR NOT ON FILE'.
       01  SCRN-SEP-ERR.
           03  LINE 18 COL 15  VALUE
                       'SUBSTITUTE SEPARATES BEFORE PERIOD ENDS'.
       01  SCRN-QUAL-ERR.
           03  LINE 18 COL 15  VALUE
                       'SUBSTITUTE NOT QUALIFIED FOR THIS COURSE'.
       01  SCRN-QUAL-NOTE.
           03  LINE 18 COL 15  VALUE 'NOT QUALIFIED - EXCEPTION: '.
           03          COL 42  PIC X(30) TO WS-QC-NOTE.
       01  SCRN-ADDED.
           03  LINE 18 COL 15  VALUE 'COVERAGE PERIOD RECORDED'.
       01  SCRN-DELETED.
               INVALID KEY
                   DISPLAY SCRN-INST-ERR
               NOT INVALID KEY
                   IF INSTR-SEPARATED AND INSTR-SEP-DATE NUMERIC
                       AND INSTR-SEP-DATE NOT > WS-SUB-END
                       DISPLAY SCRN-SEP-ERR
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 310-CHECK-QUAL
                   IF INST-QUALIFIED
                       MOVE WS-SCHED-ID TO SUB-SCHED-ID
                       COMPUTE SUB-SEQ = WS-NEXT-SEQ + 1
                       MOVE WS-SUB-INST  TO SUB-INST-ID
                       MOVE WS-SUB-START TO SUB-START
                       MOVE WS-SUB-END   TO SUB-END
                       WRITE SUB-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY SCRN-ADDED
                       END-WRITE
                   ELSE
                       DISPLAY SCRN-QUAL-ERR
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *A SUBSTITUTE MUST BE QUALIFIED TO TEACH THE COURSE. AN ADMIN
      *MAY DOCUMENT AN EXCEPTION TO LET THE COVERAGE STAND.
       310-CHECK-QUAL.
           MOVE 'C'         TO WS-QC-MODE.
           MOVE WS-SUB-INST TO WS-QC-INST.
           MOVE SPACES      TO WS-QC-NOTE.
           CALL 'INST-QUAL-CHECK' USING WS-QC-MODE WS-QC-INST
               COURSE-ID-O WS-QC-NOTE WS-QC-QUAL WS-QC-BASIS.
           IF NOT INST-QUALIFIED AND SESSION-IS-ADMIN
               DISPLAY SCRN-QUAL-NOTE
               ACCEPT  SCRN-QUAL-NOTE
               IF WS-QC-NOTE NOT = SPACES
                   MOVE 'E' TO WS-QC-MODE
                   CALL 'INST-QUAL-CHECK' USING WS-QC-MODE WS-QC-INST
                       COURSE-ID-O WS-QC-NOTE WS-QC-QUAL WS-QC-BASIS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       400-DELETE-PERIOD.
           DISPLAY SCRN-DEL-SEQ.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INST-SEPARATE.
      *-----------------------------------------------------------------
      *INSTRUCTOR SEPARATION. RECORDS THE DATE A FACULTY MEMBER
      *RETIRES OR LEAVES AND MARKS THE INSTRUCTOR SEPARATED, OR
      *REINSTATES ONE ENTERED IN ERROR. EVERY CHANGE IS AUDITED AND
      *RUNS THE SEPARATION REFERENCE REPORT SO SECTIONS, SUBSTITUTE
      *PERIODS, ADVISEES, CHAIRS AND OPEN GRADES CAN BE REASSIGNED.
      *A SEPARATION DATED TODAY OR EARLIER CLEARS THE KIOSK PIN AT
      *ONCE; A LATER ONE IS CLEARED BY THE NIGHTLY INST-SEP-APPLY
      *STEP ON THE DAY. FROM THE SEPARATION DATE SCHEDULE, ADVISOR
      *AND SUBSTITUTE MAINTENANCE REFUSE NEW ASSIGNMENTS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTR-MASTER ASSIGN        TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS INSTR-ID
                               ALTERNATE KEY IS INSTR-NAME
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT INST-CRED    ASSIGN        TO
                               '../FILES/INST-CRED.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS IC-INST-ID
                               FILE STATUS   IS WS-CRED-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY INST-CRED-RECS.
       FD  INSTR-MASTER.
       01  INSTR-REC.
           03  INSTR-ID    PIC 9999.
           03  INSTR-NAME  PIC X(22).
           03  INSTR-DEPT    PIC X(4).
           03  INSTR-OFFICE  PIC X(11).
           03  INSTR-PHONE.
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
           03  WS-CRED-STAT        PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-INST-ID          PIC 9(4).
           03  WS-SEP-DATE         PIC 9(8).
           03  WS-SHOW-DATE        PIC 9(8).
           03  WS-STAT-DESC        PIC X(9).
           03  WS-REF-COUNT        PIC 9(5).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15) VALUE 'INST-SEPARATE'.
           03  WS-AUD-KEY          PIC X(12).
           03  WS-AUD-FIELD        PIC X(12) VALUE 'SEPARATION'.
           03  WS-AUD-OLD          PIC X(20).
           03  WS-AUD-NEW          PIC X(20).
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
           03  WS-ERR-STAT         PIC XX.
           03  WS-OPEN-FAIL        PIC X VALUE 'N'.
               88  OPEN-FAILED           VALUE 'Y'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 2  COL 28  VALUE 'INSTRUCTOR SEPARATION'.
       01  SCRN-ID.
           03  LINE 4  COL 20  VALUE 'INSTRUCTOR ID : '.
           03          COL 37  PIC 9(4) TO WS-INST-ID
                                        AUTO REQUIRED.
       01  SCRN-INFO.
           03  LINE 5  COL 20  VALUE 'NAME          : '.
           03          COL 37  PIC X(22) FROM INSTR-NAME.
           03  LINE 6  COL 20  VALUE 'DEPARTMENT    : '.
           03          COL 37  PIC X(4)  FROM INSTR-DEPT.
           03  LINE 7  COL 20  VALUE 'STATUS        : '.
           03          COL 37  PIC X(9)  FROM WS-STAT-DESC.
           03          COL 47  PIC 9(8)  FROM WS-SHOW-DATE
                                         BLANK WHEN ZERO.
       01  SCRN-ACTION.
           03  LINE 10 COL 5   VALUE
               'S) SEPARATE  R) REINSTATE  P) REFERENCE REPORT'.
           03          COL 53  VALUE 'X) DONE'.
           03          COL 61  PIC X TO WS-SEL AUTO.
       01  SCRN-DATE.
           03  LINE 12 COL 5   VALUE 'SEPARATION DATE (CCYYMMDD): '.
           03          COL 34  PIC 9(8) TO WS-SEP-DATE
                                        AUTO REQUIRED FULL.
       01  SCRN-SAVED.
           03  LINE 14 COL 5   VALUE 'SEPARATION RECORDED'.
       01  SCRN-PIN-CLEARED.
           03  LINE 15 COL 5   VALUE 'KIOSK PIN CLEARED'.
       01  SCRN-PIN-LATER.
           03  LINE 15 COL 5   VALUE
               'KIOSK PIN WILL BE CLEARED ON THE SEPARATION DATE'.
       01  SCRN-REINSTATED.
           03  LINE 14 COL 5   VALUE 'INSTRUCTOR REINSTATED'.
       01  SCRN-REPORTED.
           03  LINE 17 COL 5   VALUE 'REFERENCES FOUND: '.
           03          COL 23  PIC ZZZZ9 FROM WS-REF-COUNT.
           03          COL 30  VALUE '- SEE INST-SEP-REPORT.TXT'.
       01  SCRN-DATE-ERR.
           03  LINE 14 COL 5   VALUE 'NOT A VALID DATE'.
       01  SCRN-NOT-SEP.
           03  LINE 14 COL 5   VALUE 'INSTRUCTOR IS NOT SEPARATED'.
       01  SCRN-ERR1.
           03  LINE 5  COL 20  VALUE 'INSTRUCTOR CANNOT BE FOUND'.
       01  SCRN-CONTINUE.
           03  LINE 23 COL 25  VALUE 'ANOTHER INSTRUCTOR? (Y/N)'.
           03          COL 52  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'INST-SEPARATE' TO WS-ERR-PGM.
           OPEN I-O INSTR-MASTER.
           MOVE 'INSTR-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-ID
               ACCEPT  SCRN-ID

               MOVE WS-INST-ID TO INSTR-ID
               READ INSTR-MASTER
                   INVALID KEY
                       DISPLAY SCRN-ERR1
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
                   NOT INVALID KEY
                       PERFORM 100-SHOW-STATUS
                       PERFORM 200-ACTION-LOOP
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
               END-READ
           END-PERFORM.

           CLOSE INSTR-MASTER.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-STATUS.
           IF INSTR-SEPARATED AND INSTR-SEP-DATE NUMERIC
               MOVE 'SEPARATED'    TO WS-STAT-DESC
               MOVE INSTR-SEP-DATE TO WS-SHOW-DATE
           ELSE
               MOVE 'ACTIVE'       TO WS-STAT-DESC
               MOVE ZERO           TO WS-SHOW-DATE
           END-IF.
           DISPLAY SCRN-INFO.
      *-----------------------------------------------------------------
       200-ACTION-LOOP.
           MOVE SPACE TO WS-SEL.
           PERFORM UNTIL WS-SEL = 'X' OR WS-SEL = 'x'
               DISPLAY SCRN-ACTION
               ACCEPT  SCRN-ACTION
               EVALUATE WS-SEL
                   WHEN 'S'
                   WHEN 's'
                       PERFORM 300-SEPARATE
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM 400-REINSTATE
                   WHEN 'P'
                   WHEN 'p'
                       IF INSTR-SEPARATED AND INSTR-SEP-DATE NUMERIC
                           PERFORM 600-REFERENCE-REPORT
                       ELSE
                           DISPLAY SCRN-NOT-SEP
                       END-IF
               END-EVALUATE
               PERFORM 100-SHOW-STATUS
           END-PERFORM.
      *-----------------------------------------------------------------
      *A NEW DATE REPLACES ANY EARLIER ONE - A LEAVING DATE THAT
      *MOVES IS SIMPLY RE-ENTERED
       300-SEPARATE.
           DISPLAY SCRN-DATE.
           ACCEPT  SCRN-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SEP-DATE) NOT = ZERO
               DISPLAY SCRN-DATE-ERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM 500-AUDIT-OLD.
           MOVE 'S'         TO INSTR-STATUS.
           MOVE WS-SEP-DATE TO INSTR-SEP-DATE.
           REWRITE INSTR-REC.
           STRING 'SEPARATED ' DELIMITED BY SIZE
                  WS-SEP-DATE  DELIMITED BY SIZE
                  INTO WS-AUD-NEW.
           PERFORM 510-AUDIT.
           DISPLAY SCRN-SAVED.

           IF WS-SEP-DATE NOT > WS-TODAY
               PERFORM 700-CLEAR-PIN
               DISPLAY SCRN-PIN-CLEARED
           ELSE
               DISPLAY SCRN-PIN-LATER
           END-IF.

           PERFORM 600-REFERENCE-REPORT.
      *-----------------------------------------------------------------
      *REINSTATING DOES NOT RESTORE A CLEARED PIN - A NEW ONE IS
      *ISSUED THROUGH FACULTY PIN MAINTENANCE
       400-REINSTATE.
           IF NOT INSTR-SEPARATED
               DISPLAY SCRN-NOT-SEP
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-AUDIT-OLD.
           MOVE SPACE TO INSTR-STATUS.
           MOVE ZERO  TO INSTR-SEP-DATE.
           REWRITE INSTR-REC.
           MOVE 'ACTIVE' TO WS-AUD-NEW.
           PERFORM 510-AUDIT.
           DISPLAY SCRN-REINSTATED.
      *-----------------------------------------------------------------
       500-AUDIT-OLD.
           MOVE SPACES TO WS-AUD-OLD WS-AUD-NEW.
           IF INSTR-SEPARATED AND INSTR-SEP-DATE NUMERIC
               STRING 'SEPARATED '   DELIMITED BY SIZE
                      INSTR-SEP-DATE DELIMITED BY SIZE
                      INTO WS-AUD-OLD
           ELSE
               MOVE 'ACTIVE' TO WS-AUD-OLD
           END-IF.
      *-----------------------------------------------------------------
       510-AUDIT.
           MOVE WS-INST-ID TO WS-AUD-KEY.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
       600-REFERENCE-REPORT.
           MOVE ZERO TO WS-REF-COUNT.
           CALL 'INST-SEP-REPORT' USING WS-INST-ID INSTR-SEP-DATE
               WS-REF-COUNT.
           DISPLAY SCRN-REPORTED.
      *-----------------------------------------------------------------
       700-CLEAR-PIN.
           OPEN I-O INST-CRED.
           IF WS-CRED-STAT = ZERO
               MOVE WS-INST-ID TO IC-INST-ID
               READ INST-CRED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO IC-PIN
                       REWRITE IC-REC
               END-READ
               CLOSE INST-CRED
           END-IF.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

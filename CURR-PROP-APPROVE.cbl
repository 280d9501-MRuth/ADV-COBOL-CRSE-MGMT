       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURR-PROP-APPROVE.
      *-----------------------------------------------------------------
      *RECORDS THE APPROVAL DECISIONS ON A CURRICULUM PROPOSAL IN
      *ORDER - DEPARTMENT CHAIR, CURRICULUM COMMITTEE, REGISTRAR -
      *WITH THE DATE, WHO DECIDED AND A NOTE. AN APPROVAL MOVES THE
      *PROPOSAL TO THE NEXT STEP; A DENIAL CLOSES IT. THE CHAIR
      *DEFAULTS TO THE DEPT-CHAIR OF THE COURSE'S DEPARTMENT. ONLY
      *AN ADMINISTRATOR MAY RECORD THE REGISTRAR'S DECISION.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURR-PROPOSAL ASSIGN       TO
                               '../FILES/CURR-PROPOSAL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PRP-ID
                               FILE STATUS   IS WS-STAT.
           SELECT DEPT-MASTER  ASSIGN        TO
                               '../FILES/DEPT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DEPT-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT INSTR-MASTER         ASSIGN        TO
                                       '../FILES/INSTR-MASTER.DAT'
                                       ORGANIZATION  IS INDEXED
                                       ACCESS        IS RANDOM
                                       RECORD KEY    IS INSTR-ID
                                       ALTERNATE KEY IS INSTR-NAME
                                           WITH DUPLICATES
                                       FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY CURR-PROP-RECS.
       COPY DEPT-MASTER-RECS.
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
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SAVE             PIC X.
               88  SAVE                    VALUE 'Y' 'y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-PRP-ID           PIC 9(6).
           03  WS-STEP             PIC 9.
           03  WS-STEP-TEXT        PIC X(20).
           03  WS-STAGE-TEXT       PIC X(30).
           03  WS-DECISION         PIC X.
               88  WS-APPROVE              VALUE 'A'.
               88  WS-DENY                 VALUE 'D'.
               88  WS-DECISION-VALID       VALUE 'A' 'D'.
           03  WS-DEC-NAME         PIC X(20).
           03  WS-DEC-NOTE         PIC X(40).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15).
           03  WS-AUD-KEY          PIC X(12).
           03  WS-AUD-FIELD        PIC X(12).
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
           03  LINE 2  COL 24  VALUE 'CURRICULUM PROPOSAL APPROVALS'.
       01  SCRN-ID.
           03  LINE 4  COL 2   VALUE 'PROPOSAL NUMBER: '.
           03          COL 19  PIC 9(6) USING WS-PRP-ID AUTO.
       01  SCRN-PROPOSAL.
           03  LINE 5  COL 2   VALUE 'TYPE: '.
           03          COL 8   PIC X     FROM PRP-TYPE.
           03          COL 11  VALUE 'COURSE: '.
           03          COL 19  PIC X(9)  FROM PRP-CRSE-ID.
           03          COL 30  VALUE 'EFFECTIVE: '.
           03          COL 41  PIC 9(4)  FROM PRP-EFF-YEAR.
           03          COL 46  PIC 99    FROM PRP-EFF-SEM.
           03          COL 50  VALUE 'SUBMITTED '.
           03          COL 60  PIC 9(8)  FROM PRP-SUBMIT-DATE.
           03  LINE 6  COL 2   VALUE 'NAME: '.
           03          COL 8   PIC X(35) FROM PRP-NAME.
           03          COL 45  PIC X(4)  FROM PRP-CREDIT.
           03          COL 51  VALUE 'PREREQ '.
           03          COL 58  PIC X(9)  FROM PRP-PREREQ.
           03  LINE 7  COL 2   VALUE 'DESCRIPTION CHANGE: '.
           03          COL 22  PIC X     FROM PRP-DESC-CHG.
           03  LINE 8  COL 5   PIC X(60) FROM PRP-DESC-LN(1).
           03  LINE 9  COL 5   PIC X(60) FROM PRP-DESC-LN(2).
           03  LINE 10 COL 5   PIC X(60) FROM PRP-DESC-LN(3).
           03  LINE 11 COL 5   PIC X(60) FROM PRP-DESC-LN(4).
           03  LINE 12 COL 5   PIC X(60) FROM PRP-DESC-LN(5).
           03  LINE 13 COL 2   VALUE 'WHY: '.
           03          COL 7   PIC X(60) FROM PRP-RATIONALE.
           03  LINE 14 COL 2   VALUE 'WAITING ON: '.
           03          COL 14  PIC X(30) FROM WS-STAGE-TEXT.
       01  SCRN-STEPS.
           03  LINE 15 COL 2   VALUE 'CHAIR    : '.
           03          COL 13  PIC 9(8)  FROM PRP-STEP-DATE(1).
           03          COL 22  PIC X     FROM PRP-STEP-DEC(1).
           03          COL 24  PIC X(20) FROM PRP-STEP-NAME(1).
           03          COL 45  PIC X(34) FROM PRP-STEP-NOTE(1).
           03  LINE 16 COL 2   VALUE 'COMMITTEE: '.
           03          COL 13  PIC 9(8)  FROM PRP-STEP-DATE(2).
           03          COL 22  PIC X     FROM PRP-STEP-DEC(2).
           03          COL 24  PIC X(20) FROM PRP-STEP-NAME(2).
           03          COL 45  PIC X(34) FROM PRP-STEP-NOTE(2).
           03  LINE 17 COL 2   VALUE 'REGISTRAR: '.
           03          COL 13  PIC 9(8)  FROM PRP-STEP-DATE(3).
           03          COL 22  PIC X     FROM PRP-STEP-DEC(3).
           03          COL 24  PIC X(20) FROM PRP-STEP-NAME(3).
           03          COL 45  PIC X(34) FROM PRP-STEP-NOTE(3).
       01  SCRN-DECISION.
           03  LINE 19 COL 2   PIC X(20) FROM WS-STEP-TEXT.
           03          COL 23  VALUE 'DECISION A)PPROVE D)ENY: '.
           03          COL 48  PIC X     USING WS-DECISION AUTO.
           03  LINE 20 COL 2   VALUE 'DECIDED BY: '.
           03          COL 14  PIC X(20) USING WS-DEC-NAME AUTO.
           03  LINE 21 COL 2   VALUE 'NOTE: '.
           03          COL 8   PIC X(40) USING WS-DEC-NOTE AUTO.
       01  SCRN-SAVE.
           03  LINE 21 COL 50  VALUE 'RECORD (Y/N)'.
           03          COL 63  PIC X TO WS-SAVE AUTO.
       01  SCRN-NOT-FOUND.
           03  LINE 22 COL 2   VALUE 'NO PROPOSAL WITH THIS NUMBER'.
       01  SCRN-CLOSED-ERR.
           03  LINE 22 COL 2   VALUE
               'PROPOSAL IS NOT WAITING ON AN APPROVAL'.
       01  SCRN-ADMIN-ERR.
           03  LINE 22 COL 2   VALUE
               'REGISTRAR DECISION REQUIRES AN ADMINISTRATOR'.
       01  SCRN-DEC-ERR.
           03  LINE 22 COL 2   VALUE
               'DECISION MUST BE A OR D AND DECIDED BY IS REQUIRED'.
       01  SCRN-NOTE-ERR.
           03  LINE 22 COL 2   VALUE
               'A DENIAL MUST CARRY A NOTE'.
       01  SCRN-SAVED.
           03  LINE 22 COL 2   VALUE 'DECISION RECORDED - NOW: '.
           03          COL 27  PIC X(30) FROM WS-STAGE-TEXT.
       01  SCRN-NOT-SAVED.
           03  LINE 22 COL 2   VALUE 'DECISION NOT RECORDED'.
       01  SCRN-CONTINUE.
           03  LINE 24 COL 25  VALUE 'ANOTHER PROPOSAL? (Y/N)'.
           03          COL 50  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'CURR-PROP-APPROVE' TO WS-ERR-PGM.
           OPEN I-O CURR-PROPOSAL.
           MOVE 'CURR-PROPOSAL' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF
      *DEPARTMENT AND INSTRUCTOR ONLY SUPPLY THE CHAIR'S NAME
           OPEN INPUT DEPT-MASTER.
           OPEN INPUT INSTR-MASTER.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               MOVE ZERO TO WS-PRP-ID
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-ID
               ACCEPT  SCRN-ID
               MOVE WS-PRP-ID TO PRP-ID
               READ CURR-PROPOSAL
                   INVALID KEY
                       DISPLAY SCRN-NOT-FOUND
                   NOT INVALID KEY
                       PERFORM 100-DECIDE
               END-READ
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE CURR-PROPOSAL.
           CLOSE DEPT-MASTER.
           CLOSE INSTR-MASTER.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-DECIDE.
           PERFORM 170-STAGE-TEXT.
           DISPLAY SCRN-PROPOSAL.
           DISPLAY SCRN-STEPS.
           IF NOT PRP-IN-REVIEW
               DISPLAY SCRN-CLOSED-ERR
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN PRP-AT-CHAIR
                   MOVE 1 TO WS-STEP
                   MOVE 'CHAIR DECISION'     TO WS-STEP-TEXT
                   PERFORM 200-CHAIR-NAME
               WHEN PRP-AT-COMMITTEE
                   MOVE 2 TO WS-STEP
                   MOVE 'COMMITTEE DECISION' TO WS-STEP-TEXT
                   MOVE 'CURRICULUM COMMITTEE' TO WS-DEC-NAME
               WHEN OTHER
                   MOVE 3 TO WS-STEP
                   MOVE 'REGISTRAR DECISION' TO WS-STEP-TEXT
                   MOVE SPACES TO WS-DEC-NAME
           END-EVALUATE.
           IF WS-STEP = 3 AND NOT SESSION-IS-ADMIN
               DISPLAY SCRN-ADMIN-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE  TO WS-DECISION.
           MOVE SPACES TO WS-DEC-NOTE.
           DISPLAY SCRN-DECISION.
           ACCEPT  SCRN-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           IF NOT WS-DECISION-VALID OR WS-DEC-NAME = SPACES
               DISPLAY SCRN-DEC-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-DENY AND WS-DEC-NOTE = SPACES
               DISPLAY SCRN-NOTE-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SAVE.
           DISPLAY SCRN-SAVE.
           ACCEPT  SCRN-SAVE.
           IF NOT SAVE
               DISPLAY SCRN-NOT-SAVED
               EXIT PARAGRAPH
           END-IF.

           MOVE PRP-STAGE       TO WS-AUD-OLD.
           MOVE WS-TODAY        TO PRP-STEP-DATE(WS-STEP).
           MOVE WS-DECISION     TO PRP-STEP-DEC(WS-STEP).
           MOVE WS-DEC-NAME     TO PRP-STEP-NAME(WS-STEP).
           MOVE SESSION-OPER-ID TO PRP-STEP-OPER(WS-STEP).
           MOVE WS-DEC-NOTE     TO PRP-STEP-NOTE(WS-STEP).
           IF WS-DENY
               MOVE 'D' TO PRP-STAGE
           ELSE
               EVALUATE WS-STEP
                   WHEN 1
                       MOVE 'M' TO PRP-STAGE
                   WHEN 2
                       MOVE 'R' TO PRP-STAGE
                   WHEN OTHER
                       MOVE 'A' TO PRP-STAGE
               END-EVALUATE
           END-IF.
           MOVE WS-TODAY        TO PRP-LAST-ACT-DATE.
           REWRITE PRP-REC.

           MOVE 'CURR-PROP-APPR' TO WS-AUD-PGM.
           MOVE PRP-ID           TO WS-AUD-KEY.
           MOVE WS-STEP-TEXT     TO WS-AUD-FIELD.
           MOVE SPACES           TO WS-AUD-NEW.
           STRING PRP-STAGE      DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-DEC-NAME    DELIMITED BY SIZE
                  INTO WS-AUD-NEW.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.

           PERFORM 170-STAGE-TEXT.
           DISPLAY SCRN-STEPS.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
       170-STAGE-TEXT.
           EVALUATE TRUE
               WHEN PRP-AT-CHAIR
                   MOVE 'DEPARTMENT CHAIR'        TO WS-STAGE-TEXT
               WHEN PRP-AT-COMMITTEE
                   MOVE 'CURRICULUM COMMITTEE'    TO WS-STAGE-TEXT
               WHEN PRP-AT-REGISTRAR
                   MOVE 'REGISTRAR'               TO WS-STAGE-TEXT
               WHEN PRP-APPROVED
                   MOVE 'APPROVED - CATALOG RUN'  TO WS-STAGE-TEXT
               WHEN PRP-VERSIONED
                   MOVE 'APPROVED - EFFECTIVE TERM'
                       TO WS-STAGE-TEXT
               WHEN PRP-IMPLEMENTED
                   MOVE 'IMPLEMENTED'             TO WS-STAGE-TEXT
               WHEN PRP-DENIED
                   MOVE 'DENIED'                  TO WS-STAGE-TEXT
               WHEN OTHER
                   MOVE 'WITHDRAWN'               TO WS-STAGE-TEXT
           END-EVALUATE.
      *-----------------------------------------------------------------
      *THE CHAIR OF THE DEPARTMENT IN FRONT OF THE COURSE ID
       200-CHAIR-NAME.
           MOVE SPACES TO WS-DEC-NAME.
           MOVE PRP-CRSE-ID(1:4) TO DEPT-CODE.
           READ DEPT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF DEPT-CHAIR = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE DEPT-CHAIR TO INSTR-ID.
           READ INSTR-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE INSTR-NAME TO WS-DEC-NAME.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURR-PROP-MAINT.
      *-----------------------------------------------------------------
      *ENTERS CURRICULUM CHANGE PROPOSALS - A NEW COURSE OR A CHANGE
      *TO THE NAME, CREDITS, PREREQUISITE OR DESCRIPTION OF AN
      *EXISTING COURSE - WITH THE TERM IT IS TO TAKE EFFECT. NOTHING
      *IS WRITTEN TO THE CATALOG HERE; THE PROPOSAL WAITS ON THE
      *PROPOSAL FILE FOR ITS APPROVALS (CURR-PROP-APPROVE) AND IS
      *APPLIED BY CURR-APPLY. A PROPOSAL CAN BE CORRECTED UNTIL THE
      *CHAIR HAS DECIDED IT AND WITHDRAWN WHILE STILL IN REVIEW.
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
           SELECT CRSE-MASTER  ASSIGN        TO
                               '../FILES/COURSE-MASTER-SORT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRSE-ID
                               FILE STATUS   IS WS-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY CURR-PROP-RECS.
       COPY TERM-MASTER-RECS.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
           03  CRSE-NAME      PIC X(35).
           03  CRSE-CREDIT    PIC X(4).
           03  CRSE-STAT      PIC X.
           03  CRSE-PREREQ    PIC X(9).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-SAVE             PIC X.
               88  SAVE                    VALUE 'Y' 'y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-FOUND            PIC X.
               88  PRP-FOUND               VALUE 'Y'.
           03  WS-OK               PIC X.
               88  DATA-OK                 VALUE 'Y'.
           03  WS-IX               PIC 9.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-DEPT-CODE        PIC X(4).
           03  WS-DEPT-NAME        PIC X(30).
           03  WS-DEPT-FOUND       PIC X.
           03  WS-DESC-YEAR        PIC 9(4).
           03  WS-DESC-SEM         PIC 99.
           03  WS-DESC-LINES       PIC 9.
           03  WS-STAGE-TEXT       PIC X(30).
       01  WS-PRP-DATA.
           03  WS-PRP-ID           PIC 9(6).
           03  WS-TYPE             PIC X.
               88  WS-NEW-COURSE           VALUE 'N'.
               88  WS-TYPE-VALID           VALUE 'N' 'C'.
           03  WS-CRSE-ID          PIC X(9).
           03  WS-EFF-YEAR         PIC 9(4).
           03  WS-EFF-SEM          PIC 99.
           03  WS-NAME             PIC X(35).
           03  WS-CREDIT.
               05  WS-CREDIT-CHECK PIC 9.
               05  FILLER          PIC XXX.
           03  WS-PREREQ           PIC X(9).
           03  WS-DESC-CHG         PIC X.
           03  WS-DESC.
               05  WS-DESC-LN      OCCURS 5 TIMES PIC X(60).
           03  WS-RATIONALE        PIC X(60).
       01  WS-OLD-DATA.
           03  WS-OLD-NAME         PIC X(35).
           03  WS-OLD-CREDIT       PIC X(4).
           03  WS-OLD-PREREQ       PIC X(9).
           03  WS-OLD-DESC.
               05  WS-OLD-DESC-LN  OCCURS 5 TIMES PIC X(60).
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
           03  LINE 2  COL 25  VALUE 'CURRICULUM CHANGE PROPOSALS'.
       01  SCRN-ID.
           03  LINE 4  COL 2   VALUE 'PROPOSAL NUMBER (0=NEW): '.
           03          COL 27  PIC 9(6) USING WS-PRP-ID AUTO.
       01  SCRN-KEYS.
           03  LINE 5  COL 2   VALUE 'TYPE N)EW C)HANGE: '.
           03          COL 21  PIC X    USING WS-TYPE AUTO.
           03          COL 24  VALUE 'COURSE ID: '.
           03          COL 35  PIC X(9) USING WS-CRSE-ID AUTO.
           03          COL 46  VALUE 'EFFECTIVE YEAR: '.
           03          COL 62  PIC 9(4) USING WS-EFF-YEAR AUTO.
           03          COL 68  VALUE 'SEM: '.
           03          COL 73  PIC 99   USING WS-EFF-SEM AUTO.
       01  SCRN-OLD.
           03  LINE 6  COL 2   VALUE 'NOW : '.
           03          COL 8   PIC X(35) FROM WS-OLD-NAME.
           03          COL 45  PIC X(4)  FROM WS-OLD-CREDIT.
           03          COL 51  VALUE 'PREREQ '.
           03          COL 58  PIC X(9)  FROM WS-OLD-PREREQ.
       01  SCRN-DETAIL.
           03  LINE 7  COL 2   VALUE 'NAME: '.
           03          COL 8   PIC X(35) USING WS-NAME AUTO.
           03          COL 45  PIC X(4)  USING WS-CREDIT AUTO.
           03          COL 51  VALUE 'PREREQ '.
           03          COL 58  PIC X(9)  USING WS-PREREQ AUTO.
           03  LINE 9  COL 2   VALUE 'DESCRIPTION CHANGE (Y/N): '.
           03          COL 28  PIC X     USING WS-DESC-CHG AUTO.
           03  LINE 10 COL 5   PIC X(60) USING WS-DESC-LN(1) AUTO.
           03  LINE 11 COL 5   PIC X(60) USING WS-DESC-LN(2) AUTO.
           03  LINE 12 COL 5   PIC X(60) USING WS-DESC-LN(3) AUTO.
           03  LINE 13 COL 5   PIC X(60) USING WS-DESC-LN(4) AUTO.
           03  LINE 14 COL 5   PIC X(60) USING WS-DESC-LN(5) AUTO.
           03  LINE 15 COL 2   VALUE 'WHY: '.
           03          COL 7   PIC X(60) USING WS-RATIONALE AUTO.
       01  SCRN-STATUS.
           03  LINE 17 COL 2   VALUE 'WAITING ON: '.
           03          COL 14  PIC X(30) FROM WS-STAGE-TEXT.
           03          COL 46  VALUE 'SUBMITTED '.
           03          COL 56  PIC 9(8)  FROM PRP-SUBMIT-DATE.
           03          COL 65  PIC X(8)  FROM PRP-SUBMIT-BY.
       01  SCRN-STEPS.
           03  LINE 18 COL 2   VALUE 'CHAIR    : '.
           03          COL 13  PIC 9(8)  FROM PRP-STEP-DATE(1).
           03          COL 22  PIC X     FROM PRP-STEP-DEC(1).
           03          COL 24  PIC X(20) FROM PRP-STEP-NAME(1).
           03          COL 45  PIC X(34) FROM PRP-STEP-NOTE(1).
           03  LINE 19 COL 2   VALUE 'COMMITTEE: '.
           03          COL 13  PIC 9(8)  FROM PRP-STEP-DATE(2).
           03          COL 22  PIC X     FROM PRP-STEP-DEC(2).
           03          COL 24  PIC X(20) FROM PRP-STEP-NAME(2).
           03          COL 45  PIC X(34) FROM PRP-STEP-NOTE(2).
           03  LINE 20 COL 2   VALUE 'REGISTRAR: '.
           03          COL 13  PIC 9(8)  FROM PRP-STEP-DATE(3).
           03          COL 22  PIC X     FROM PRP-STEP-DEC(3).
           03          COL 24  PIC X(20) FROM PRP-STEP-NAME(3).
           03          COL 45  PIC X(34) FROM PRP-STEP-NOTE(3).
       01  SCRN-ACTION.
           03  LINE 21 COL 2   VALUE
               'C) CORRECT PROPOSAL  W) WITHDRAW PROPOSAL  X) DONE'.
           03          COL 54  PIC X TO WS-SEL AUTO.
       01  SCRN-SAVE.
           03  LINE 21 COL 2   VALUE 'SUBMIT (Y/N)'.
           03          COL 15  PIC X TO WS-SAVE AUTO.
       01  SCRN-NOT-FOUND.
           03  LINE 22 COL 2   VALUE 'NO PROPOSAL WITH THIS NUMBER'.
       01  SCRN-TYPE-ERR.
           03  LINE 22 COL 2   VALUE
               'TYPE MUST BE N OR C AND A COURSE ID IS REQUIRED'.
       01  SCRN-TERM-ERR.
           03  LINE 22 COL 2   VALUE
               'EFFECTIVE TERM IS NOT ON THE TERM MASTER'.
       01  SCRN-EXISTS-ERR.
           03  LINE 22 COL 2   VALUE
               'COURSE IS ALREADY IN THE CATALOG - USE TYPE C'.
       01  SCRN-MISSING-ERR.
           03  LINE 22 COL 2   VALUE
               'COURSE IS NOT IN THE CATALOG - USE TYPE N'.
       01  SCRN-DEPT-ERR.
           03  LINE 22 COL 2   VALUE
               'COURSE PREFIX IS NOT A DEPARTMENT ON FILE'.
       01  SCRN-NAME-ERR.
           03  LINE 22 COL 2   VALUE
               'NAME REQUIRED AND CREDIT MUST BE NUMERIC 1-9'.
       01  SCRN-PREREQ-ERR.
           03  LINE 22 COL 2   VALUE
               'PREREQUISITE IS NOT IN THE CATALOG'.
       01  SCRN-NOCHG-ERR.
           03  LINE 22 COL 2   VALUE
               'NOTHING IS CHANGED FROM THE CURRENT CATALOG'.
       01  SCRN-LOCKED-ERR.
           03  LINE 22 COL 2   VALUE
               'CHAIR HAS ALREADY DECIDED - CANNOT BE CORRECTED'.
       01  SCRN-CLOSED-ERR.
           03  LINE 22 COL 2   VALUE
               'PROPOSAL IS NO LONGER IN REVIEW'.
       01  SCRN-SUBMITTED.
           03  LINE 22 COL 2   VALUE 'SUBMITTED AS PROPOSAL '.
           03          COL 24  PIC 9(6) FROM PRP-ID.
       01  SCRN-SAVED.
           03  LINE 22 COL 2   VALUE 'PROPOSAL SAVED'.
       01  SCRN-NOT-SAVED.
           03  LINE 22 COL 2   VALUE 'PROPOSAL NOT SAVED'.
       01  SCRN-WITHDRAWN.
           03  LINE 22 COL 2   VALUE 'PROPOSAL WITHDRAWN'.
       01  SCRN-CONTINUE.
           03  LINE 24 COL 25  VALUE 'ANOTHER PROPOSAL? (Y/N)'.
           03          COL 50  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'CURR-PROP-MAINT' TO WS-ERR-PGM.
           OPEN I-O CURR-PROPOSAL.
           MOVE 'CURR-PROPOSAL' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT CRSE-MASTER.
           MOVE 'COURSE-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT TERM-MASTER.
           MOVE 'TERM-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

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
               IF WS-PRP-ID = ZERO
                   PERFORM 300-NEW-PROPOSAL
               ELSE
                   MOVE WS-PRP-ID TO PRP-ID
                   READ CURR-PROPOSAL
                       INVALID KEY
                           DISPLAY SCRN-NOT-FOUND
                       NOT INVALID KEY
                           PERFORM 100-SHOW-PROPOSAL
                           PERFORM 200-ACTION-LOOP
                   END-READ
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE CURR-PROPOSAL.
           CLOSE CRSE-MASTER.
           CLOSE TERM-MASTER.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-PROPOSAL.
           MOVE PRP-TYPE       TO WS-TYPE.
           MOVE PRP-CRSE-ID    TO WS-CRSE-ID.
           MOVE PRP-EFF-YEAR   TO WS-EFF-YEAR.
           MOVE PRP-EFF-SEM    TO WS-EFF-SEM.
           MOVE PRP-NAME       TO WS-NAME.
           MOVE PRP-CREDIT     TO WS-CREDIT.
           MOVE PRP-PREREQ     TO WS-PREREQ.
           MOVE PRP-DESC-CHG   TO WS-DESC-CHG.
           MOVE PRP-DESC       TO WS-DESC.
           MOVE PRP-RATIONALE  TO WS-RATIONALE.
           PERFORM 150-CURRENT-CATALOG.
           PERFORM 170-STAGE-TEXT.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           DISPLAY SCRN-KEYS.
           IF NOT WS-NEW-COURSE
               DISPLAY SCRN-OLD
           END-IF.
           DISPLAY SCRN-DETAIL.
           DISPLAY SCRN-STATUS.
           DISPLAY SCRN-STEPS.
      *-----------------------------------------------------------------
      *THE CATALOG AS IT STANDS TODAY, FOR COMPARISON WITH A CHANGE
       150-CURRENT-CATALOG.
           MOVE SPACES TO WS-OLD-DATA.
           IF WS-NEW-COURSE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CRSE-ID TO CRSE-ID.
           READ CRSE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE CRSE-NAME   TO WS-OLD-NAME.
           MOVE CRSE-CREDIT TO WS-OLD-CREDIT.
           MOVE CRSE-PREREQ TO WS-OLD-PREREQ.
           MOVE 9999 TO WS-DESC-YEAR.
           MOVE 99   TO WS-DESC-SEM.
           CALL 'CRSE-DESC-GET' USING WS-CRSE-ID
               WS-DESC-YEAR WS-DESC-SEM WS-OLD-DESC WS-DESC-LINES.
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
       200-ACTION-LOOP.
           MOVE SPACE TO WS-SEL.
           PERFORM UNTIL WS-SEL = 'X' OR WS-SEL = 'x'
               DISPLAY SCRN-ACTION
               ACCEPT  SCRN-ACTION
               EVALUATE WS-SEL
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM 500-CORRECT-PROPOSAL
                   WHEN 'W'
                   WHEN 'w'
                       PERFORM 600-WITHDRAW-PROPOSAL
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
      *A NEW PROPOSAL - THE KEYS FIRST, THEN THE REQUESTED VALUES,
      *STARTING FROM THE CURRENT CATALOG FOR A CHANGE
       300-NEW-PROPOSAL.
           MOVE SPACES TO WS-TYPE WS-CRSE-ID.
           MOVE ZERO   TO WS-EFF-YEAR WS-EFF-SEM.
           DISPLAY SCRN-KEYS.
           ACCEPT  SCRN-KEYS.
           MOVE FUNCTION UPPER-CASE(WS-TYPE)    TO WS-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-CRSE-ID) TO WS-CRSE-ID.
           PERFORM 350-CHECK-KEYS.
           IF NOT DATA-OK
               EXIT PARAGRAPH
           END-IF.

           PERFORM 150-CURRENT-CATALOG.
           MOVE WS-OLD-NAME   TO WS-NAME.
           MOVE WS-OLD-CREDIT TO WS-CREDIT.
           MOVE WS-OLD-PREREQ TO WS-PREREQ.
           MOVE WS-OLD-DESC   TO WS-DESC.
           MOVE SPACES        TO WS-RATIONALE.
           IF WS-NEW-COURSE
               MOVE 'Y' TO WS-DESC-CHG
           ELSE
               MOVE 'N' TO WS-DESC-CHG
               DISPLAY SCRN-OLD
           END-IF.
           DISPLAY SCRN-DETAIL.
           ACCEPT  SCRN-DETAIL.
           PERFORM 400-CHECK-DETAIL.
           IF NOT DATA-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SAVE.
           DISPLAY SCRN-SAVE.
           ACCEPT  SCRN-SAVE.
           IF NOT SAVE
               DISPLAY SCRN-NOT-SAVED
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO PRP-CTRL-KEY.
           READ CURR-PROPOSAL
               INVALID KEY
                   MOVE SPACES TO PRP-CTRL-REC
                   MOVE ZERO   TO PRP-CTRL-KEY
                   MOVE 1      TO PRP-NEXT-ID
                   WRITE PRP-CTRL-REC
           END-READ.
           MOVE PRP-NEXT-ID TO WS-PRP-ID.
           ADD 1 TO PRP-NEXT-ID.
           REWRITE PRP-CTRL-REC.

           MOVE SPACES          TO PRP-REC.
           MOVE WS-PRP-ID       TO PRP-ID.
           MOVE WS-TYPE         TO PRP-TYPE.
           MOVE WS-CRSE-ID      TO PRP-CRSE-ID.
           MOVE WS-EFF-YEAR     TO PRP-EFF-YEAR.
           MOVE WS-EFF-SEM      TO PRP-EFF-SEM.
           PERFORM 450-MOVE-DETAIL.
           MOVE WS-TODAY        TO PRP-SUBMIT-DATE.
           MOVE SESSION-OPER-ID TO PRP-SUBMIT-BY.
           MOVE 'C'             TO PRP-STAGE.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3
               MOVE ZERO TO PRP-STEP-DATE(WS-IX)
           END-PERFORM.
           MOVE ZERO            TO PRP-VERSION-DATE.
           MOVE ZERO            TO PRP-IMPL-DATE.
           MOVE WS-TODAY        TO PRP-LAST-ACT-DATE.
           WRITE PRP-REC.
           MOVE 'SUBMITTED'     TO WS-AUD-FIELD.
           MOVE SPACES          TO WS-AUD-OLD.
           MOVE SPACES          TO WS-AUD-NEW.
           STRING WS-TYPE       DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-CRSE-ID    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-EFF-YEAR   DELIMITED BY SIZE
                  WS-EFF-SEM    DELIMITED BY SIZE
                  INTO WS-AUD-NEW.
           PERFORM 700-AUDIT.
           DISPLAY SCRN-SUBMITTED.
      *-----------------------------------------------------------------
       350-CHECK-KEYS.
           MOVE 'N' TO WS-OK.
           IF NOT WS-TYPE-VALID OR WS-CRSE-ID = SPACES
               DISPLAY SCRN-TYPE-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EFF-YEAR TO TERM-YEAR.
           MOVE WS-EFF-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   DISPLAY SCRN-TERM-ERR
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-CRSE-ID TO CRSE-ID.
           READ CRSE-MASTER
               INVALID KEY
                   IF NOT WS-NEW-COURSE
                       DISPLAY SCRN-MISSING-ERR
                       EXIT PARAGRAPH
                   END-IF
               NOT INVALID KEY
                   IF WS-NEW-COURSE
                       DISPLAY SCRN-EXISTS-ERR
                       EXIT PARAGRAPH
                   END-IF
           END-READ.
           IF WS-NEW-COURSE
               MOVE WS-CRSE-ID(1:4) TO WS-DEPT-CODE
               CALL 'DEPT-GET' USING WS-DEPT-CODE WS-DEPT-NAME
                   WS-DEPT-FOUND
               IF WS-DEPT-FOUND NOT = 'Y'
                   DISPLAY SCRN-DEPT-ERR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'Y' TO WS-OK.
      *-----------------------------------------------------------------
       400-CHECK-DETAIL.
           MOVE 'N' TO WS-OK.
           MOVE FUNCTION UPPER-CASE(WS-NAME)     TO WS-NAME.
           MOVE FUNCTION UPPER-CASE(WS-PREREQ)   TO WS-PREREQ.
           MOVE FUNCTION UPPER-CASE(WS-DESC-CHG) TO WS-DESC-CHG.
           IF WS-DESC-CHG NOT = 'Y'
               MOVE 'N' TO WS-DESC-CHG
           END-IF.
           IF WS-NAME = SPACES
               OR WS-CREDIT-CHECK NOT NUMERIC
               OR WS-CREDIT-CHECK = 0
               DISPLAY SCRN-NAME-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-PREREQ NOT = SPACES
               MOVE WS-PREREQ TO CRSE-ID
               READ CRSE-MASTER
                   INVALID KEY
                       DISPLAY SCRN-PREREQ-ERR
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           IF NOT WS-NEW-COURSE
               AND WS-NAME   = WS-OLD-NAME
               AND WS-CREDIT = WS-OLD-CREDIT
               AND WS-PREREQ = WS-OLD-PREREQ
               AND WS-DESC-CHG = 'N'
               DISPLAY SCRN-NOCHG-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-OK.
      *-----------------------------------------------------------------
       450-MOVE-DETAIL.
           MOVE WS-NAME         TO PRP-NAME.
           MOVE WS-CREDIT       TO PRP-CREDIT.
           MOVE WS-PREREQ       TO PRP-PREREQ.
           MOVE WS-DESC-CHG     TO PRP-DESC-CHG.
           IF WS-DESC-CHG = 'Y'
               MOVE WS-DESC     TO PRP-DESC
           ELSE
               MOVE SPACES      TO PRP-DESC
           END-IF.
           MOVE WS-RATIONALE    TO PRP-RATIONALE.
      *-----------------------------------------------------------------
      *CORRECTIONS ARE ALLOWED ONLY BEFORE THE CHAIR'S DECISION - THE
      *COURSE AND TERM STAY AS SUBMITTED
       500-CORRECT-PROPOSAL.
           IF NOT PRP-AT-CHAIR
               DISPLAY SCRN-LOCKED-ERR
               EXIT PARAGRAPH
           END-IF.
           DISPLAY SCRN-DETAIL.
           ACCEPT  SCRN-DETAIL.
           PERFORM 400-CHECK-DETAIL.
           IF NOT DATA-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 450-MOVE-DETAIL.
           MOVE WS-TODAY TO PRP-LAST-ACT-DATE.
           REWRITE PRP-REC.
           MOVE 'CORRECTED'  TO WS-AUD-FIELD.
           MOVE SPACES       TO WS-AUD-OLD.
           MOVE WS-NAME      TO WS-AUD-NEW.
           PERFORM 700-AUDIT.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
       600-WITHDRAW-PROPOSAL.
           IF NOT PRP-IN-REVIEW
               DISPLAY SCRN-CLOSED-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE PRP-STAGE TO WS-AUD-OLD.
           MOVE 'W'       TO PRP-STAGE.
           MOVE WS-TODAY  TO PRP-LAST-ACT-DATE.
           REWRITE PRP-REC.
           MOVE 'STAGE'   TO WS-AUD-FIELD.
           MOVE 'W'       TO WS-AUD-NEW.
           PERFORM 700-AUDIT.
           PERFORM 170-STAGE-TEXT.
           DISPLAY SCRN-STATUS.
           DISPLAY SCRN-WITHDRAWN.
      *-----------------------------------------------------------------
       700-AUDIT.
           MOVE 'CURR-PROP-MAINT' TO WS-AUD-PGM.
           MOVE WS-PRP-ID         TO WS-AUD-KEY.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

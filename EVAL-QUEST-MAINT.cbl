       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVAL-QUEST-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE COURSE EVALUATION QUESTION BANK FOR A TERM - UP
      *TO 20 RATING QUESTIONS. A NEW TERM CAN START FROM A COPY OF
      *ANOTHER TERM'S QUESTIONS. CHANGES GO TO THE MAINTENANCE AUDIT
      *LOG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVAL-QUEST   ASSIGN        TO
                               '../FILES/EVAL-QUEST.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EQ-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY EVAL-QUEST-RECS.
       WORKING-STORAGE SECTION.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-FROM-YEAR        PIC 9999.
           03  WS-FROM-SEM         PIC 99.
           03  WS-NUM              PIC 99.
           03  WS-TEXT             PIC X(60).
           03  WS-Q-COUNT          PIC 99.
           03  WS-COPY-COUNT       PIC 99.
           03  WS-LINE             PIC 99.
       01  WS-COPY-TBL.
           03  WS-COPY-ENTRY OCCURS 20 TIMES.
               05  WS-COPY-NUM     PIC 99.
               05  WS-COPY-TEXT    PIC X(60).
       01  WS-CX                   PIC 99.
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
           03  LINE 3  COL 25  VALUE 'COURSE EVALUATION QUESTIONS'.
       01  SCRN-TERM.
           03  LINE 5  COL 20  VALUE 'YEAR (CCYY) : '.
           03          COL 34  PIC 9999 USING WS-YEAR
                                        AUTO REQUIRED.
           03          COL 42  VALUE 'SEMESTER : '.
           03          COL 53  PIC 99   USING WS-SEM
                                        AUTO REQUIRED.
       01  SCRN-Q-LN-L.
           03  LINE WS-LINE COL 2  PIC 99    FROM EQ-NUM.
           03               COL 5  PIC X(34) FROM EQ-TEXT.
       01  SCRN-Q-LN-R.
           03  LINE WS-LINE COL 41 PIC 99    FROM EQ-NUM.
           03               COL 44 PIC X(34) FROM EQ-TEXT.
       01  SCRN-NONE.
           03  LINE 7  COL 2   VALUE 'NO QUESTIONS FOR THIS TERM'.
       01  SCRN-ACTION.
           03  LINE 18 COL 2   VALUE
               'A) ADD/CHANGE  D) DELETE  C) COPY FROM TERM  X) DONE'.
           03          COL 56  PIC X TO WS-SEL AUTO.
       01  SCRN-Q-DATA.
           03  LINE 19 COL 2   VALUE 'QUESTION NUMBER (1-20): '.
           03          COL 26  PIC Z9 USING WS-NUM AUTO.
           03  LINE 20 COL 2   PIC X(60) USING WS-TEXT.
       01  SCRN-NUM.
           03  LINE 19 COL 2   VALUE 'QUESTION NUMBER TO DELETE: '.
           03          COL 29  PIC Z9 USING WS-NUM AUTO.
       01  SCRN-FROM-TERM.
           03  LINE 19 COL 2   VALUE 'COPY FROM YEAR : '.
           03          COL 19  PIC 9999 USING WS-FROM-YEAR AUTO.
           03          COL 25  VALUE 'SEMESTER : '.
           03          COL 36  PIC 99   USING WS-FROM-SEM AUTO.
       01  SCRN-NUM-ERR.
           03  LINE 22 COL 2   VALUE
               'QUESTION NUMBER 1-20 AND TEXT ARE REQUIRED - NOT SAVED'.
       01  SCRN-COPY-ERR.
           03  LINE 22 COL 2   VALUE
               'COPY ONLY INTO A TERM WITH NO QUESTIONS'.
       01  SCRN-FROM-ERR.
           03  LINE 22 COL 2   VALUE 'NO QUESTIONS ON THAT TERM'.
       01  SCRN-SAVED.
           03  LINE 22 COL 2   VALUE 'QUESTION SAVED'.
       01  SCRN-COPIED.
           03  LINE 22 COL 2   VALUE 'QUESTIONS COPIED'.
       01  SCRN-DELETED.
           03  LINE 22 COL 2   VALUE 'QUESTION DELETED'.
       01  SCRN-DEL-ERR.
           03  LINE 22 COL 2   VALUE 'NO QUESTION AT THIS NUMBER'.
       01  SCRN-CONTINUE.
           03  LINE 24 COL 25  VALUE 'ANOTHER TERM? (Y/N)'.
           03          COL 46  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'EVAL-QUEST-MAINT' TO WS-ERR-PGM.
           OPEN I-O EVAL-QUEST.
           MOVE 'EVAL-QUEST' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           MOVE ZERO TO WS-YEAR.
           MOVE ZERO TO WS-SEM.
           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-TERM
               ACCEPT  SCRN-TERM
               PERFORM 100-LIST-QUESTIONS
               PERFORM 200-ACTION-LOOP
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE EVAL-QUEST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *QUESTIONS 1-10 IN THE LEFT COLUMN, 11-20 IN THE RIGHT
       100-LIST-QUESTIONS.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-TERM.
           MOVE 0 TO WS-Q-COUNT.
           MOVE WS-YEAR TO EQ-YEAR.
           MOVE WS-SEM  TO EQ-SEM.
           MOVE ZERO    TO EQ-NUM.
           MOVE 'N' TO WS-EOF.
           START EVAL-QUEST KEY NOT LESS THAN EQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ EVAL-QUEST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EQ-YEAR NOT = WS-YEAR
                           OR EQ-SEM NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-Q-COUNT
                           IF EQ-NUM > 10
                               COMPUTE WS-LINE = EQ-NUM - 4
                               DISPLAY SCRN-Q-LN-R
                           ELSE
                               COMPUTE WS-LINE = EQ-NUM + 6
                               DISPLAY SCRN-Q-LN-L
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Q-COUNT = 0
               DISPLAY SCRN-NONE
           END-IF.
      *-----------------------------------------------------------------
       200-ACTION-LOOP.
           MOVE SPACE TO WS-SEL.
           PERFORM UNTIL WS-SEL = 'X' OR WS-SEL = 'x'
               DISPLAY SCRN-ACTION
               ACCEPT  SCRN-ACTION
               EVALUATE WS-SEL
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 400-ADD-QUESTION
                       PERFORM 100-LIST-QUESTIONS
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM 500-DELETE-QUESTION
                       PERFORM 100-LIST-QUESTIONS
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM 700-COPY-TERM
                       PERFORM 100-LIST-QUESTIONS
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
      *AN EXISTING NUMBER COMES UP WITH ITS TEXT FOR CHANGE
       400-ADD-QUESTION.
           MOVE ZERO   TO WS-NUM.
           MOVE SPACES TO WS-TEXT.
           DISPLAY SCRN-Q-DATA.
           ACCEPT  SCRN-Q-DATA.
           IF WS-NUM < 1 OR WS-NUM > 20
               DISPLAY SCRN-NUM-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-YEAR TO EQ-YEAR.
           MOVE WS-SEM  TO EQ-SEM.
           MOVE WS-NUM  TO EQ-NUM.
           READ EVAL-QUEST
               INVALID KEY
                   MOVE SPACES TO WS-AUD-OLD
               NOT INVALID KEY
                   MOVE EQ-TEXT TO WS-AUD-OLD
                   IF WS-TEXT = SPACES
                       MOVE EQ-TEXT TO WS-TEXT
                       DISPLAY SCRN-Q-DATA
                       ACCEPT  SCRN-Q-DATA
                   END-IF
           END-READ.
           MOVE FUNCTION UPPER-CASE(WS-TEXT) TO WS-TEXT.
           IF WS-TEXT = SPACES
               DISPLAY SCRN-NUM-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES          TO EQ-REC.
           MOVE WS-YEAR         TO EQ-YEAR.
           MOVE WS-SEM          TO EQ-SEM.
           MOVE WS-NUM          TO EQ-NUM.
           MOVE WS-TEXT         TO EQ-TEXT.
           MOVE SESSION-OPER-ID TO EQ-UPD-BY.
           IF WS-AUD-OLD = SPACES
               WRITE EQ-REC
           ELSE
               REWRITE EQ-REC
           END-IF.
           MOVE WS-TEXT TO WS-AUD-NEW.
           PERFORM 600-WRITE-AUDIT.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
       500-DELETE-QUESTION.
           MOVE ZERO TO WS-NUM.
           DISPLAY SCRN-NUM.
           ACCEPT  SCRN-NUM.
           MOVE WS-YEAR TO EQ-YEAR.
           MOVE WS-SEM  TO EQ-SEM.
           MOVE WS-NUM  TO EQ-NUM.
           READ EVAL-QUEST
               INVALID KEY
                   DISPLAY SCRN-DEL-ERR
               NOT INVALID KEY
                   MOVE EQ-TEXT   TO WS-AUD-OLD
                   DELETE EVAL-QUEST RECORD
                   MOVE 'DELETED' TO WS-AUD-NEW
                   PERFORM 600-WRITE-AUDIT
                   DISPLAY SCRN-DELETED
           END-READ.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER QUESTION CHANGED, KEYED BY TERM AND NUMBER
       600-WRITE-AUDIT.
           MOVE 'EVAL-QUEST-MAIN'  TO WS-AUD-PGM.
           MOVE SPACES             TO WS-AUD-KEY.
           STRING EQ-YEAR  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  EQ-SEM   DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  EQ-NUM   DELIMITED BY SIZE
                  INTO WS-AUD-KEY.
           MOVE 'QUESTION'         TO WS-AUD-FIELD.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
      *THE SOURCE TERM IS READ INTO A TABLE FIRST - THE COPY WRITES
      *INTO THE SAME FILE IT IS READING
       700-COPY-TERM.
           IF WS-Q-COUNT > 0
               DISPLAY SCRN-COPY-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FROM-YEAR.
           MOVE ZERO TO WS-FROM-SEM.
           DISPLAY SCRN-FROM-TERM.
           ACCEPT  SCRN-FROM-TERM.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE WS-FROM-YEAR TO EQ-YEAR.
           MOVE WS-FROM-SEM  TO EQ-SEM.
           MOVE ZERO         TO EQ-NUM.
           MOVE 'N' TO WS-EOF.
           START EVAL-QUEST KEY NOT LESS THAN EQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ EVAL-QUEST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EQ-YEAR NOT = WS-FROM-YEAR
                           OR EQ-SEM NOT = WS-FROM-SEM
                           OR WS-COPY-COUNT = 20
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-COPY-COUNT
                           MOVE EQ-NUM  TO WS-COPY-NUM(WS-COPY-COUNT)
                           MOVE EQ-TEXT TO WS-COPY-TEXT(WS-COPY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-COPY-COUNT = 0
               DISPLAY SCRN-FROM-ERR
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COPY-COUNT
               MOVE SPACES             TO EQ-REC
               MOVE WS-YEAR            TO EQ-YEAR
               MOVE WS-SEM             TO EQ-SEM
               MOVE WS-COPY-NUM(WS-CX) TO EQ-NUM
               MOVE WS-COPY-TEXT(WS-CX) TO EQ-TEXT
               MOVE SESSION-OPER-ID    TO EQ-UPD-BY
               WRITE EQ-REC
           END-PERFORM.
           MOVE SPACES TO WS-AUD-OLD.
           MOVE SPACES TO WS-AUD-NEW.
           STRING 'COPIED FROM ' DELIMITED BY SIZE
                  WS-FROM-YEAR   DELIMITED BY SIZE
                  WS-SPACE       DELIMITED BY SIZE
                  WS-FROM-SEM    DELIMITED BY SIZE
                  INTO WS-AUD-NEW.
           MOVE ZERO TO EQ-NUM.
           PERFORM 600-WRITE-AUDIT.
           DISPLAY SCRN-COPIED.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

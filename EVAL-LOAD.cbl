       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVAL-LOAD.
      *-----------------------------------------------------------------
      *LOADS SUBMITTED COURSE EVALUATIONS FROM THE SURVEY INTAKE FILE.
      *EACH SUBMISSION CARRIES A SURVEY TOKEN AND ONE 1-5 RATING PER
      *QUESTION. THE TOKEN MUST BE ONE ISSUED FOR THE TERM AND NOT
      *ALREADY USED. THE ANSWERS ARE STORED AGAINST THE SECTION ONLY -
      *NEITHER THE TOKEN NOR THE STUDENT GOES ON THE RESPONSE - AND
      *THE TOKEN IS MARKED USED. REJECTED SUBMISSIONS ARE LISTED WITH
      *THE REASON.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVAL-INTAKE  ASSIGN        TO
                               '../FILES/EVAL-INTAKE.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-IN-STAT.
           SELECT EVAL-TOKEN   ASSIGN        TO
                               '../FILES/EVAL-TOKEN.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ET-TOKEN
                               ALTERNATE KEY IS ET-ISSUE-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT EVAL-RESP    ASSIGN        TO
                               '../FILES/EVAL-RESP.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ER-KEY
                               FILE STATUS   IS WS-ER-STAT.
           SELECT EVAL-QUEST   ASSIGN        TO
                               '../FILES/EVAL-QUEST.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EQ-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/EVAL-LOAD.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY EVAL-TOKEN-RECS.
       COPY EVAL-RESP-RECS.
       COPY EVAL-QUEST-RECS.
       FD  EVAL-INTAKE.
       01  EI-REC.
           03  EI-TOKEN            PIC X(10).
           03  FILLER              PIC X.
           03  EI-ANSWERS.
               05  EI-ANSWER       PIC X OCCURS 20 TIMES.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-IN-STAT          PIC 99.
           03  WS-ER-STAT          PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-IN-EOF           PIC X   VALUE 'N'.
               88  IN-EOF                  VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-QX               PIC 99.
           03  WS-Q-COUNT          PIC 99.
           03  WS-ANSWERED         PIC 99.
           03  WS-REASON           PIC X(30).
           03  WS-LAST-CRN         PIC 9(4) VALUE 9999.
           03  WS-LAST-SEQ         PIC 9(4).
      *QUESTIONS ON THE BANK FOR THE TERM - ANSWERS TO ANY OTHER
      *POSITION ARE DROPPED
       01  WS-Q-ON-BANK.
           03  WS-Q-DEFINED        PIC X OCCURS 20 TIMES.
      *ANSWERS ARE HELD HERE WHILE THE SECTION'S NEXT SEQUENCE IS
      *LOOKED UP ON THE RESPONSE FILE
       01  WS-ANSWERS.
           03  WS-ANSWER           PIC 9 OCCURS 20 TIMES.
       01  WS-COUNTS.
           03  WS-READ-COUNT       PIC 9(6) VALUE 0.
           03  WS-LOAD-COUNT       PIC 9(6) VALUE 0.
           03  WS-REJECT-COUNT     PIC 9(6) VALUE 0.
       01  WS-REJ-LN.
           03  WS-R-TOKEN          PIC X(10).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-REASON         PIC X(30).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'EVAL-LOAD'.
           03  WS-CAT-FILE         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'COURSE EVALUATION RESPONSE LOAD'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN INPUT EVAL-INTAKE.
           IF WS-IN-STAT NOT = ZERO
               DISPLAY 'EVAL-INTAKE.TXT NOT FOUND - NOTHING TO LOAD'
               EXIT PROGRAM
           END-IF.
           OPEN I-O EVAL-TOKEN.
           OPEN I-O EVAL-RESP.
           OPEN INPUT EVAL-QUEST.
           OPEN OUTPUT PRINT-FILE.

           PERFORM 050-LOAD-QUESTIONS.
           CLOSE EVAL-QUEST.
           IF WS-Q-COUNT = 0
               DISPLAY 'NO QUESTIONS ON THE BANK FOR THE TERM - NO RUN'
               CLOSE EVAL-INTAKE
               CLOSE EVAL-TOKEN
               CLOSE EVAL-RESP
               CLOSE PRINT-FILE
               EXIT PROGRAM
           END-IF.

           MOVE SPACES TO PRINT-REC.
           STRING 'COURSE EVALUATION LOAD REJECTS - TERM '
                      DELIMITED BY SIZE
                  WS-YEAR  DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-SEM   DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM UNTIL IN-EOF
               READ EVAL-INTAKE
                   AT END
                       MOVE 'Y' TO WS-IN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 100-ONE-SUBMISSION
               END-READ
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'SUBMISSIONS READ   : ' DELIMITED BY SIZE
                  WS-READ-COUNT          DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'RESPONSES LOADED   : ' DELIMITED BY SIZE
                  WS-LOAD-COUNT          DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'REJECTED           : ' DELIMITED BY SIZE
                  WS-REJECT-COUNT        DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE EVAL-INTAKE.
           CLOSE EVAL-TOKEN.
           CLOSE EVAL-RESP.
           CLOSE PRINT-FILE.

           MOVE '../FILES/EVAL-LOAD.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'EVAL-LOAD COMPLETE'.
           DISPLAY 'RESPONSES LOADED : ' WS-LOAD-COUNT.
           DISPLAY 'REJECTED         : ' WS-REJECT-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-LOAD-QUESTIONS.
           MOVE ALL 'N' TO WS-Q-ON-BANK.
           MOVE 0       TO WS-Q-COUNT.
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
                           IF EQ-NUM >= 1 AND EQ-NUM <= 20
                               MOVE 'Y' TO WS-Q-DEFINED(EQ-NUM)
                               ADD 1 TO WS-Q-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       100-ONE-SUBMISSION.
           MOVE EI-TOKEN TO ET-TOKEN.
           READ EVAL-TOKEN
               INVALID KEY
                   MOVE 'TOKEN NOT ISSUED' TO WS-REASON
                   PERFORM 900-REJECT
                   EXIT PARAGRAPH
           END-READ.
           IF ET-YEAR NOT = WS-YEAR OR ET-SEM NOT = WS-SEM
               MOVE 'TOKEN NOT FOR THIS TERM' TO WS-REASON
               PERFORM 900-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF ET-SUBMITTED
               MOVE 'TOKEN ALREADY USED' TO WS-REASON
               PERFORM 900-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-REASON.
           MOVE 0 TO WS-ANSWERED.
           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 20
               EVALUATE TRUE
                   WHEN WS-Q-DEFINED(WS-QX) NOT = 'Y'
                       MOVE 0 TO WS-ANSWER(WS-QX)
                   WHEN EI-ANSWER(WS-QX) = SPACE
                       OR EI-ANSWER(WS-QX) = '0'
                       MOVE 0 TO WS-ANSWER(WS-QX)
                   WHEN EI-ANSWER(WS-QX) >= '1'
                       AND EI-ANSWER(WS-QX) <= '5'
                       MOVE EI-ANSWER(WS-QX) TO WS-ANSWER(WS-QX)
                       ADD 1 TO WS-ANSWERED
                   WHEN OTHER
                       MOVE 'RATING NOT 1 TO 5' TO WS-REASON
               END-EVALUATE
           END-PERFORM.
           IF WS-REASON NOT = SPACES
               PERFORM 900-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ANSWERED = 0
               MOVE 'NO QUESTIONS ANSWERED' TO WS-REASON
               PERFORM 900-REJECT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 200-NEXT-SEQ.
           MOVE ET-YEAR     TO ER-YEAR.
           MOVE ET-SEM      TO ER-SEM.
           MOVE ET-CRN      TO ER-CRN.
           MOVE WS-LAST-SEQ TO ER-SEQ.
           MOVE WS-ANSWERS  TO ER-ANSWERS.
           MOVE WS-TODAY    TO ER-LOAD-DATE.
           WRITE ER-REC.
           IF WS-ER-STAT NOT = ZERO
               MOVE 'RESPONSE NOT WRITTEN' TO WS-REASON
               PERFORM 900-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO ET-USED.
           REWRITE ET-REC.
           ADD 1 TO WS-LOAD-COUNT.
      *-----------------------------------------------------------------
      *THE SECTION'S LAST SEQUENCE IS FOUND ONCE AND THEN CARRIED
      *WHILE SUBMISSIONS FOR THE SAME SECTION FOLLOW ONE ANOTHER
       200-NEXT-SEQ.
           IF ET-CRN = WS-LAST-CRN
               ADD 1 TO WS-LAST-SEQ
               EXIT PARAGRAPH
           END-IF.
           MOVE ET-CRN TO WS-LAST-CRN.
           MOVE 0      TO WS-LAST-SEQ.
           MOVE ET-YEAR TO ER-YEAR.
           MOVE ET-SEM  TO ER-SEM.
           MOVE ET-CRN  TO ER-CRN.
           MOVE ZERO    TO ER-SEQ.
           MOVE 'N' TO WS-EOF.
           START EVAL-RESP KEY NOT LESS THAN ER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ EVAL-RESP NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ER-YEAR NOT = ET-YEAR OR ER-SEM NOT = ET-SEM
                           OR ER-CRN NOT = ET-CRN
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE ER-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-LAST-SEQ.
      *-----------------------------------------------------------------
       900-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE EI-TOKEN  TO WS-R-TOKEN.
           MOVE WS-REASON TO WS-R-REASON.
           MOVE WS-REJ-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------

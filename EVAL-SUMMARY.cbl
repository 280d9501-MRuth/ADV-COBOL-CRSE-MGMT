       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVAL-SUMMARY.
      *-----------------------------------------------------------------
      *COURSE EVALUATION RESULTS FOR A TERM. FOR EVERY SECTION THAT
      *WAS SURVEYED - TOKENS ISSUED, RESPONSES, RESPONSE RATE AND THE
      *AVERAGE RATING PER QUESTION - THEN THE SAME ROLLED UP PER
      *INSTRUCTOR AND PER DEPARTMENT. A CO-TAUGHT SECTION COUNTS
      *UNDER BOTH INSTRUCTORS. A SECTION WITH FEWER THAN FIVE
      *RESPONSES SHOWS ITS RATE BUT NOT ITS RATINGS, AND ITS RATINGS
      *ARE LEFT OUT OF THE INSTRUCTOR AND DEPARTMENT AVERAGES SO THEY
      *CANNOT BE WORKED BACK OUT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT INSTR-MASTER ASSIGN        TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS INSTR-ID
                               ALTERNATE KEY IS INSTR-NAME
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
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
                               FILE STATUS   IS WS-STAT.
           SELECT EVAL-QUEST   ASSIGN        TO
                               '../FILES/EVAL-QUEST.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EQ-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/EVAL-SUMMARY.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY EVAL-TOKEN-RECS.
       COPY EVAL-RESP-RECS.
       COPY EVAL-QUEST-RECS.
       FD  SCHE-MST.
       01  SCHE-REC.
           03  SCHEDULE-ID-O       PIC X(12).
           03  FILLER              PIC X.
           03  COURSE-ID-O         PIC X(9).
           03  FILLER              PIC X.
           03  TIMEDAY-O           PIC X(20).
           03  FILLER              PIC X.
           03  BUILDING-ID-O       PIC X(11).
           03  FILLER              PIC X.
           03  INSTRUCTOR-ID-O     PIC X(4).
           03  SCHED-STATUS-O      PIC X.
               88  SCHED-CANCELLED-O       VALUE 'C'.
           03  FILLER              PIC XX.
           03  OPEN-SEATS-O        PIC X(3).
           03  SCHED-DAYS-O        PIC X(7).
           03  SCHED-START-O       PIC 9(4).
           03  SCHED-END-O         PIC 9(4).
           03  SCHED-XLIST-O       PIC X(12).
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
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
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SCH-EOF          PIC X   VALUE 'N'.
               88  SCH-EOF                 VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CRN              PIC 9(4).
           03  WS-TERM-PREFIX      PIC X(8).
           03  WS-QX               PIC 99.
           03  WS-AX               PIC 9.
           03  WS-IX               PIC 999.
           03  WS-JX               PIC 999.
           03  WS-FOUND            PIC X.
               88  FOUND                   VALUE 'Y'.
           03  WS-Q-COUNT          PIC 99.
           03  WS-INST-KEY         PIC X(4).
           03  WS-DEPT-CODE        PIC X(4).
           03  WS-DEPT-NAME        PIC X(30).
           03  WS-DEPT-FOUND       PIC X.
           03  WS-REPORTABLE       PIC X.
               88  REPORTABLE              VALUE 'Y'.
      *FEWER RESPONSES THAN THIS AND A SECTION'S RATINGS ARE NOT SHOWN
       01  WS-MIN-RESPONSES        PIC 99 VALUE 5.
       01  WS-QUESTIONS.
           03  WS-Q-ENTRY OCCURS 20 TIMES.
               05  WS-Q-DEFINED    PIC X.
               05  WS-Q-TEXT       PIC X(60).
      *THE SECTION BEING SUMMARIZED
       01  WS-SECT.
           03  WS-S-ISSUED         PIC 9(6).
           03  WS-S-RESP           PIC 9(6).
           03  WS-S-SUM            PIC 9(7) OCCURS 20 TIMES.
           03  WS-S-CNT            PIC 9(6) OCCURS 20 TIMES.
      *WHATEVER IS ABOUT TO BE PRINTED - SECTION, INSTRUCTOR OR DEPT
       01  WS-PRT.
           03  WS-P-ISSUED         PIC 9(6).
           03  WS-P-RESP           PIC 9(6).
           03  WS-P-SUM            PIC 9(7) OCCURS 20 TIMES.
           03  WS-P-CNT            PIC 9(6) OCCURS 20 TIMES.
       01  WS-INST-TBL.
           03  WS-INST-COUNT       PIC 999 VALUE 0.
           03  WS-INST-ENTRY OCCURS 300 TIMES.
               05  WS-I-ID         PIC X(4).
               05  WS-I-SECTS      PIC 999.
               05  WS-I-TOTALS.
                   07  WS-I-ISSUED PIC 9(6).
                   07  WS-I-RESP   PIC 9(6).
                   07  WS-I-SUM    PIC 9(7) OCCURS 20 TIMES.
                   07  WS-I-CNT    PIC 9(6) OCCURS 20 TIMES.
       01  WS-DEPT-TBL.
           03  WS-DEPT-COUNT       PIC 999 VALUE 0.
           03  WS-DEPT-ENTRY OCCURS 100 TIMES.
               05  WS-D-CODE       PIC X(4).
               05  WS-D-SECTS      PIC 999.
               05  WS-D-TOTALS.
                   07  WS-D-ISSUED PIC 9(6).
                   07  WS-D-RESP   PIC 9(6).
                   07  WS-D-SUM    PIC 9(7) OCCURS 20 TIMES.
                   07  WS-D-CNT    PIC 9(6) OCCURS 20 TIMES.
       01  WS-COUNTS.
           03  WS-SECT-COUNT       PIC 9(5) VALUE 0.
           03  WS-SUPPRESS-COUNT   PIC 9(5) VALUE 0.
           03  WS-TOT-ISSUED       PIC 9(7) VALUE 0.
           03  WS-TOT-RESP         PIC 9(7) VALUE 0.
       01  WS-SECT-HDR.
           03  FILLER              PIC X(6)  VALUE 'CRN'.
           03  FILLER              PIC X(11) VALUE 'COURSE'.
           03  FILLER              PIC X(11) VALUE 'INSTRUCTOR'.
           03  FILLER              PIC X(9)  VALUE 'INVITED'.
           03  FILLER              PIC X(11) VALUE 'RESPONSES'.
           03  FILLER              PIC X(6)  VALUE 'RATE'.
       01  WS-SECT-LN.
           03  WS-SL-CRN           PIC 9(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-SL-COURSE        PIC X(9).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-SL-INST          PIC X(4).
           03  WS-SL-SLASH         PIC X.
           03  WS-SL-INST2         PIC X(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-SL-ISSUED        PIC ZZZ,ZZ9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-SL-RESP          PIC ZZZ,ZZ9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-SL-RATE          PIC ZZ9.
           03  FILLER              PIC X VALUE '%'.
       01  WS-ROLL-HDR.
           03  FILLER              PIC X(6)  VALUE 'CODE'.
           03  FILLER              PIC X(24) VALUE 'NAME'.
           03  FILLER              PIC X(7)  VALUE 'SECTS'.
           03  FILLER              PIC X(9)  VALUE 'INVITED'.
           03  FILLER              PIC X(11) VALUE 'RESPONSES'.
           03  FILLER              PIC X(6)  VALUE 'RATE'.
       01  WS-ROLL-LN.
           03  WS-RL-CODE          PIC X(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-RL-NAME          PIC X(22).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-RL-SECTS         PIC ZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-RL-ISSUED        PIC ZZZ,ZZ9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-RL-RESP          PIC ZZZ,ZZ9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-RL-RATE          PIC ZZ9.
           03  FILLER              PIC X VALUE '%'.
       01  WS-AVG-LN.
           03  FILLER              PIC X(4) VALUE SPACES.
           03  WS-A-ENTRY OCCURS 8 TIMES.
               05  WS-A-Q          PIC X(4).
               05  WS-A-AVG        PIC 9.9.
               05  FILLER          PIC XX.
       01  WS-A-QNUM               PIC 99.
       01  WS-RATE                 PIC 999.
       01  WS-SUPPRESS-LN          PIC X(80) VALUE
               '    RATINGS SUPPRESSED - FEWER THAN 5 RESPONSES'.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'EVAL-SUMMARY'.
           03  WS-CAT-FILE         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'COURSE EVALUATION SUMMARY'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           OPEN INPUT SCHE-MST.
           OPEN INPUT INSTR-MASTER.
           OPEN INPUT EVAL-TOKEN.
           OPEN INPUT EVAL-RESP.
           OPEN INPUT EVAL-QUEST.
           OPEN OUTPUT PRINT-FILE.

           MOVE SPACES TO PRINT-REC.
           STRING 'COURSE EVALUATION SUMMARY - TERM ' DELIMITED BY SIZE
                  WS-YEAR  DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-SEM   DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM 050-LOAD-QUESTIONS.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'SECTION RESULTS' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-SECT-HDR TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM 100-SCAN-SECTIONS.

           PERFORM 500-INSTRUCTOR-SUMMARY.
           PERFORM 550-DEPARTMENT-ROLLUP.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'ALL' TO WS-RL-CODE.
           MOVE 'CAMPUS TOTAL' TO WS-RL-NAME.
           MOVE WS-SECT-COUNT TO WS-RL-SECTS.
           MOVE WS-TOT-ISSUED TO WS-RL-ISSUED.
           MOVE WS-TOT-RESP   TO WS-RL-RESP.
           MOVE WS-TOT-ISSUED TO WS-P-ISSUED.
           MOVE WS-TOT-RESP   TO WS-P-RESP.
           PERFORM 620-COMPUTE-RATE.
           MOVE WS-RATE TO WS-RL-RATE.
           MOVE WS-ROLL-LN TO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE SCHE-MST.
           CLOSE INSTR-MASTER.
           CLOSE EVAL-TOKEN.
           CLOSE EVAL-RESP.
           CLOSE EVAL-QUEST.
           CLOSE PRINT-FILE.

           MOVE '../FILES/EVAL-SUMMARY.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'EVAL-SUMMARY COMPLETE'.
           DISPLAY 'SECTIONS SURVEYED : ' WS-SECT-COUNT.
           DISPLAY 'SUPPRESSED        : ' WS-SUPPRESS-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE QUESTION LEGEND HEADS THE REPORT
       050-LOAD-QUESTIONS.
           MOVE 0 TO WS-Q-COUNT.
           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 20
               MOVE 'N'    TO WS-Q-DEFINED(WS-QX)
               MOVE SPACES TO WS-Q-TEXT(WS-QX)
           END-PERFORM.
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
                               MOVE 'Y'     TO WS-Q-DEFINED(EQ-NUM)
                               MOVE EQ-TEXT TO WS-Q-TEXT(EQ-NUM)
                               ADD 1 TO WS-Q-COUNT
                               MOVE SPACES TO PRINT-REC
                               STRING '  Q'     DELIMITED BY SIZE
                                      EQ-NUM    DELIMITED BY SIZE
                                      '  '      DELIMITED BY SIZE
                                      EQ-TEXT   DELIMITED BY SIZE
                                      INTO PRINT-REC
                               WRITE PRINT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       100-SCAN-SECTIONS.
           MOVE SPACES TO WS-TERM-PREFIX.
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM   DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  INTO WS-TERM-PREFIX.
           MOVE LOW-VALUES     TO SCHEDULE-ID-O.
           MOVE WS-TERM-PREFIX TO SCHEDULE-ID-O(1:8).
           MOVE 'N' TO WS-SCH-EOF.
           START SCHE-MST KEY NOT LESS THAN SCHEDULE-ID-O
               INVALID KEY
                   MOVE 'Y' TO WS-SCH-EOF
           END-START.
           PERFORM UNTIL SCH-EOF
               READ SCHE-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCH-EOF
                   NOT AT END
                       IF SCHEDULE-ID-O(1:8) NOT = WS-TERM-PREFIX
                           MOVE 'Y' TO WS-SCH-EOF
                       ELSE
                           IF NOT SCHED-CANCELLED-O
                               AND SCHEDULE-ID-O(9:4) NUMERIC
                               PERFORM 150-ONE-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       150-ONE-SECTION.
           MOVE SCHEDULE-ID-O(9:4) TO WS-CRN.
           INITIALIZE WS-SECT.
           PERFORM 200-COUNT-TOKENS.
           IF WS-S-ISSUED = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 250-ADD-RESPONSES.
           ADD 1 TO WS-SECT-COUNT.
           ADD WS-S-ISSUED TO WS-TOT-ISSUED.
           ADD WS-S-RESP   TO WS-TOT-RESP.
           IF WS-S-RESP >= WS-MIN-RESPONSES
               MOVE 'Y' TO WS-REPORTABLE
           ELSE
               MOVE 'N' TO WS-REPORTABLE
               ADD 1 TO WS-SUPPRESS-COUNT
           END-IF.

           MOVE WS-CRN       TO WS-SL-CRN.
           MOVE COURSE-ID-O  TO WS-SL-COURSE.
           MOVE INSTRUCTOR-ID-O TO WS-SL-INST.
           MOVE SPACES       TO WS-SL-SLASH.
           MOVE SPACES       TO WS-SL-INST2.
           IF SCHED-INST2-O NOT = SPACES AND SCHED-INST2-O NOT = ZERO
               MOVE '/'           TO WS-SL-SLASH
               MOVE SCHED-INST2-O TO WS-SL-INST2
           END-IF.
           MOVE WS-S-ISSUED  TO WS-SL-ISSUED.
           MOVE WS-S-RESP    TO WS-SL-RESP.
           MOVE WS-SECT      TO WS-PRT.
           PERFORM 620-COMPUTE-RATE.
           MOVE WS-RATE      TO WS-SL-RATE.
           MOVE WS-SECT-LN   TO PRINT-REC.
           WRITE PRINT-REC.
           IF REPORTABLE
               PERFORM 600-PRINT-AVERAGES
           ELSE
               MOVE WS-SUPPRESS-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           MOVE INSTRUCTOR-ID-O TO WS-INST-KEY.
           PERFORM 300-ADD-TO-INSTRUCTOR.
           IF SCHED-INST2-O NOT = SPACES AND SCHED-INST2-O NOT = ZERO
               AND SCHED-INST2-O NOT = INSTRUCTOR-ID-O
               MOVE SCHED-INST2-O TO WS-INST-KEY
               PERFORM 300-ADD-TO-INSTRUCTOR
           END-IF.
           MOVE COURSE-ID-O(1:4) TO WS-DEPT-CODE.
           PERFORM 350-ADD-TO-DEPT.
      *-----------------------------------------------------------------
       200-COUNT-TOKENS.
           MOVE WS-YEAR TO ET-YEAR.
           MOVE WS-SEM  TO ET-SEM.
           MOVE WS-CRN  TO ET-CRN.
           MOVE ZERO    TO ET-STU-ID.
           MOVE 'N' TO WS-EOF.
           START EVAL-TOKEN KEY NOT LESS THAN ET-ISSUE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ EVAL-TOKEN NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ET-YEAR NOT = WS-YEAR OR ET-SEM NOT = WS-SEM
                           OR ET-CRN NOT = WS-CRN
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-S-ISSUED
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       250-ADD-RESPONSES.
           MOVE WS-YEAR TO ER-YEAR.
           MOVE WS-SEM  TO ER-SEM.
           MOVE WS-CRN  TO ER-CRN.
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
                       IF ER-YEAR NOT = WS-YEAR OR ER-SEM NOT = WS-SEM
                           OR ER-CRN NOT = WS-CRN
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-S-RESP
                           PERFORM VARYING WS-QX FROM 1 BY 1
                                   UNTIL WS-QX > 20
                               IF ER-ANSWER(WS-QX) > 0
                                   ADD ER-ANSWER(WS-QX)
                                       TO WS-S-SUM(WS-QX)
                                   ADD 1 TO WS-S-CNT(WS-QX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE TABLE IS KEPT IN INSTRUCTOR ORDER - A NEW INSTRUCTOR IS
      *SLOTTED IN AHEAD OF THE FIRST HIGHER ID
       300-ADD-TO-INSTRUCTOR.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-INST-COUNT OR FOUND
                      OR WS-I-ID(WS-IX) > WS-INST-KEY
               IF WS-I-ID(WS-IX) = WS-INST-KEY
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF FOUND
               SUBTRACT 1 FROM WS-IX
           ELSE
               IF WS-INST-COUNT = 300
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-JX FROM WS-INST-COUNT BY -1
                       UNTIL WS-JX < WS-IX
                   MOVE WS-INST-ENTRY(WS-JX) TO WS-INST-ENTRY(WS-JX + 1)
               END-PERFORM
               ADD 1 TO WS-INST-COUNT
               INITIALIZE WS-INST-ENTRY(WS-IX)
               MOVE WS-INST-KEY TO WS-I-ID(WS-IX)
           END-IF.
           ADD 1           TO WS-I-SECTS(WS-IX).
           ADD WS-S-ISSUED TO WS-I-ISSUED(WS-IX).
           ADD WS-S-RESP   TO WS-I-RESP(WS-IX).
           IF REPORTABLE
               PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 20
                   ADD WS-S-SUM(WS-QX) TO WS-I-SUM(WS-IX, WS-QX)
                   ADD WS-S-CNT(WS-QX) TO WS-I-CNT(WS-IX, WS-QX)
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       350-ADD-TO-DEPT.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-DEPT-COUNT OR FOUND
                      OR WS-D-CODE(WS-IX) > WS-DEPT-CODE
               IF WS-D-CODE(WS-IX) = WS-DEPT-CODE
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF FOUND
               SUBTRACT 1 FROM WS-IX
           ELSE
               IF WS-DEPT-COUNT = 100
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-JX FROM WS-DEPT-COUNT BY -1
                       UNTIL WS-JX < WS-IX
                   MOVE WS-DEPT-ENTRY(WS-JX) TO WS-DEPT-ENTRY(WS-JX + 1)
               END-PERFORM
               ADD 1 TO WS-DEPT-COUNT
               INITIALIZE WS-DEPT-ENTRY(WS-IX)
               MOVE WS-DEPT-CODE TO WS-D-CODE(WS-IX)
           END-IF.
           ADD 1           TO WS-D-SECTS(WS-IX).
           ADD WS-S-ISSUED TO WS-D-ISSUED(WS-IX).
           ADD WS-S-RESP   TO WS-D-RESP(WS-IX).
           IF REPORTABLE
               PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 20
                   ADD WS-S-SUM(WS-QX) TO WS-D-SUM(WS-IX, WS-QX)
                   ADD WS-S-CNT(WS-QX) TO WS-D-CNT(WS-IX, WS-QX)
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       500-INSTRUCTOR-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'INSTRUCTOR SUMMARY' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-ROLL-HDR TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-INST-COUNT
               MOVE WS-I-ID(WS-IX) TO WS-RL-CODE
               MOVE SPACES TO WS-RL-NAME
               IF WS-I-ID(WS-IX) NUMERIC
                   MOVE WS-I-ID(WS-IX) TO INSTR-ID
                   READ INSTR-MASTER
                       INVALID KEY
                           MOVE 'NOT ON INSTRUCTOR FILE' TO WS-RL-NAME
                       NOT INVALID KEY
                           MOVE INSTR-NAME TO WS-RL-NAME
                   END-READ
               ELSE
                   MOVE 'NO INSTRUCTOR' TO WS-RL-NAME
               END-IF
               MOVE WS-I-SECTS(WS-IX)  TO WS-RL-SECTS
               MOVE WS-I-TOTALS(WS-IX) TO WS-PRT
               PERFORM 650-PRINT-ROLLUP
           END-PERFORM.
      *-----------------------------------------------------------------
       550-DEPARTMENT-ROLLUP.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'DEPARTMENT ROLLUP' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-ROLL-HDR TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-DEPT-COUNT
               MOVE WS-D-CODE(WS-IX) TO WS-RL-CODE
               MOVE WS-D-CODE(WS-IX) TO WS-DEPT-CODE
               CALL 'DEPT-GET' USING WS-DEPT-CODE WS-DEPT-NAME
                   WS-DEPT-FOUND
               MOVE WS-DEPT-NAME       TO WS-RL-NAME
               MOVE WS-D-SECTS(WS-IX)  TO WS-RL-SECTS
               MOVE WS-D-TOTALS(WS-IX) TO WS-PRT
               PERFORM 650-PRINT-ROLLUP
           END-PERFORM.
      *-----------------------------------------------------------------
      *AVERAGE PER QUESTION ON THE BANK, EIGHT TO A LINE
       600-PRINT-AVERAGES.
           MOVE 0 TO WS-AX.
           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 20
               IF WS-Q-DEFINED(WS-QX) = 'Y'
                   IF WS-AX = 8
                       MOVE WS-AVG-LN TO PRINT-REC
                       WRITE PRINT-REC
                       MOVE 0 TO WS-AX
                   END-IF
                   IF WS-AX = 0
                       MOVE SPACES TO WS-AVG-LN
                   END-IF
                   ADD 1 TO WS-AX
                   MOVE WS-QX TO WS-A-QNUM
                   STRING 'Q'       DELIMITED BY SIZE
                          WS-A-QNUM DELIMITED BY SIZE
                          WS-SPACE  DELIMITED BY SIZE
                          INTO WS-A-Q(WS-AX)
                   IF WS-P-CNT(WS-QX) > 0
                       COMPUTE WS-A-AVG(WS-AX) ROUNDED =
                           WS-P-SUM(WS-QX) / WS-P-CNT(WS-QX)
                   ELSE
                       MOVE 0 TO WS-A-AVG(WS-AX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-AX > 0
               MOVE WS-AVG-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------
       620-COMPUTE-RATE.
           MOVE 0 TO WS-RATE.
           IF WS-P-ISSUED > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-P-RESP * 100 / WS-P-ISSUED
           END-IF.
      *-----------------------------------------------------------------
      *ONLY REPORTABLE SECTIONS FED THE RATINGS, SO THE ROLLUP SHOWS
      *AVERAGES WHEN ANY QUESTION HAS ANSWERS AT ALL
       650-PRINT-ROLLUP.
           MOVE WS-P-ISSUED TO WS-RL-ISSUED.
           MOVE WS-P-RESP   TO WS-RL-RESP.
           PERFORM 620-COMPUTE-RATE.
           MOVE WS-RATE     TO WS-RL-RATE.
           MOVE WS-ROLL-LN  TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'N' TO WS-REPORTABLE.
           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 20
               IF WS-P-CNT(WS-QX) > 0
                   MOVE 'Y' TO WS-REPORTABLE
               END-IF
           END-PERFORM.
           IF REPORTABLE
               PERFORM 600-PRINT-AVERAGES
           ELSE
               MOVE WS-SUPPRESS-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------

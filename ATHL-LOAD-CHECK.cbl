       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATHL-LOAD-CHECK.
      *-----------------------------------------------------------------
      *CHECKS A ROSTERED ATHLETE'S TERM LOAD AGAINST THE FULL-TIME
      *MINIMUM FROM THE ATHLETIC ELIGIBILITY RULES (12 CREDITS WHEN
      *THERE IS NO RULES RECORD). THE LOAD IS EVERY SECTION
      *REGISTERED AND NOT WITHDRAWN, LESS ANY SECTION ABOUT TO BE
      *DROPPED. A STUDENT WITH NO ACTIVE ROSTER RECORD COMES BACK
      *WITH NOTHING FLAGGED.
      *FILES STAY OPEN BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATHL-MASTER  ASSIGN        TO
                               '../FILES/ATHL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATHL-KEY
                               ALTERNATE KEY IS ATHL-STU-ID
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-ATHL-STAT.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-REG-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-SCH-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-TERM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY ATHL-MASTER-RECS.
       FD  REG-MASTER.
       01  REG-REC.
           03  REG-KEY.
               05  REG-STU-ID          PIC 9(7).
               05  REG-CRN-KEY.
                   07  REG-YEAR        PIC 9999.
                   07  REG-SEM         PIC 99.
                   07  REG-CRN         PIC 9(4).
           03  REG-GRADE           PIC X.
           03  REG-MIDTERM         PIC X.
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
           03  FILLER              PIC X(3).
           03  OPEN-SEATS-O        PIC X(3).
           03  SCHED-DAYS-O        PIC X(7).
           03  SCHED-START-O       PIC 9(4).
           03  SCHED-END-O         PIC 9(4).
           03  SCHED-XLIST-O       PIC X(12).
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       COPY TERM-MASTER-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  WS-ATHL-STAT            PIC 99.
       01  WS-REG-STAT             PIC 99.
       01  WS-SCH-STAT             PIC 99.
       01  WS-TERM-STAT            PIC 99.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILES-OPENED              VALUE 'Y'.
       01  WS-ATHL-AVAIL           PIC X VALUE 'N'.
           88  ATHL-AVAIL                VALUE 'Y'.
       01  WS-EOF                  PIC X.
           88  EOF                       VALUE 'Y'.
       01  WS-SPACE                PIC X VALUE SPACE.
       01  WS-TODAY-YMD            PIC 9(6).
       01  WS-TODAY                PIC 9(8).
       01  WS-CREDIT-DIGIT         PIC 9.
       01  WS-VER-NAME             PIC X(35).
       01  WS-VER-CREDIT           PIC X(4).
       01  WS-VER-FOUND            PIC X.
       01  WS-FT-MIN               PIC 99   VALUE 12.
       LINKAGE SECTION.
       COPY WS-ATHL-CHECK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-ATHL-CHECK.
       000-MAIN.
           IF NOT FILES-OPENED
               OPEN INPUT ATHL-MASTER
               IF WS-ATHL-STAT = ZERO
                   MOVE 'Y' TO WS-ATHL-AVAIL
                   PERFORM 050-GET-RULES
               END-IF
               OPEN INPUT REG-MASTER
               OPEN INPUT SCHE-MST
               OPEN INPUT TERM-MASTER
               MOVE 'Y' TO WS-OPENED
           END-IF.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'N'    TO WS-AC-ATHLETE.
           MOVE SPACES TO WS-AC-SPORT.
           MOVE 0      TO WS-AC-LOAD.
           MOVE 0      TO WS-AC-SKIP-CREDITS.
           MOVE WS-FT-MIN TO WS-AC-FT-MIN.
           MOVE 'N'    TO WS-AC-SHORT.
           MOVE 'N'    TO WS-AC-TERM.

           IF NOT ATHL-AVAIL OR WS-AC-STU-ID = ZERO
               EXIT PROGRAM
           END-IF.
           PERFORM 100-FIND-SPORT.
           IF NOT AC-ATHLETE
               EXIT PROGRAM
           END-IF.

           MOVE WS-AC-YEAR TO TERM-YEAR.
           MOVE WS-AC-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-TODAY NOT < TERM-START-DATE
                       AND WS-TODAY NOT > TERM-END-DATE
                       MOVE 'Y' TO WS-AC-TERM
                   END-IF
           END-READ.

           PERFORM 200-SUM-REGISTERED.
           IF WS-AC-LOAD < WS-AC-FT-MIN
               MOVE 'Y' TO WS-AC-SHORT
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-GET-RULES.
           MOVE SPACES TO ATHL-SPORT.
           MOVE ZERO   TO ATHL-STU-ID.
           READ ATHL-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ATHL-FT-MIN NUMERIC AND ATHL-FT-MIN > 0
               MOVE ATHL-FT-MIN TO WS-FT-MIN
           END-IF.
      *-----------------------------------------------------------------
      *ONLY AN ACTIVE ROSTER SPOT MAKES THE STUDENT AN ATHLETE
       100-FIND-SPORT.
           MOVE WS-AC-STU-ID TO ATHL-STU-ID.
           MOVE 'N' TO WS-EOF.
           START ATHL-MASTER KEY IS EQUAL TO ATHL-STU-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF OR AC-ATHLETE
               READ ATHL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ATHL-STU-ID NOT = WS-AC-STU-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF ATHL-ACTIVE
                               MOVE 'Y'        TO WS-AC-ATHLETE
                               MOVE ATHL-SPORT TO WS-AC-SPORT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *WITHDRAWN ROWS CARRY NO LOAD
       200-SUM-REGISTERED.
           MOVE WS-AC-STU-ID TO REG-STU-ID.
           MOVE WS-AC-YEAR   TO REG-YEAR.
           MOVE WS-AC-SEM    TO REG-SEM.
           MOVE LOW-VALUES   TO REG-CRN.
           MOVE 'N' TO WS-EOF.
           START REG-MASTER KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REG-STU-ID NOT = WS-AC-STU-ID
                           OR REG-YEAR NOT = WS-AC-YEAR
                           OR REG-SEM  NOT = WS-AC-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF REG-GRADE NOT = 'W'
                               PERFORM 300-ADD-SECTION-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *CREDITS COME FROM THE COURSE VERSION IN EFFECT FOR THE TERM,
      *THE SAME FIGURE BILLING PRICES
       300-ADD-SECTION-CREDITS.
           MOVE 0 TO WS-CREDIT-DIGIT.
           STRING WS-AC-YEAR DELIMITED BY SIZE
                  WS-SPACE   DELIMITED BY SIZE
                  WS-AC-SEM  DELIMITED BY SIZE
                  WS-SPACE   DELIMITED BY SIZE
                  REG-CRN    DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           CALL 'CRSE-VER-GET' USING COURSE-ID-O
               WS-AC-YEAR WS-AC-SEM WS-VER-NAME
               WS-VER-CREDIT WS-VER-FOUND.
           IF WS-VER-FOUND = 'Y'
               AND WS-VER-CREDIT(1:1) NUMERIC
               MOVE WS-VER-CREDIT(1:1) TO WS-CREDIT-DIGIT
           END-IF.
           IF REG-CRN = WS-AC-SKIP-CRN
               ADD WS-CREDIT-DIGIT TO WS-AC-SKIP-CREDITS
           ELSE
               ADD WS-CREDIT-DIGIT TO WS-AC-LOAD
           END-IF.

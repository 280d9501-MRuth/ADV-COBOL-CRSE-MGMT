       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISA-LOAD-CHECK.
      *-----------------------------------------------------------------
      *CHECKS A VISA HOLDER'S TERM LOAD AGAINST THE FULL-TIME RULES.
      *THE LOAD IS EVERY SECTION REGISTERED AND NOT WITHDRAWN, LESS
      *ANY SECTION ABOUT TO BE DROPPED; SECTIONS SCHEDULED UNDER THE
      *ONLINE CAMPUS ARE ALSO TOTALLED AS ONLINE CREDITS. A LOAD
      *UNDER THE FULL-TIME MINIMUM, OR ONLINE CREDITS OVER THE
      *ALLOWED MAXIMUM, IS FLAGGED UNLESS A REDUCED COURSE LOAD IS
      *AUTHORIZED FOR THE TERM. WITH NO RULES RECORD THE MINIMUM IS
      *12 CREDITS, THE ONLINE MAXIMUM 3 AND THE ONLINE CAMPUS ONLN.
      *A STUDENT WITH NO VISA RECORD COMES BACK WITH NOTHING FLAGGED.
      *FILES STAY OPEN BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISA-MASTER  ASSIGN        TO
                               '../FILES/VISA-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS VISA-KEY
                               FILE STATUS   IS WS-VISA-STAT.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY VISA-MASTER-RECS.
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
       WORKING-STORAGE SECTION.
       01  WS-VISA-STAT            PIC 99.
       01  WS-REG-STAT             PIC 99.
       01  WS-SCH-STAT             PIC 99.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILES-OPENED              VALUE 'Y'.
       01  WS-VISA-AVAIL           PIC X VALUE 'N'.
           88  VISA-AVAIL                VALUE 'Y'.
       01  WS-EOF                  PIC X.
           88  EOF                       VALUE 'Y'.
       01  WS-SPACE                PIC X VALUE SPACE.
       01  WS-IX                   PIC 9.
       01  WS-CREDIT-DIGIT         PIC 9.
       01  WS-VER-NAME             PIC X(35).
       01  WS-VER-CREDIT           PIC X(4).
       01  WS-VER-FOUND            PIC X.
       01  WS-RULES.
           03  WS-FT-MIN           PIC 99   VALUE 12.
           03  WS-ONLINE-MAX       PIC 99   VALUE 3.
           03  WS-ONLINE-CAMPUS    PIC X(4) VALUE 'ONLN'.
       LINKAGE SECTION.
       COPY WS-VISA-CHECK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-VISA-CHECK.
       000-MAIN.
           IF NOT FILES-OPENED
               OPEN INPUT VISA-MASTER
               IF WS-VISA-STAT = ZERO
                   MOVE 'Y' TO WS-VISA-AVAIL
                   PERFORM 050-GET-RULES
               END-IF
               OPEN INPUT REG-MASTER
               OPEN INPUT SCHE-MST
               MOVE 'Y' TO WS-OPENED
           END-IF.

           MOVE 'N'    TO WS-VC-VISA.
           MOVE SPACES TO WS-VC-TYPE.
           MOVE SPACES TO WS-VC-DOC-NO.
           MOVE 0      TO WS-VC-PGM-END.
           MOVE 'N'    TO WS-VC-RCL.
           MOVE 0      TO WS-VC-LOAD.
           MOVE 0      TO WS-VC-ONLINE.
           MOVE WS-FT-MIN     TO WS-VC-FT-MIN.
           MOVE WS-ONLINE-MAX TO WS-VC-ONLINE-MAX.
           MOVE 'N'    TO WS-VC-SHORT.
           MOVE 'N'    TO WS-VC-ONLINE-OVER.

           IF NOT VISA-AVAIL OR WS-VC-STU-ID = ZERO
               EXIT PROGRAM
           END-IF.
           MOVE WS-VC-STU-ID TO VISA-STU-ID.
           READ VISA-MASTER
               INVALID KEY
                   EXIT PROGRAM
           END-READ.
           MOVE 'Y'          TO WS-VC-VISA.
           MOVE VISA-TYPE    TO WS-VC-TYPE.
           MOVE VISA-DOC-NO  TO WS-VC-DOC-NO.
           MOVE VISA-PGM-END TO WS-VC-PGM-END.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
               IF VISA-RCL-YEAR(WS-IX) = WS-VC-YEAR
                   AND VISA-RCL-SEM(WS-IX) = WS-VC-SEM
                   MOVE 'Y' TO WS-VC-RCL
               END-IF
           END-PERFORM.

           PERFORM 100-SUM-REGISTERED.

           IF VC-REDUCED-LOAD
               EXIT PROGRAM
           END-IF.
           IF WS-VC-LOAD < WS-VC-FT-MIN
               MOVE 'Y' TO WS-VC-SHORT
           END-IF.
           IF WS-VC-ONLINE > WS-VC-ONLINE-MAX
               MOVE 'Y' TO WS-VC-ONLINE-OVER
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE RULES RECORD REPLACES THE DEFAULTS FIELD BY FIELD - A ZERO
      *OR BLANK RULE LEAVES ITS DEFAULT IN PLACE
       050-GET-RULES.
           MOVE ZERO TO VISA-CTRL-KEY.
           READ VISA-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF VISA-FT-MIN NUMERIC AND VISA-FT-MIN > 0
               MOVE VISA-FT-MIN TO WS-FT-MIN
           END-IF.
           IF VISA-ONLINE-MAX NUMERIC
               MOVE VISA-ONLINE-MAX TO WS-ONLINE-MAX
           END-IF.
           IF VISA-ONLINE-CAMPUS NOT = SPACES
               MOVE VISA-ONLINE-CAMPUS TO WS-ONLINE-CAMPUS
           END-IF.
      *-----------------------------------------------------------------
      *WITHDRAWN ROWS CARRY NO LOAD
       100-SUM-REGISTERED.
           MOVE WS-VC-STU-ID TO REG-STU-ID.
           MOVE WS-VC-YEAR   TO REG-YEAR.
           MOVE WS-VC-SEM    TO REG-SEM.
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
                       IF REG-STU-ID NOT = WS-VC-STU-ID
                           OR REG-YEAR NOT = WS-VC-YEAR
                           OR REG-SEM  NOT = WS-VC-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF REG-GRADE NOT = 'W'
                               AND REG-CRN NOT = WS-VC-SKIP-CRN
                               PERFORM 200-ADD-SECTION-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *CREDITS COME FROM THE COURSE VERSION IN EFFECT FOR THE TERM,
      *THE SAME FIGURE BILLING PRICES
       200-ADD-SECTION-CREDITS.
           MOVE 0 TO WS-CREDIT-DIGIT.
           STRING WS-VC-YEAR DELIMITED BY SIZE
                  WS-SPACE   DELIMITED BY SIZE
                  WS-VC-SEM  DELIMITED BY SIZE
                  WS-SPACE   DELIMITED BY SIZE
                  REG-CRN    DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           CALL 'CRSE-VER-GET' USING COURSE-ID-O
               WS-VC-YEAR WS-VC-SEM WS-VER-NAME
               WS-VER-CREDIT WS-VER-FOUND.
           IF WS-VER-FOUND = 'Y'
               AND WS-VER-CREDIT(1:1) NUMERIC
               MOVE WS-VER-CREDIT(1:1) TO WS-CREDIT-DIGIT
           END-IF.
           ADD WS-CREDIT-DIGIT TO WS-VC-LOAD.
           IF SCHED-CAMPUS-O = WS-ONLINE-CAMPUS
               ADD WS-CREDIT-DIGIT TO WS-VC-ONLINE
           END-IF.
      *-----------------------------------------------------------------

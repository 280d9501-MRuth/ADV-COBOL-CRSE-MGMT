       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRED-LOAD-CHECK.
      *-----------------------------------------------------------------
      *TOTALS A STUDENT'S CREDIT HOURS FOR THE TERM - EVERY SECTION
      *REGISTERED AND NOT WITHDRAWN, EVERY ADVISOR-APPROVED REQUEST
      *NOT YET ENROLLED, AND THE SECTION BEING ADDED - AND COMPARES
      *IT TO THE TERM MAXIMUM FOR THE STUDENT'S STANDING. AN OVERLOAD
      *APPROVAL FOR THE TERM RAISES THE MAXIMUM TO THE ONE APPROVED.
      *LNK-OVER COMES BACK Y WHEN THE ADD WOULD TAKE THE LOAD PAST THE
      *MAXIMUM. A SECTION BEING SWAPPED OUT IS PASSED IN LNK-SKIP-CRN
      *AND LEFT OUT OF THE TOTAL - ZERO SKIPS NOTHING. A MISSING LIMIT
      *OR ZERO MAXIMUM MEANS NO LIMIT. FILES STAY OPEN BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-REG-STAT.
           SELECT PEND-REG     ASSIGN        TO
                               '../FILES/PEND-REG.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PEND-KEY
                               FILE STATUS   IS WS-PEND-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-SCH-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STU-STAT.
           SELECT CRED-LIMIT   ASSIGN        TO
                               '../FILES/CRED-LIMIT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRL-KEY
                               FILE STATUS   IS WS-CRL-STAT.
           SELECT OVLD-MASTER  ASSIGN        TO
                               '../FILES/OVLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS OVLD-KEY
                               FILE STATUS   IS WS-OVLD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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
       COPY PEND-REG-RECS.
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
       COPY STU-MST-DEF.
       COPY CRED-LIMIT-RECS.
       COPY OVLD-MASTER-RECS.
       WORKING-STORAGE SECTION.
       01  WS-REG-STAT             PIC 99.
       01  WS-PEND-STAT            PIC 99.
       01  WS-SCH-STAT             PIC 99.
       01  WS-STU-STAT             PIC 99.
       01  WS-CRL-STAT             PIC 99.
       01  WS-OVLD-STAT            PIC 99.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILES-OPENED              VALUE 'Y'.
       01  WS-PEND-AVAIL           PIC X VALUE 'N'.
           88  PEND-AVAIL                VALUE 'Y'.
       01  WS-CRL-AVAIL            PIC X VALUE 'N'.
           88  CRL-AVAIL                 VALUE 'Y'.
       01  WS-OVLD-AVAIL           PIC X VALUE 'N'.
           88  OVLD-AVAIL                VALUE 'Y'.
       01  WS-EOF                  PIC X.
           88  EOF                       VALUE 'Y'.
       01  WS-SPACE                PIC X VALUE SPACE.
       01  WS-SEC-CRN              PIC 9(4).
       01  WS-CREDIT-DIGIT         PIC 9.
       01  WS-VER-NAME             PIC X(35).
       01  WS-VER-CREDIT           PIC X(4).
       01  WS-VER-FOUND            PIC X.
       LINKAGE SECTION.
       01  LNK-STU-ID              PIC 9(7).
       01  LNK-YEAR                PIC 9(4).
       01  LNK-SEM                 PIC 99.
       01  LNK-CRN                 PIC 9(4).
       01  LNK-SKIP-CRN            PIC 9(4).
       01  LNK-LOAD                PIC 999.
       01  LNK-MAX                 PIC 99.
       01  LNK-OVER                PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-STU-ID LNK-YEAR LNK-SEM
                                LNK-CRN LNK-SKIP-CRN
                                LNK-LOAD LNK-MAX LNK-OVER.
       000-MAIN.
           IF NOT FILES-OPENED
               OPEN INPUT REG-MASTER
               OPEN INPUT SCHE-MST
               OPEN INPUT STU-MST
               OPEN INPUT PEND-REG
               IF WS-PEND-STAT = ZERO
                   MOVE 'Y' TO WS-PEND-AVAIL
               END-IF
               OPEN INPUT CRED-LIMIT
               IF WS-CRL-STAT = ZERO
                   MOVE 'Y' TO WS-CRL-AVAIL
               END-IF
               OPEN INPUT OVLD-MASTER
               IF WS-OVLD-STAT = ZERO
                   MOVE 'Y' TO WS-OVLD-AVAIL
               END-IF
               MOVE 'Y' TO WS-OPENED
           END-IF.

           MOVE 0   TO LNK-LOAD.
           MOVE 0   TO LNK-MAX.
           MOVE 'N' TO LNK-OVER.

           PERFORM 300-GET-MAXIMUM.
           IF LNK-MAX = 0
               EXIT PROGRAM
           END-IF.

           PERFORM 100-SUM-REGISTERED.
           IF PEND-AVAIL
               PERFORM 200-SUM-APPROVED
           END-IF.
           MOVE LNK-CRN TO WS-SEC-CRN.
           PERFORM 400-ADD-SECTION-CREDITS.

           IF LNK-LOAD > LNK-MAX
               MOVE 'Y' TO LNK-OVER
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *WITHDRAWN ROWS CARRY NO LOAD
       100-SUM-REGISTERED.
           MOVE LNK-STU-ID TO REG-STU-ID.
           MOVE LNK-YEAR   TO REG-YEAR.
           MOVE LNK-SEM    TO REG-SEM.
           MOVE LOW-VALUES TO REG-CRN.
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
                       IF REG-STU-ID NOT = LNK-STU-ID
                           OR REG-YEAR NOT = LNK-YEAR
                           OR REG-SEM  NOT = LNK-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF REG-GRADE NOT = 'W'
                               AND REG-CRN NOT = LNK-CRN
                               AND REG-CRN NOT = LNK-SKIP-CRN
                               MOVE REG-CRN TO WS-SEC-CRN
                               PERFORM 400-ADD-SECTION-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *AN APPROVED REQUEST ALREADY ENROLLED BY HAND IS COUNTED ONCE,
      *UNDER ITS REGISTRATION
       200-SUM-APPROVED.
           MOVE LNK-STU-ID TO PEND-STU-ID.
           MOVE LNK-YEAR   TO PEND-YEAR.
           MOVE LNK-SEM    TO PEND-SEM.
           MOVE ZERO       TO PEND-CRN.
           MOVE 'N' TO WS-EOF.
           START PEND-REG KEY NOT LESS THAN PEND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ PEND-REG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PEND-STU-ID NOT = LNK-STU-ID
                           OR PEND-YEAR NOT = LNK-YEAR
                           OR PEND-SEM  NOT = LNK-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF PEND-APPROVED
                               AND PEND-CRN NOT = LNK-CRN
                               AND PEND-CRN NOT = LNK-SKIP-CRN
                               PERFORM 210-CHECK-ONE-APPROVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-CHECK-ONE-APPROVED.
           MOVE PEND-STU-ID TO REG-STU-ID.
           MOVE PEND-YEAR   TO REG-YEAR.
           MOVE PEND-SEM    TO REG-SEM.
           MOVE PEND-CRN    TO REG-CRN.
           READ REG-MASTER
               INVALID KEY
                   MOVE PEND-CRN TO WS-SEC-CRN
                   PERFORM 400-ADD-SECTION-CREDITS
           END-READ.
      *-----------------------------------------------------------------
      *THE STANDING'S OWN ROW, ELSE THE DEFAULT ROW - THEN AN
      *OVERLOAD APPROVAL ABOVE THAT MAXIMUM REPLACES IT
       300-GET-MAXIMUM.
           IF NOT CRL-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO STU-STANDING.
           MOVE LNK-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE SPACE TO STU-STANDING
           END-READ.
           MOVE STU-STANDING TO CRL-STANDING.
           READ CRED-LIMIT
               INVALID KEY
                   MOVE SPACE TO CRL-STANDING
                   READ CRED-LIMIT
                       INVALID KEY
                           MOVE 0 TO CRL-MAX-CREDITS
                   END-READ
           END-READ.
           MOVE CRL-MAX-CREDITS TO LNK-MAX.

           IF LNK-MAX = 0 OR NOT OVLD-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-STU-ID TO OVLD-STU-ID.
           MOVE LNK-YEAR   TO OVLD-YEAR.
           MOVE LNK-SEM    TO OVLD-SEM.
           READ OVLD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OVLD-MAX-CREDITS > LNK-MAX
                       MOVE OVLD-MAX-CREDITS TO LNK-MAX
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *CREDITS COME FROM THE COURSE VERSION IN EFFECT FOR THE TERM,
      *THE SAME FIGURE BILLING PRICES
       400-ADD-SECTION-CREDITS.
           MOVE 0 TO WS-CREDIT-DIGIT.
           STRING LNK-YEAR   DELIMITED BY SIZE
                  WS-SPACE   DELIMITED BY SIZE
                  LNK-SEM    DELIMITED BY SIZE
                  WS-SPACE   DELIMITED BY SIZE
                  WS-SEC-CRN DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL 'CRSE-VER-GET' USING COURSE-ID-O
                       LNK-YEAR LNK-SEM WS-VER-NAME
                       WS-VER-CREDIT WS-VER-FOUND
                   IF WS-VER-FOUND = 'Y'
                       AND WS-VER-CREDIT(1:1) NUMERIC
                       MOVE WS-VER-CREDIT(1:1) TO WS-CREDIT-DIGIT
                   END-IF
           END-READ.
           ADD WS-CREDIT-DIGIT TO LNK-LOAD.
      *-----------------------------------------------------------------

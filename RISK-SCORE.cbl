       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-SCORE.
      *-----------------------------------------------------------------
      *WEEKLY EARLY-ALERT RISK SCORING. EVERY STUDENT ENROLLED IN THE
      *TERM IS SCORED FROM THE WEIGHTS ON THE RISK PARAMETER FILE -
      *ABSENCE STREAKS FROM THE ATTENDANCE SUMMARY, MIDTERM
      *DEFICIENCIES, OPEN HOLDS, UNPAID BILLS, PROBATION OR
      *SUSPENSION, AND A FALLING TERM GPA. THE SCORE IS KEPT ON THE
      *RISK MASTER; MODERATE AND HIGH RISK STUDENTS ARE LISTED BY
      *ADVISOR, HIGHEST SCORE FIRST, FOLLOWED BY A CAMPUS SUMMARY.
      *A STUDENT REACHING THE HIGH BAND FOR THE FIRST TIME IN THE
      *TERM GETS A NOTIFICATION EVENT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS DYNAMIC
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT ATT-SUMMARY  ASSIGN        TO
                               '../FILES/ATT-SUMMARY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATS-KEY
                               FILE STATUS   IS WS-SUM-STAT.
           SELECT HOLD-MASTER  ASSIGN        TO
                               '../FILES/HOLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HOLD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT BILL-MASTER  ASSIGN        TO
                               '../FILES/BILL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS BILL-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TERM-GPA     ASSIGN        TO
                               '../FILES/TERM-GPA.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TG-KEY
                               FILE STATUS   IS WS-TG-STAT.
           SELECT INST-MASTER  ASSIGN      TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS INST-ID
                               ALTERNATE KEY IS INST-NAME
                               FILE STATUS   IS WS-STAT.
           SELECT RISK-MASTER  ASSIGN        TO
                               '../FILES/RISK-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS RK-KEY
                               FILE STATUS   IS WS-RK-STAT.
           SELECT RISK-PARM    ASSIGN        TO
                               '../FILES/RISK-PARM.DAT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RP-STAT.
           SELECT NOTIFY-EVENTS ASSIGN      TO
                               '../FILES/NOTIFY-EVENTS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT SORT-WORK    ASSIGN TO 'SORTWORK.TXT'.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/RISK-WATCH.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
       COPY ATT-SUMMARY-RECS.
       COPY HOLD-MASTER-RECS.
       COPY BILL-MASTER-RECS.
       COPY TERM-GPA-RECS.
       COPY RISK-MASTER-RECS.
       COPY RISK-PARM-RECS.
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
       FD  INST-MASTER.
       01  INST-REC.
           03  INST-ID    PIC 9999.
           03  INST-NAME  PIC X(22).
           03  INST-DEPT    PIC X(4).
           03  INST-OFFICE  PIC X(11).
           03  INST-PHONE.
               05  INST-PHONE-1  PIC XXX.
               05  INST-PHONE-2  PIC XXX.
               05  INST-PHONE-3  PIC XXXX.
           03  INST-STATUS  PIC X.
               88  INST-SEPARATED         VALUE 'S'.
           03  INST-SEP-DATE  PIC 9(8).
       FD  NOTIFY-EVENTS.
       01  EVENT-REC                   PIC X(80).
       SD  SORT-WORK.
       01  SRT-REC.
           03  SRT-ADVISOR         PIC 9(4).
           03  SRT-SCORE           PIC 999.
           03  SRT-STU-ID          PIC 9(7).
           03  SRT-NAME            PIC X(25).
           03  SRT-BAND            PIC X.
           03  SRT-FACTORS         PIC X(6).
           03  SRT-NEW-HIGH        PIC X.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY WS-NOTIFY-EVENT.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SUM-STAT         PIC 99.
           03  WS-SUM-AVAIL        PIC X   VALUE 'N'.
               88  SUM-AVAIL               VALUE 'Y'.
           03  WS-TG-STAT          PIC 99.
           03  WS-TG-AVAIL         PIC X   VALUE 'N'.
               88  TG-AVAIL                VALUE 'Y'.
           03  WS-RK-STAT          PIC 99.
           03  WS-RP-STAT          PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-STU-EOF          PIC X   VALUE 'N'.
               88  STU-EOF                 VALUE 'Y'.
           03  WS-SRT-EOF          PIC X   VALUE 'N'.
               88  SRT-EOF                 VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CRN              PIC 9(4).
           03  WS-TERM-KEY         PIC 9(6).
           03  WS-TG-TERM-KEY      PIC 9(6).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-STU-ID           PIC 9(7).
           03  WS-ENROLLED         PIC X.
               88  ENROLLED                VALUE 'Y'.
           03  WS-MAX-STREAK       PIC 99.
           03  WS-MID-COUNT        PIC 99.
           03  WS-GPA-COUNT        PIC 99.
           03  WS-GPA-PREV         PIC 9V99.
           03  WS-GPA-LAST         PIC 9V99.
           03  WS-BALANCE          PIC S9(7)V99.
           03  WS-SCORE            PIC 9(4).
           03  WS-BAND             PIC X.
           03  WS-FACTORS          PIC X(6).
           03  WS-NEW-HIGH         PIC X.
           03  WS-RK-FOUND         PIC X.
           03  WS-PREV-ADVISOR     PIC 9(4).
           03  WS-RANK             PIC 999.
           03  WS-FX               PIC 9.
      *CAMPUS SUMMARY COUNTS
       01  WS-COUNTS.
           03  WS-SCORED-COUNT     PIC 9(6) VALUE 0.
           03  WS-HIGH-COUNT       PIC 9(6) VALUE 0.
           03  WS-MOD-COUNT        PIC 9(6) VALUE 0.
           03  WS-LOW-COUNT        PIC 9(6) VALUE 0.
           03  WS-NEW-HIGH-COUNT   PIC 9(6) VALUE 0.
           03  WS-SCORE-TOTAL      PIC 9(9) VALUE 0.
           03  WS-AVG-SCORE        PIC 9(3)V9 VALUE 0.
           03  WS-FACTOR-COUNT     PIC 9(6) OCCURS 6 TIMES.
       01  WS-FACTOR-NAMES.
           03  FILLER              PIC X(20) VALUE 'ABSENCE STREAK'.
           03  FILLER              PIC X(20) VALUE 'MIDTERM DEFICIENCY'.
           03  FILLER              PIC X(20) VALUE 'OPEN HOLD'.
           03  FILLER              PIC X(20) VALUE 'UNPAID BALANCE'.
           03  FILLER              PIC X(20) VALUE 'PROBATION/SUSPENSN'.
           03  FILLER              PIC X(20) VALUE 'TERM GPA DROP'.
       01  WS-FACTOR-NAME-TBL REDEFINES WS-FACTOR-NAMES.
           03  WS-FACTOR-NAME      PIC X(20) OCCURS 6 TIMES.
       01  WS-FACTOR-LETTERS       PIC X(6) VALUE 'AMHBPG'.
       01  WS-ADV-HDR.
           03  FILLER              PIC X(9)  VALUE 'ADVISOR: '.
           03  WS-H-ADVISOR        PIC 9(4).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-H-ADV-NAME       PIC X(22).
       01  WS-HDR-LN.
           03  FILLER              PIC X(5)  VALUE 'RANK'.
           03  FILLER              PIC X(9)  VALUE 'ID'.
           03  FILLER              PIC X(26) VALUE 'NAME'.
           03  FILLER              PIC X(7)  VALUE 'SCORE'.
           03  FILLER              PIC X(6)  VALUE 'BAND'.
           03  FILLER              PIC X(27) VALUE
                                       'FACTORS (AMHBPG)'.
       01  WS-DTL-LN.
           03  WS-D-RANK           PIC ZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-STU-ID         PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-NAME           PIC X(25).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-SCORE          PIC ZZ9.
           03  FILLER              PIC X(4) VALUE SPACES.
           03  WS-D-BAND           PIC X(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-FACTORS        PIC X(6).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-NEW            PIC X(8).
       01  WS-SUM-LN.
           03  WS-S-LABEL          PIC X(24).
           03  WS-S-COUNT          PIC ZZZ,ZZ9.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'RISK-SCORE'.
           03  WS-CAT-FILE         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'EARLY-ALERT RISK SCORING'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.
           COMPUTE WS-TERM-KEY = WS-YEAR * 100 + WS-SEM.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN I-O RISK-MASTER.
           IF WS-RK-STAT NOT = ZERO
               DISPLAY 'RISK-MASTER.DAT CANNOT BE OPENED - NO RUN'
               CLOSE RISK-MASTER
               EXIT PROGRAM
           END-IF.
           PERFORM 050-GET-PARMS.

           OPEN INPUT STU-MST.
           OPEN INPUT REG-MASTER.
           OPEN INPUT ATT-SUMMARY.
           IF WS-SUM-STAT = ZERO
               MOVE 'Y' TO WS-SUM-AVAIL
           END-IF.
           OPEN INPUT HOLD-MASTER.
           OPEN INPUT BILL-MASTER.
           OPEN INPUT TERM-GPA.
           IF WS-TG-STAT = ZERO
               MOVE 'Y' TO WS-TG-AVAIL
           END-IF.
           OPEN INPUT INST-MASTER.
           OPEN EXTEND NOTIFY-EVENTS.
           OPEN OUTPUT PRINT-FILE.

           INITIALIZE WS-COUNTS.
           MOVE SPACES TO PRINT-REC.
           STRING 'EARLY-ALERT WATCH LIST - TERM ' DELIMITED BY SIZE
                  WS-YEAR  DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-SEM   DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'HIGH RISK AT '      DELIMITED BY SIZE
                  RP-HIGH-MIN          DELIMITED BY SIZE
                  ', MODERATE AT '     DELIMITED BY SIZE
                  RP-MOD-MIN           DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.

           SORT SORT-WORK
               ON ASCENDING  KEY SRT-ADVISOR
               ON DESCENDING KEY SRT-SCORE
               ON ASCENDING  KEY SRT-STU-ID
               INPUT  PROCEDURE 100-SCORE-STUDENTS
               OUTPUT PROCEDURE 500-WRITE-WATCH-LIST.

           PERFORM 700-CAMPUS-SUMMARY.

           CLOSE STU-MST.
           CLOSE REG-MASTER.
           IF SUM-AVAIL
               CLOSE ATT-SUMMARY
           END-IF.
           CLOSE HOLD-MASTER.
           CLOSE BILL-MASTER.
           IF TG-AVAIL
               CLOSE TERM-GPA
           END-IF.
           CLOSE INST-MASTER.
           CLOSE RISK-MASTER.
           CLOSE NOTIFY-EVENTS.
           CLOSE PRINT-FILE.

           MOVE '../FILES/RISK-WATCH.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'RISK-SCORE COMPLETE'.
           DISPLAY 'STUDENTS SCORED : ' WS-SCORED-COUNT.
           DISPLAY 'HIGH RISK       : ' WS-HIGH-COUNT.
           DISPLAY 'MODERATE RISK   : ' WS-MOD-COUNT.
           DISPLAY 'NEW HIGH ALERTS : ' WS-NEW-HIGH-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE WEIGHTS COME FROM THE PARAMETER FILE - WITHOUT ONE THE
      *SHIPPED DEFAULTS APPLY
       050-GET-PARMS.
           MOVE 20  TO RP-W-ABSENCE.
           MOVE 3   TO RP-ABS-STREAK.
           MOVE 15  TO RP-W-MIDTERM.
           MOVE 10  TO RP-W-HOLD.
           MOVE 10  TO RP-W-BALANCE.
           MOVE 25  TO RP-W-PROBATION.
           MOVE 15  TO RP-W-GPA-DROP.
           MOVE .50 TO RP-GPA-DROP.
           MOVE 50  TO RP-HIGH-MIN.
           MOVE 25  TO RP-MOD-MIN.
           OPEN INPUT RISK-PARM.
           IF WS-RP-STAT = ZERO
               READ RISK-PARM
                   AT END
                       CONTINUE
               END-READ
               CLOSE RISK-PARM
           END-IF.
           IF RP-ABS-STREAK = 0
               MOVE 3 TO RP-ABS-STREAK
           END-IF.
      *-----------------------------------------------------------------
       100-SCORE-STUDENTS.
           MOVE LOW-VALUES TO STU-ID.
           MOVE 'N' TO WS-STU-EOF.
           START STU-MST KEY NOT LESS THAN STU-ID
               INVALID KEY
                   MOVE 'Y' TO WS-STU-EOF
           END-START.
           PERFORM UNTIL STU-EOF
               READ STU-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STU-EOF
                   NOT AT END
                       PERFORM 150-SCORE-ONE
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       150-SCORE-ONE.
           MOVE STU-ID TO WS-STU-ID.
           MOVE 'N'    TO WS-ENROLLED.
           MOVE 0      TO WS-MAX-STREAK.
           MOVE 0      TO WS-MID-COUNT.
           PERFORM 200-SCAN-TERM-REG.
           IF NOT ENROLLED
               EXIT PARAGRAPH
           END-IF.

           MOVE 0      TO WS-SCORE.
           MOVE SPACES TO WS-FACTORS.
           IF WS-MAX-STREAK >= RP-ABS-STREAK
               ADD RP-W-ABSENCE TO WS-SCORE
               MOVE 1 TO WS-FX
               PERFORM 190-NOTE-FACTOR
           END-IF.
           IF WS-MID-COUNT > 0
               COMPUTE WS-SCORE = WS-SCORE
                   + RP-W-MIDTERM * WS-MID-COUNT
               MOVE 2 TO WS-FX
               PERFORM 190-NOTE-FACTOR
           END-IF.
           PERFORM 250-CHECK-HOLDS.
           PERFORM 260-CHECK-BALANCE.
           IF STANDING-PROBATION OR STANDING-SUSPENSION
               ADD RP-W-PROBATION TO WS-SCORE
               MOVE 5 TO WS-FX
               PERFORM 190-NOTE-FACTOR
           END-IF.
           PERFORM 270-CHECK-GPA-TREND.
           IF WS-SCORE > 999
               MOVE 999 TO WS-SCORE
           END-IF.

           EVALUATE TRUE
               WHEN WS-SCORE >= RP-HIGH-MIN
                   MOVE 'H' TO WS-BAND
                   ADD 1 TO WS-HIGH-COUNT
               WHEN WS-SCORE >= RP-MOD-MIN
                   MOVE 'M' TO WS-BAND
                   ADD 1 TO WS-MOD-COUNT
               WHEN OTHER
                   MOVE 'L' TO WS-BAND
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE.
           ADD 1        TO WS-SCORED-COUNT.
           ADD WS-SCORE TO WS-SCORE-TOTAL.

           PERFORM 300-UPDATE-RISK-MASTER.

           IF WS-BAND NOT = 'L'
               MOVE 0 TO SRT-ADVISOR
               IF STU-ADVISOR NUMERIC
                   MOVE STU-ADVISOR TO SRT-ADVISOR
               END-IF
               MOVE WS-SCORE    TO SRT-SCORE
               MOVE WS-STU-ID   TO SRT-STU-ID
               MOVE SPACES      TO SRT-NAME
               STRING STU-F-NAME DELIMITED BY SPACE
                      WS-SPACE   DELIMITED BY SIZE
                      STU-L-NAME DELIMITED BY SPACE
                      INTO SRT-NAME
               MOVE WS-BAND     TO SRT-BAND
               MOVE WS-FACTORS  TO SRT-FACTORS
               MOVE WS-NEW-HIGH TO SRT-NEW-HIGH
               RELEASE SRT-REC
           END-IF.
      *-----------------------------------------------------------------
       190-NOTE-FACTOR.
           MOVE WS-FACTOR-LETTERS(WS-FX:1) TO WS-FACTORS(WS-FX:1).
           ADD 1 TO WS-FACTOR-COUNT(WS-FX).
      *-----------------------------------------------------------------
      *ENROLLED MEANS A TERM ROW NOT WITHDRAWN. THE SAME PASS COUNTS
      *MIDTERM DEFICIENCIES (D, F, N) AND FINDS THE LONGEST ABSENCE
      *STREAK ACROSS THE STUDENT'S SECTIONS
       200-SCAN-TERM-REG.
           MOVE WS-STU-ID  TO REG-STU-ID.
           MOVE WS-YEAR    TO REG-YEAR.
           MOVE WS-SEM     TO REG-SEM.
           MOVE ZERO       TO REG-CRN.
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
                       IF REG-STU-ID NOT = WS-STU-ID
                           OR REG-YEAR NOT = WS-YEAR
                           OR REG-SEM  NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF REG-GRADE NOT = 'W'
                               MOVE 'Y' TO WS-ENROLLED
                               PERFORM 210-CHECK-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-CHECK-SECTION.
           IF REG-MIDTERM = 'D' OR REG-MIDTERM = 'F'
               OR REG-MIDTERM = 'N'
               ADD 1 TO WS-MID-COUNT
           END-IF.
           IF NOT SUM-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-YEAR   TO ATS-YEAR.
           MOVE WS-SEM    TO ATS-SEM.
           MOVE REG-CRN   TO ATS-CRN.
           MOVE WS-STU-ID TO ATS-STU-ID.
           READ ATT-SUMMARY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ATS-CONSEC-ABS > WS-MAX-STREAK
                       MOVE ATS-CONSEC-ABS TO WS-MAX-STREAK
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       250-CHECK-HOLDS.
           MOVE WS-STU-ID  TO HOLD-STU-ID.
           MOVE LOW-VALUES TO HOLD-TYPE.
           START HOLD-MASTER KEY NOT LESS THAN HOLD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF HOLD-STU-ID = WS-STU-ID
                       ADD RP-W-HOLD TO WS-SCORE
                       MOVE 3 TO WS-FX
                       PERFORM 190-NOTE-FACTOR
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       260-CHECK-BALANCE.
           MOVE 0 TO WS-BALANCE.
           MOVE WS-STU-ID  TO BILL-STU-ID.
           MOVE ZERO       TO BILL-YEAR.
           MOVE ZERO       TO BILL-SEM.
           MOVE 'N' TO WS-EOF.
           START BILL-MASTER KEY NOT LESS THAN BILL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ BILL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BILL-STU-ID NOT = WS-STU-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           COMPUTE WS-BALANCE = WS-BALANCE
                               + BILL-AMOUNT - BILL-PAID
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BALANCE > 0
               ADD RP-W-BALANCE TO WS-SCORE
               MOVE 4 TO WS-FX
               PERFORM 190-NOTE-FACTOR
           END-IF.
      *-----------------------------------------------------------------
      *THE TWO MOST RECENT TERMS BEFORE THIS ONE - A DROP OF THE SET
      *AMOUNT OR MORE FROM THE EARLIER TO THE LATER COUNTS
       270-CHECK-GPA-TREND.
           IF NOT TG-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-GPA-COUNT.
           MOVE 0 TO WS-GPA-PREV.
           MOVE 0 TO WS-GPA-LAST.
           MOVE WS-STU-ID TO TG-STU-ID.
           MOVE ZERO      TO TG-YEAR.
           MOVE ZERO      TO TG-SEM.
           MOVE 'N' TO WS-EOF.
           START TERM-GPA KEY NOT LESS THAN TG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ TERM-GPA NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-TG-TERM-KEY = TG-YEAR * 100 + TG-SEM
                       IF TG-STU-ID NOT = WS-STU-ID
                           OR WS-TG-TERM-KEY NOT < WS-TERM-KEY
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF TG-HRS-ATTEMPT > 0
                               ADD 1 TO WS-GPA-COUNT
                               MOVE WS-GPA-LAST TO WS-GPA-PREV
                               MOVE TG-GPA      TO WS-GPA-LAST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GPA-COUNT > 1
               AND WS-GPA-LAST + RP-GPA-DROP <= WS-GPA-PREV
               ADD RP-W-GPA-DROP TO WS-SCORE
               MOVE 6 TO WS-FX
               PERFORM 190-NOTE-FACTOR
           END-IF.
      *-----------------------------------------------------------------
      *THE FIRST RUN OF THE TERM THAT FINDS THE STUDENT HIGH RISK
      *STAMPS THE DATE AND RAISES THE ALERT - LATER RUNS DO NOT
       300-UPDATE-RISK-MASTER.
           MOVE 'N' TO WS-NEW-HIGH.
           MOVE WS-STU-ID TO RK-STU-ID.
           MOVE WS-YEAR   TO RK-YEAR.
           MOVE WS-SEM    TO RK-SEM.
           READ RISK-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-RK-FOUND
                   MOVE SPACES    TO RK-REC
                   MOVE WS-STU-ID TO RK-STU-ID
                   MOVE WS-YEAR   TO RK-YEAR
                   MOVE WS-SEM    TO RK-SEM
                   MOVE ZERO      TO RK-HIGH-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RK-FOUND
           END-READ.
           MOVE WS-SCORE   TO RK-SCORE.
           MOVE WS-BAND    TO RK-BAND.
           MOVE WS-FACTORS TO RK-FACTORS.
           MOVE 0          TO RK-ADVISOR.
           IF STU-ADVISOR NUMERIC
               MOVE STU-ADVISOR TO RK-ADVISOR
           END-IF.
           MOVE WS-TODAY   TO RK-RUN-DATE.
           IF RK-HIGH AND RK-HIGH-DATE = ZERO
               MOVE WS-TODAY TO RK-HIGH-DATE
               MOVE 'Y' TO WS-NEW-HIGH
               ADD 1 TO WS-NEW-HIGH-COUNT
               PERFORM 350-WRITE-EVENT
           END-IF.
           IF WS-RK-FOUND = 'Y'
               REWRITE RK-REC
           ELSE
               WRITE RK-REC
           END-IF.
      *-----------------------------------------------------------------
       350-WRITE-EVENT.
           MOVE SPACES TO WS-EVENT-LN.
           ACCEPT WS-DATE FROM DATE.
           STRING WS-DATE-MM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-DD DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-YY DELIMITED BY SIZE
                  INTO WS-EV-DATE.
           MOVE 'RISK'    TO WS-EV-TYPE.
           MOVE WS-STU-ID TO WS-EV-STU-ID.
           MOVE WS-YEAR   TO WS-EV-YEAR.
           MOVE WS-SEM    TO WS-EV-SEM.
           MOVE 0         TO WS-EV-CRN.
           STRING 'RISK SCORE ' DELIMITED BY SIZE
                  RK-SCORE      DELIMITED BY SIZE
                  INTO WS-EV-OLD.
           STRING 'SEE ADVISOR ' DELIMITED BY SIZE
                  RK-ADVISOR     DELIMITED BY SIZE
                  INTO WS-EV-NEW.
           MOVE WS-EVENT-LN TO EVENT-REC.
           WRITE EVENT-REC.
      *-----------------------------------------------------------------
       500-WRITE-WATCH-LIST.
           MOVE 'N' TO WS-SRT-EOF.
           MOVE 9999 TO WS-PREV-ADVISOR.
           PERFORM UNTIL SRT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF
                   NOT AT END
                       PERFORM 550-ONE-WATCHED
               END-RETURN
           END-PERFORM.
      *-----------------------------------------------------------------
       550-ONE-WATCHED.
           IF SRT-ADVISOR NOT = WS-PREV-ADVISOR
               MOVE SRT-ADVISOR TO WS-PREV-ADVISOR
               PERFORM 560-ADVISOR-HEADING
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK      TO WS-D-RANK.
           MOVE SRT-STU-ID   TO WS-D-STU-ID.
           MOVE SRT-NAME     TO WS-D-NAME.
           MOVE SRT-SCORE    TO WS-D-SCORE.
           IF SRT-BAND = 'H'
               MOVE 'HIGH' TO WS-D-BAND
           ELSE
               MOVE 'MOD'  TO WS-D-BAND
           END-IF.
           MOVE SRT-FACTORS  TO WS-D-FACTORS.
           MOVE SPACES       TO WS-D-NEW.
           IF SRT-NEW-HIGH = 'Y'
               MOVE 'NEW HIGH' TO WS-D-NEW
           END-IF.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       560-ADVISOR-HEADING.
           MOVE 0 TO WS-RANK.
           MOVE SRT-ADVISOR TO WS-H-ADVISOR.
           MOVE SPACES TO WS-H-ADV-NAME.
           IF SRT-ADVISOR = 0
               MOVE 'NO ADVISOR ASSIGNED' TO WS-H-ADV-NAME
           ELSE
               MOVE SRT-ADVISOR TO INST-ID
               READ INST-MASTER
                   INVALID KEY
                       MOVE 'NOT ON INSTRUCTOR FILE' TO WS-H-ADV-NAME
                   NOT INVALID KEY
                       MOVE INST-NAME TO WS-H-ADV-NAME
               END-READ
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-ADV-HDR TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       700-CAMPUS-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'CAMPUS SUMMARY' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'ENROLLED STUDENTS SCORED' TO WS-S-LABEL.
           MOVE WS-SCORED-COUNT TO WS-S-COUNT.
           PERFORM 750-WRITE-SUM-LN.
           MOVE 'HIGH RISK' TO WS-S-LABEL.
           MOVE WS-HIGH-COUNT TO WS-S-COUNT.
           PERFORM 750-WRITE-SUM-LN.
           MOVE '  NEWLY HIGH THIS RUN' TO WS-S-LABEL.
           MOVE WS-NEW-HIGH-COUNT TO WS-S-COUNT.
           PERFORM 750-WRITE-SUM-LN.
           MOVE 'MODERATE RISK' TO WS-S-LABEL.
           MOVE WS-MOD-COUNT TO WS-S-COUNT.
           PERFORM 750-WRITE-SUM-LN.
           MOVE 'LOW RISK' TO WS-S-LABEL.
           MOVE WS-LOW-COUNT TO WS-S-COUNT.
           PERFORM 750-WRITE-SUM-LN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'STUDENTS WITH FACTOR' TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
               MOVE SPACES TO WS-S-LABEL
               STRING '  ' DELIMITED BY SIZE
                      WS-FACTOR-NAME(WS-FX) DELIMITED BY SIZE
                      INTO WS-S-LABEL
               MOVE WS-FACTOR-COUNT(WS-FX) TO WS-S-COUNT
               PERFORM 750-WRITE-SUM-LN
           END-PERFORM.
           IF WS-SCORED-COUNT > 0
               COMPUTE WS-AVG-SCORE ROUNDED =
                   WS-SCORE-TOTAL / WS-SCORED-COUNT
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'AVERAGE SCORE           ' DELIMITED BY SIZE
                  WS-AVG-SCORE               DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       750-WRITE-SUM-LN.
           MOVE WS-SUM-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------

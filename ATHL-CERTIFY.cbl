       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATHL-CERTIFY.
      *-----------------------------------------------------------------
      *TERM ATHLETIC ELIGIBILITY CERTIFICATION. EVERY ACTIVE ATHLETE
      *ON THE ROSTER IS CHECKED FOR THE TERM AGAINST THE ELIGIBILITY
      *RULES:
      *  FULL-TIME REGISTRATION THIS TERM (ATHL-LOAD-CHECK)
      *  HOURS EARNED IN THE LAST TERM ON TERM-GPA
      *  CUMULATIVE GPA AGAINST THE MINIMUM FOR THE YEAR IN SCHOOL
      *  PERCENT OF THE MAJOR'S REQUIRED COURSES COMPLETE AGAINST THE
      *  MINIMUM FOR THE YEAR IN SCHOOL (THE DEGREE AUDIT'S COUNT)
      *YEAR IN SCHOOL COMES FROM CREDITS EARNED - UNDER 30 IS THE
      *FIRST YEAR, UNDER 60 THE SECOND, UNDER 90 THE THIRD. A STUDENT
      *WITH NO EARLIER TERM ON TERM-GPA IS IN THEIR FIRST TERM, SO
      *THE HOURS AND GPA CHECKS DO NOT APPLY YET.
      *THE CERTIFICATION REPORT LISTS EACH SPORT'S ROSTER WITH A
      *SIGN-OFF BLOCK; EVERY FAILED CHECK GOES TO THE EXCEPTIONS
      *LIST. THE RESULT IS KEPT ON THE ROSTER RECORD.
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
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT TERM-GPA     ASSIGN        TO
                               '../FILES/TERM-GPA.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TG-KEY
                               FILE STATUS   IS WS-TG-STAT.
           SELECT MAJOR-MASTER ASSIGN        TO
                               '../FILES/MAJOR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MAJOR-CODE
                               FILE STATUS   IS WS-STAT.
           SELECT CATYR-MASTER ASSIGN        TO
                               '../FILES/CATYR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CY-KEY
                               FILE STATUS   IS WS-CY-STAT.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT REG-HISTORY  ASSIGN        TO
                               '../FILES/REGISTER-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RH-KEY
                               ALTERNATE KEY IS RH-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-HIST-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/ATHL-CERTIFICATION.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT EXC-FILE     ASSIGN        TO
                               '../FILES/ATHL-EXCEPTIONS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY ATHL-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY TERM-GPA-RECS.
       COPY MAJOR-MASTER-RECS.
       COPY CATYR-MASTER-RECS.
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
       FD  REG-HISTORY.
       01  RH-REC.
           03  RH-KEY.
               05  RH-STU-ID           PIC 9(7).
               05  RH-CRN-KEY.
                   07  RH-YEAR         PIC 9999.
                   07  RH-SEM          PIC 99.
                   07  RH-CRN          PIC 9(4).
           03  RH-GRADE            PIC X.
           03  RH-MIDTERM          PIC X.
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
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       FD  EXC-FILE.
       01  EXC-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY WS-ATHL-CHECK.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-TG-STAT          PIC 99 VALUE 99.
           03  WS-TG-AVAIL         PIC X   VALUE 'N'.
               88  TG-AVAIL                VALUE 'Y'.
           03  WS-CY-STAT          PIC 99 VALUE 99.
           03  WS-CY-AVAIL         PIC X   VALUE 'N'.
               88  CY-AVAIL                VALUE 'Y'.
           03  WS-HIST-STAT        PIC 99 VALUE 99.
           03  WS-HIST-AVAIL       PIC X   VALUE 'N'.
               88  HIST-AVAIL              VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-REG-EOF          PIC X.
               88  REG-EOF                 VALUE 'Y'.
           03  WS-SPACE            PIC X   VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-TERM-KEY         PIC 9(6).
           03  WS-TG-TERM-KEY      PIC 9(6).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-CUR-SPORT        PIC X(4) VALUE SPACES.
           03  WS-STU-NAME         PIC X(20).
           03  WS-YR-IN-SCHOOL     PIC 9.
           03  WS-PRIOR-FOUND      PIC X.
               88  PRIOR-FOUND             VALUE 'Y'.
           03  WS-PRIOR-HRS        PIC 999.
           03  WS-REQ-COUNT        PIC 99.
           03  WS-DONE-COUNT       PIC 99.
           03  WS-PTD-PCT          PIC 999.
           03  WS-ELIGIBLE         PIC X.
               88  ATHLETE-ELIGIBLE        VALUE 'Y'.
           03  WS-IX               PIC 999.
           03  WS-RIX              PIC 99.
           03  WS-GRADE-CHECK      PIC X.
               88  GRADE-COUNTS    VALUES 'A' 'B' 'C' 'D' 'P'
                                      '1' '2' '3' '4' '5' '6' '7'.
           03  WS-REQ-MET          PIC X.
           03  WS-CAT-YEAR         PIC 9(4).
           03  WS-CAT-SEM          PIC 99.
           03  WS-MV-NAME          PIC X(30).
           03  WS-MV-COURSES       PIC X(180).
           03  WS-MV-FOUND         PIC X.
           03  WS-EXC-REASON       PIC X(20).
           03  WS-EXC-VALUE        PIC X(12).
       01  WS-COUNTS.
           03  WS-SPORT-ROSTER     PIC 9(4) VALUE 0.
           03  WS-SPORT-ELIG       PIC 9(4) VALUE 0.
           03  WS-SPORT-INELIG     PIC 9(4) VALUE 0.
           03  WS-TOT-ROSTER       PIC 9(5) VALUE 0.
           03  WS-TOT-ELIG         PIC 9(5) VALUE 0.
           03  WS-TOT-INELIG       PIC 9(5) VALUE 0.
           03  WS-EXC-COUNT        PIC 9(5) VALUE 0.
       01  WS-RULES.
           03  WS-PRIOR-HRS-MIN    PIC 99   VALUE 6.
           03  WS-GPA-MIN          OCCURS 4 TIMES PIC 9V99.
           03  WS-PTD-PCT-MIN      OCCURS 4 TIMES PIC 999.
      *STUDENT COURSE HISTORY LOADED FROM REG-MASTER AND THE ARCHIVE
       01  WS-HIST-TBL.
           03  WS-HIST-COUNT       PIC 999 VALUE 0.
           03  WS-HIST-ENTRY OCCURS 200 TIMES.
               05  WS-HIST-COURSE  PIC X(9).
               05  WS-HIST-GRADE   PIC X.
       01  WS-TITLE-LN.
           03  FILLER              PIC X(42) VALUE
               'ATHLETIC ELIGIBILITY CERTIFICATION - TERM '.
           03  WS-TL-YEAR          PIC 9999.
           03  FILLER              PIC X     VALUE '/'.
           03  WS-TL-SEM           PIC 99.
       01  WS-SPORT-LN.
           03  FILLER              PIC X(7)  VALUE 'SPORT: '.
           03  WS-SL-SPORT         PIC X(4).
       01  WS-HDR-LN.
           03  FILLER              PIC X(9)  VALUE 'STUDENT'.
           03  FILLER              PIC X(21) VALUE 'NAME'.
           03  FILLER              PIC X(3)  VALUE 'SN'.
           03  FILLER              PIC X(3)  VALUE 'YR'.
           03  FILLER              PIC X(5)  VALUE 'CRS'.
           03  FILLER              PIC X(5)  VALUE 'LAST'.
           03  FILLER              PIC X(6)  VALUE 'GPA'.
           03  FILLER              PIC X(6)  VALUE 'DEG%'.
           03  FILLER              PIC X(10) VALUE 'RESULT'.
       01  WS-RPT-LN.
           03  WS-R-STU-ID         PIC 9(7).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-NAME           PIC X(20).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-R-ELIG-YR        PIC 9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-YR             PIC 9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-LOAD           PIC ZZ9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-PRIOR          PIC ZZ9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-GPA            PIC 9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-PTD            PIC ZZ9.
           03  FILLER              PIC XXX   VALUE SPACES.
           03  WS-R-RESULT         PIC X(10).
       01  WS-TOT-LN.
           03  FILLER              PIC X(10) VALUE 'ROSTERED: '.
           03  WS-T-ROSTER         PIC ZZZ9.
           03  FILLER              PIC X(12) VALUE '  ELIGIBLE: '.
           03  WS-T-ELIG           PIC ZZZ9.
           03  FILLER              PIC X(14) VALUE '  INELIGIBLE: '.
           03  WS-T-INELIG         PIC ZZZ9.
       01  WS-SIGN-LN1.
           03  FILLER              PIC X(50) VALUE
               'CERTIFIED BY (COMPLIANCE): ______________________'.
           03  FILLER              PIC X(22) VALUE
               '  DATE: ____________'.
       01  WS-SIGN-LN2.
           03  FILLER              PIC X(50) VALUE
               'HEAD COACH               : ______________________'.
           03  FILLER              PIC X(22) VALUE
               '  DATE: ____________'.
       01  WS-SIGN-LN3.
           03  FILLER              PIC X(50) VALUE
               'REGISTRAR                : ______________________'.
           03  FILLER              PIC X(22) VALUE
               '  DATE: ____________'.
       01  WS-EXC-HDR.
           03  FILLER              PIC X(6)  VALUE 'SPORT'.
           03  FILLER              PIC X(9)  VALUE 'STUDENT'.
           03  FILLER              PIC X(21) VALUE 'NAME'.
           03  FILLER              PIC X(21) VALUE 'EXCEPTION'.
           03  FILLER              PIC X(12) VALUE 'VALUE'.
       01  WS-EXC-LN.
           03  WS-E-SPORT          PIC X(4).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-E-STU-ID         PIC 9(7).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-E-NAME           PIC X(20).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-E-REASON         PIC X(20).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-E-VALUE          PIC X(12).
       01  WS-EDIT-FIELDS.
           03  WS-ED-3             PIC ZZ9.
           03  WS-ED-GPA           PIC 9.99.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'ATHL-CERTIFY'.
           03  WS-CAT-FILE         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'ATHLETIC ELIGIBILITY CERTIFICATION'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.
           COMPUTE WS-TERM-KEY = WS-YEAR * 100 + WS-SEM.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN I-O ATHL-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'ATHL-MASTER.DAT CANNOT BE OPENED - NO RUN'
               CLOSE ATHL-MASTER
               EXIT PROGRAM
           END-IF.
           PERFORM 050-GET-RULES.
           OPEN INPUT STU-MST.
           OPEN INPUT TERM-GPA.
           IF WS-TG-STAT = ZERO
               MOVE 'Y' TO WS-TG-AVAIL
           END-IF.
           OPEN INPUT MAJOR-MASTER.
           OPEN INPUT CATYR-MASTER.
           IF WS-CY-STAT = ZERO
               MOVE 'Y' TO WS-CY-AVAIL
           END-IF.
           OPEN INPUT REG-MASTER.
           OPEN INPUT REG-HISTORY.
           IF WS-HIST-STAT = ZERO
               MOVE 'Y' TO WS-HIST-AVAIL
           END-IF.
           OPEN INPUT SCHE-MST.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT EXC-FILE.

           MOVE WS-YEAR TO WS-TL-YEAR.
           MOVE WS-SEM  TO WS-TL-SEM.
           MOVE WS-TITLE-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'ATHLETIC ELIGIBILITY EXCEPTIONS' TO EXC-REC.
           WRITE EXC-REC.
           MOVE WS-TITLE-LN(37:) TO EXC-REC.
           WRITE EXC-REC.
           MOVE SPACES TO EXC-REC.
           WRITE EXC-REC.
           MOVE WS-EXC-HDR TO EXC-REC.
           WRITE EXC-REC.

           MOVE LOW-VALUES TO ATHL-KEY.
           MOVE 'N' TO WS-EOF.
           START ATHL-MASTER KEY NOT LESS THAN ATHL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ATHL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ATHL-SPORT NOT = SPACES
                           AND ATHL-ACTIVE
                           PERFORM 100-CERTIFY-ATHLETE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUR-SPORT NOT = SPACES
               PERFORM 190-END-SPORT
           END-IF.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'ALL SPORTS' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOT-ROSTER TO WS-T-ROSTER.
           MOVE WS-TOT-ELIG   TO WS-T-ELIG.
           MOVE WS-TOT-INELIG TO WS-T-INELIG.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACES TO EXC-REC.
           WRITE EXC-REC.
           MOVE SPACES TO EXC-REC.
           STRING 'EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXC-COUNT   DELIMITED BY SIZE
                  INTO EXC-REC.
           WRITE EXC-REC.

           CLOSE ATHL-MASTER.
           CLOSE STU-MST.
           CLOSE TERM-GPA.
           CLOSE MAJOR-MASTER.
           CLOSE CATYR-MASTER.
           CLOSE REG-MASTER.
           CLOSE REG-HISTORY.
           CLOSE SCHE-MST.
           CLOSE PRINT-FILE.
           CLOSE EXC-FILE.

           MOVE '../FILES/ATHL-CERTIFICATION.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.
           MOVE '../FILES/ATHL-EXCEPTIONS.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'ATHL-CERTIFY COMPLETE'.
           DISPLAY 'ATHLETES CHECKED : ' WS-TOT-ROSTER.
           DISPLAY 'ELIGIBLE         : ' WS-TOT-ELIG.
           DISPLAY 'INELIGIBLE       : ' WS-TOT-INELIG.
           DISPLAY 'EXCEPTIONS       : ' WS-EXC-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE RULES RECORD REPLACES THE DEFAULTS - 6 HOURS LAST TERM,
      *GPA 1.80/1.90/2.00/2.00 AND DEGREE 0/0/40/60 PERCENT BY YEAR.
      *THE FULL-TIME MINIMUM IS APPLIED BY ATHL-LOAD-CHECK
       050-GET-RULES.
           MOVE 1.80 TO WS-GPA-MIN(1).
           MOVE 1.90 TO WS-GPA-MIN(2).
           MOVE 2.00 TO WS-GPA-MIN(3).
           MOVE 2.00 TO WS-GPA-MIN(4).
           MOVE 0    TO WS-PTD-PCT-MIN(1).
           MOVE 0    TO WS-PTD-PCT-MIN(2).
           MOVE 40   TO WS-PTD-PCT-MIN(3).
           MOVE 60   TO WS-PTD-PCT-MIN(4).
           MOVE SPACES TO ATHL-SPORT.
           MOVE ZERO   TO ATHL-STU-ID.
           READ ATHL-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ATHL-PRIOR-HRS-MIN NUMERIC
               MOVE ATHL-PRIOR-HRS-MIN TO WS-PRIOR-HRS-MIN
           END-IF.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4
               IF ATHL-GPA-MIN(WS-IX) NUMERIC
                   MOVE ATHL-GPA-MIN(WS-IX) TO WS-GPA-MIN(WS-IX)
               END-IF
               IF ATHL-PTD-PCT-MIN(WS-IX) NUMERIC
                   MOVE ATHL-PTD-PCT-MIN(WS-IX)
                       TO WS-PTD-PCT-MIN(WS-IX)
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       100-CERTIFY-ATHLETE.
           IF ATHL-SPORT NOT = WS-CUR-SPORT
               IF WS-CUR-SPORT NOT = SPACES
                   PERFORM 190-END-SPORT
               END-IF
               PERFORM 180-START-SPORT
           END-IF.

           MOVE 'Y' TO WS-ELIGIBLE.
           MOVE SPACES TO WS-STU-NAME.
           MOVE ATHL-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'NOT ON STUDENT FILE' TO WS-STU-NAME
                   MOVE ZERO TO STU-CREDITS-EARNED
                   MOVE ZERO TO STU-GPA
                   MOVE SPACES TO STU-MAJOR
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-STU-NAME
           END-READ.
           EVALUATE TRUE
               WHEN STU-CREDITS-EARNED < 30
                   MOVE 1 TO WS-YR-IN-SCHOOL
               WHEN STU-CREDITS-EARNED < 60
                   MOVE 2 TO WS-YR-IN-SCHOOL
               WHEN STU-CREDITS-EARNED < 90
                   MOVE 3 TO WS-YR-IN-SCHOOL
               WHEN OTHER
                   MOVE 4 TO WS-YR-IN-SCHOOL
           END-EVALUATE.

           MOVE ATHL-STU-ID TO WS-AC-STU-ID.
           MOVE WS-YEAR     TO WS-AC-YEAR.
           MOVE WS-SEM      TO WS-AC-SEM.
           MOVE ZERO        TO WS-AC-SKIP-CRN.
           CALL 'ATHL-LOAD-CHECK' USING WS-ATHL-CHECK.
           IF AC-BELOW-FULL-TIME
               MOVE 'BELOW FULL TIME' TO WS-EXC-REASON
               MOVE WS-AC-LOAD TO WS-ED-3
               MOVE SPACES TO WS-EXC-VALUE
               STRING WS-ED-3 DELIMITED BY SIZE
                      ' CREDITS' DELIMITED BY SIZE
                      INTO WS-EXC-VALUE
               PERFORM 400-WRITE-EXCEPTION
           END-IF.

           PERFORM 200-PRIOR-TERM.
           IF PRIOR-FOUND
               IF WS-PRIOR-HRS < WS-PRIOR-HRS-MIN
                   MOVE 'LAST TERM HOURS LOW' TO WS-EXC-REASON
                   MOVE WS-PRIOR-HRS TO WS-ED-3
                   MOVE SPACES TO WS-EXC-VALUE
                   STRING WS-ED-3 DELIMITED BY SIZE
                          ' EARNED' DELIMITED BY SIZE
                          INTO WS-EXC-VALUE
                   PERFORM 400-WRITE-EXCEPTION
               END-IF
               IF STU-GPA < WS-GPA-MIN(WS-YR-IN-SCHOOL)
                   MOVE 'CUM GPA BELOW MIN' TO WS-EXC-REASON
                   MOVE STU-GPA TO WS-ED-GPA
                   MOVE SPACES TO WS-EXC-VALUE
                   MOVE WS-ED-GPA TO WS-EXC-VALUE
                   PERFORM 400-WRITE-EXCEPTION
               END-IF
           END-IF.

           PERFORM 300-DEGREE-PROGRESS.

           MOVE ATHL-STU-ID   TO WS-R-STU-ID.
           MOVE WS-STU-NAME   TO WS-R-NAME.
           MOVE ATHL-ELIG-YR  TO WS-R-ELIG-YR.
           MOVE WS-YR-IN-SCHOOL TO WS-R-YR.
           MOVE WS-AC-LOAD    TO WS-R-LOAD.
           MOVE WS-PRIOR-HRS  TO WS-R-PRIOR.
           MOVE STU-GPA       TO WS-R-GPA.
           MOVE WS-PTD-PCT    TO WS-R-PTD.
           ADD 1 TO WS-SPORT-ROSTER.
           ADD 1 TO WS-TOT-ROSTER.
           IF ATHLETE-ELIGIBLE
               MOVE 'ELIGIBLE'   TO WS-R-RESULT
               MOVE 'E' TO ATHL-CERT-RESULT
               ADD 1 TO WS-SPORT-ELIG
               ADD 1 TO WS-TOT-ELIG
           ELSE
               MOVE 'INELIGIBLE' TO WS-R-RESULT
               MOVE 'I' TO ATHL-CERT-RESULT
               ADD 1 TO WS-SPORT-INELIG
               ADD 1 TO WS-TOT-INELIG
           END-IF.
           MOVE WS-RPT-LN TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE WS-YEAR  TO ATHL-CERT-YEAR.
           MOVE WS-SEM   TO ATHL-CERT-SEM.
           MOVE WS-TODAY TO ATHL-CERT-DATE.
           REWRITE ATHL-REC.
      *-----------------------------------------------------------------
       180-START-SPORT.
           MOVE ATHL-SPORT TO WS-CUR-SPORT.
           MOVE 0 TO WS-SPORT-ROSTER.
           MOVE 0 TO WS-SPORT-ELIG.
           MOVE 0 TO WS-SPORT-INELIG.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ATHL-SPORT TO WS-SL-SPORT.
           MOVE WS-SPORT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       190-END-SPORT.
           MOVE WS-SPORT-ROSTER TO WS-T-ROSTER.
           MOVE WS-SPORT-ELIG   TO WS-T-ELIG.
           MOVE WS-SPORT-INELIG TO WS-T-INELIG.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-SIGN-LN1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-SIGN-LN2 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-SIGN-LN3 TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *THE LAST TERM IS THE LATEST TERM-GPA ROW BEFORE THE TERM BEING
      *CERTIFIED
       200-PRIOR-TERM.
           MOVE 'N' TO WS-PRIOR-FOUND.
           MOVE 0   TO WS-PRIOR-HRS.
           IF NOT TG-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE ATHL-STU-ID TO TG-STU-ID.
           MOVE ZERO        TO TG-YEAR.
           MOVE ZERO        TO TG-SEM.
           MOVE 'N' TO WS-REG-EOF.
           START TERM-GPA KEY NOT LESS THAN TG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF
           END-START.
           PERFORM UNTIL REG-EOF
               READ TERM-GPA NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       COMPUTE WS-TG-TERM-KEY = TG-YEAR * 100 + TG-SEM
                       IF TG-STU-ID NOT = ATHL-STU-ID
                           OR WS-TG-TERM-KEY NOT < WS-TERM-KEY
                           MOVE 'Y' TO WS-REG-EOF
                       ELSE
                           MOVE 'Y' TO WS-PRIOR-FOUND
                           MOVE TG-HRS-EARNED TO WS-PRIOR-HRS
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *PERCENT OF THE MAJOR'S REQUIRED COURSES COMPLETED WITH A GRADE
      *THAT EARNS CREDIT, AGAINST THE REQUIREMENT VERSION OF THE
      *STUDENT'S CATALOG YEAR - THE SAME COUNT THE DEGREE AUDIT MAKES
       300-DEGREE-PROGRESS.
           MOVE 0 TO WS-PTD-PCT.
           MOVE 0 TO WS-REQ-COUNT.
           MOVE 0 TO WS-DONE-COUNT.
           IF STU-MAJOR = SPACES
               IF WS-PTD-PCT-MIN(WS-YR-IN-SCHOOL) > 0
                   MOVE 'NO MAJOR DECLARED' TO WS-EXC-REASON
                   MOVE SPACES TO WS-EXC-VALUE
                   PERFORM 400-WRITE-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE STU-MAJOR TO MAJOR-CODE.
           READ MAJOR-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 0 TO WS-CAT-YEAR.
           MOVE 0 TO WS-CAT-SEM.
           IF CY-AVAIL
               MOVE ATHL-STU-ID TO CY-STU-ID
               READ CATYR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CY-YEAR TO WS-CAT-YEAR
                       MOVE CY-SEM  TO WS-CAT-SEM
               END-READ
           END-IF.
           IF WS-CAT-YEAR NOT = 0
               CALL 'MAJOR-VER-GET' USING MAJOR-CODE
                   WS-CAT-YEAR WS-CAT-SEM WS-MV-NAME
                   WS-MV-COURSES WS-MV-FOUND
               IF WS-MV-FOUND = 'Y'
                   MOVE WS-MV-COURSES TO MAJOR-REC(35:180)
               END-IF
           END-IF.

           PERFORM 310-LOAD-HISTORY.
           PERFORM VARYING WS-RIX FROM 1 BY 1 UNTIL WS-RIX > 20
               IF MAJOR-COURSE(WS-RIX) NOT = SPACES
                   ADD 1 TO WS-REQ-COUNT
                   MOVE 'N' TO WS-REQ-MET
                   PERFORM VARYING WS-IX FROM 1 BY 1
                           UNTIL WS-IX > WS-HIST-COUNT
                       IF WS-HIST-COURSE(WS-IX) = MAJOR-COURSE(WS-RIX)
                           MOVE WS-HIST-GRADE(WS-IX) TO WS-GRADE-CHECK
                           IF GRADE-COUNTS
                               MOVE 'Y' TO WS-REQ-MET
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-REQ-MET = 'Y'
                       ADD 1 TO WS-DONE-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REQ-COUNT > 0
               COMPUTE WS-PTD-PCT = WS-DONE-COUNT * 100 / WS-REQ-COUNT
           ELSE
               MOVE 100 TO WS-PTD-PCT
           END-IF.
           IF WS-PTD-PCT < WS-PTD-PCT-MIN(WS-YR-IN-SCHOOL)
               MOVE 'DEGREE PROGRESS LOW' TO WS-EXC-REASON
               MOVE WS-PTD-PCT TO WS-ED-3
               MOVE SPACES TO WS-EXC-VALUE
               STRING WS-ED-3 DELIMITED BY SIZE
                      ' PERCENT' DELIMITED BY SIZE
                      INTO WS-EXC-VALUE
               PERFORM 400-WRITE-EXCEPTION
           END-IF.
      *-----------------------------------------------------------------
       310-LOAD-HISTORY.
           MOVE 0 TO WS-HIST-COUNT.
           MOVE ATHL-STU-ID TO REG-STU-ID.
           MOVE ZERO        TO REG-YEAR.
           MOVE ZERO        TO REG-SEM.
           MOVE ZERO        TO REG-CRN.
           MOVE 'N' TO WS-REG-EOF.
           START REG-MASTER KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF
           END-START.
           PERFORM UNTIL REG-EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       IF REG-STU-ID NOT = ATHL-STU-ID
                           MOVE 'Y' TO WS-REG-EOF
                       ELSE
                           PERFORM 320-NOTE-ONE-REG
                       END-IF
               END-READ
           END-PERFORM.
      *ARCHIVED TERMS SATISFY REQUIREMENTS THE SAME AS LIVE ONES
           IF NOT HIST-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE ATHL-STU-ID TO RH-STU-ID.
           MOVE ZERO        TO RH-YEAR.
           MOVE ZERO        TO RH-SEM.
           MOVE ZERO        TO RH-CRN.
           MOVE 'N' TO WS-REG-EOF.
           START REG-HISTORY KEY NOT LESS THAN RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF
           END-START.
           PERFORM UNTIL REG-EOF
               READ REG-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       IF RH-STU-ID NOT = ATHL-STU-ID
                           MOVE 'Y' TO WS-REG-EOF
                       ELSE
                           MOVE RH-REC TO REG-REC
                           PERFORM 320-NOTE-ONE-REG
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       320-NOTE-ONE-REG.
           STRING REG-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  REG-SEM  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  REG-CRN  DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-HIST-COUNT < 200
                       ADD 1 TO WS-HIST-COUNT
                       MOVE COURSE-ID-O TO
                           WS-HIST-COURSE(WS-HIST-COUNT)
                       MOVE REG-GRADE TO
                           WS-HIST-GRADE(WS-HIST-COUNT)
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       400-WRITE-EXCEPTION.
           MOVE 'N' TO WS-ELIGIBLE.
           ADD 1 TO WS-EXC-COUNT.
           MOVE ATHL-SPORT    TO WS-E-SPORT.
           MOVE ATHL-STU-ID   TO WS-E-STU-ID.
           MOVE WS-STU-NAME   TO WS-E-NAME.
           MOVE WS-EXC-REASON TO WS-E-REASON.
           MOVE WS-EXC-VALUE  TO WS-E-VALUE.
           MOVE WS-EXC-LN TO EXC-REC.
           WRITE EXC-REC.

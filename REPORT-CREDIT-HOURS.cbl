       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CREDIT-HOURS.
      *-----------------------------------------------------------------
      *STUDENT CREDIT HOUR PRODUCTION FOR A TERM. EVERY REGISTRATION
      *(WITHDRAWALS AND CANCELLED SECTIONS LEFT OUT) EARNS THE
      *CREDITS OF THE COURSE VERSION IN EFFECT FOR THE TERM. THE
      *HOURS ARE ROLLED UP BY DEPARTMENT, BY INSTRUCTOR (A CO-TAUGHT
      *SECTION SPLIT BY SCHED-INST2-PCT), BY CAMPUS AND BY COURSE
      *LEVEL (THE FIRST DIGIT OF THE COURSE NUMBER), EACH WITH ITS
      *FTE AND THE TUITION THE HOURS BRING IN AT THE TERM'S RATE FOR
      *EACH STUDENT'S RESIDENCY TIER. THE SAME TERM A YEAR EARLIER
      *COMES FROM THE CENSUS SNAPSHOT WHEN ONE WAS FROZEN, OTHERWISE
      *FROM THE REGISTRATIONS (LIVE OR ARCHIVED) FOR THAT TERM.
      *A CLOSED TERM IS READ FROM THE REGISTER HISTORY FILE. OPEN
      *TERMS COME FROM THE NIGHTLY ENROLLMENT WORK FILE, WHICH ALREADY
      *CARRIES EACH REGISTRATION'S SECTION, CREDITS AND RESIDENCY, SO
      *THEY STAND AS OF ITS LAST BUILD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENRL-WORK    ASSIGN        TO
                               '../FILES/ENROLL-WORK.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-STAT.
           SELECT REG-HISTORY  ASSIGN        TO
                               '../FILES/REGISTER-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RH-KEY
                               ALTERNATE KEY IS RH-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-HIST-STAT.
           SELECT CENSUS-MASTER ASSIGN       TO
                               '../FILES/CENSUS-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CEN-KEY
                               FILE STATUS   IS WS-CEN-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-SCHE-STAT.
           SELECT RES-MASTER   ASSIGN        TO
                               '../FILES/RES-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS RES-KEY
                               FILE STATUS   IS WS-RES-STAT.
           SELECT INSTR-MASTER ASSIGN        TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS INSTR-ID
                               ALTERNATE KEY IS INSTR-NAME
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-INST-STAT.
           SELECT RPT-FILE     ASSIGN        TO
                               '../FILES/CREDIT-HOURS.RPT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY CENSUS-MASTER-RECS.
       COPY RES-MASTER-RECS.
       COPY ENRL-WORK-RECS.
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
       FD  RPT-FILE.
       01  RPT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RPT-REQUEST.
       COPY WS-RATE-TERM.
       01  WS-OUT-LINE             PIC X(80).
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-HIST-STAT        PIC 99.
           03  WS-CEN-STAT         PIC 99.
           03  WS-SCHE-STAT        PIC 99.
           03  WS-RES-STAT         PIC 99.
           03  WS-INST-STAT        PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-BLNK-LN          PIC X(80) VALUE SPACES.
           03  WS-REG-AVAIL        PIC X   VALUE 'N'.
               88  REG-AVAIL               VALUE 'Y'.
           03  WS-HIST-AVAIL       PIC X   VALUE 'N'.
               88  HIST-AVAIL              VALUE 'Y'.
           03  WS-CEN-AVAIL        PIC X   VALUE 'N'.
               88  CEN-AVAIL               VALUE 'Y'.
           03  WS-RES-AVAIL        PIC X   VALUE 'N'.
               88  RES-AVAIL               VALUE 'Y'.
           03  WS-INST-AVAIL       PIC X   VALUE 'N'.
               88  INST-AVAIL              VALUE 'Y'.
      *W - REGISTRATION FROM THE WORK FILE   H - FROM HISTORY
           03  WS-SOURCE           PIC X.
               88  FROM-WORK               VALUE 'W'.
      *C - THE TERM ASKED FOR   P - THE SAME TERM A YEAR EARLIER
           03  WS-PASS             PIC X.
               88  PRIOR-PASS              VALUE 'P'.
           03  WS-SECT-FOUND       PIC X.
               88  SECT-FOUND              VALUE 'Y'.
           03  WS-SCAN-YEAR        PIC 9999.
           03  WS-SCAN-SEM         PIC 99.
           03  WS-PRIOR-YEAR       PIC 9999.
           03  WS-PRIOR-SRC        PIC X(24).
           03  WS-CUR-STU          PIC 9(7).
           03  WS-CUR-CRN          PIC 9999.
           03  WS-CUR-GRADE        PIC X.
           03  WS-CUR-DEPT         PIC X(4).
           03  WS-CUR-CREDITS      PIC 9.
           03  WS-CUR-TUITION      PIC 9(6)V99.
           03  WS-SHARE-SCH        PIC 9V99.
           03  WS-SHARE-TUITION    PIC 9(6)V99.
           03  WS-V-NAME           PIC X(35).
           03  WS-V-CREDIT         PIC X(4).
           03  WS-V-FOUND          PIC X.
           03  WS-REG-COUNT        PIC 9(6) VALUE 0.
           03  WS-PRIOR-COUNT      PIC 9(6) VALUE 0.
           03  WS-SKIP-COUNT       PIC 9(6) VALUE 0.
      *ONE FTE IS A FULL-TIME LOAD OF 15 CREDIT HOURS FOR THE TERM
           03  WS-FTE-HOURS        PIC 99  VALUE 15.
           03  WS-FTE              PIC 9(5)V99.
           03  WS-CHG-PCT          PIC S9(5).
           03  WS-CHG-ED           PIC +ZZZZ9.
           03  WS-SECT-TYPE        PIC X.
           03  WS-RU-IX            PIC 999 COMP.
           03  WS-RU-JX            PIC 999 COMP.
           03  WS-RU-AT            PIC 999 COMP.
           03  WS-RU-POS-FOUND     PIC X.
               88  RU-POS-FOUND            VALUE 'Y'.
       01  WS-SCHED-KEY.
           03  WS-SK-YEAR          PIC 9999.
           03  FILLER              PIC X.
           03  WS-SK-SEM           PIC 99.
       01  WS-SECT-ID.
           03  WS-SI-YEAR          PIC 9999.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-SI-SEM           PIC 99.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-SI-CRN           PIC 9999.
      *AMOUNTS TO ADD TO ONE ROLLUP ROW
       01  WS-ADD-FIELDS.
           03  WS-ADD-KEY.
               05  WS-ADD-TYPE     PIC X.
               05  WS-ADD-CODE     PIC X(4).
           03  WS-ADD-SCH          PIC 9V99.
           03  WS-ADD-TUITION      PIC 9(6)V99.
      *ROLLUP TABLE IN KEY ORDER - TYPE 1 DEPARTMENT, 2 INSTRUCTOR,
      *3 CAMPUS, 4 COURSE LEVEL
       01  WS-RU-TABLE.
           03  WS-RU-COUNT         PIC 999 COMP VALUE 0.
           03  WS-RU-ENTRY         OCCURS 400.
               05  WS-RU-KEY.
                   07  WS-RU-TYPE  PIC X.
                   07  WS-RU-CODE  PIC X(4).
               05  WS-RU-ENROLL    PIC 9(6).
               05  WS-RU-SCH       PIC 9(7)V99.
               05  WS-RU-TUITION   PIC 9(9)V99.
               05  WS-RU-PRIOR     PIC 9(7)V99.
       01  WS-TOTALS.
           03  WS-TOT-ENROLL       PIC 9(6)    VALUE 0.
           03  WS-TOT-SCH          PIC 9(7)V99 VALUE 0.
           03  WS-TOT-TUITION      PIC 9(9)V99 VALUE 0.
           03  WS-TOT-PRIOR        PIC 9(7)V99 VALUE 0.
       01  WS-TITLE-LN.
           03  FILLER              PIC X(36) VALUE
               'STUDENT CREDIT HOUR PRODUCTION TERM '.
           03  WS-T-YEAR           PIC 9999.
           03  FILLER              PIC X     VALUE '/'.
           03  WS-T-SEM            PIC 99.
       01  WS-PRIOR-LN.
           03  FILLER              PIC X(21) VALUE
               'COMPARED TO TERM    '.
           03  WS-PL-YEAR          PIC 9999.
           03  FILLER              PIC X     VALUE '/'.
           03  WS-PL-SEM           PIC 99.
           03  FILLER              PIC X(3)  VALUE ' - '.
           03  WS-PL-SRC           PIC X(24).
       01  WS-COL-HDR.
           03  FILLER              PIC X(4)  VALUE 'CODE'.
           03  FILLER              PIC X     VALUE SPACE.
           03  FILLER              PIC X(18) VALUE 'NAME'.
           03  FILLER              PIC X     VALUE SPACE.
           03  FILLER              PIC X(5)  VALUE ' ENRL'.
           03  FILLER              PIC X     VALUE SPACE.
           03  FILLER              PIC X(10) VALUE '       SCH'.
           03  FILLER              PIC X     VALUE SPACE.
           03  FILLER              PIC X(9)  VALUE '      FTE'.
           03  FILLER              PIC X     VALUE SPACE.
           03  FILLER              PIC X(10) VALUE '   TUITION'.
           03  FILLER              PIC X     VALUE SPACE.
           03  FILLER              PIC X(10) VALUE ' PRIOR SCH'.
           03  FILLER              PIC X     VALUE SPACE.
           03  FILLER              PIC X(6)  VALUE '  CHG%'.
       01  WS-DTL-LN.
           03  WS-D-CODE           PIC X(4).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-NAME           PIC X(18).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-ENROLL         PIC ZZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-SCH            PIC ZZZ,ZZ9.99.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-FTE            PIC ZZ,ZZ9.99.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-TUITION        PIC ZZ,ZZZ,ZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-PRIOR          PIC ZZZ,ZZ9.99.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-CHG            PIC X(6).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 1  COL 20  VALUE
               'STUDENT CREDIT HOUR PRODUCTION'.
       01  SCRN-PARAMS.
           03  LINE 3  COL 10  VALUE 'ACADEMIC YEAR: '.
           03          COL 26  PIC 9(4) TO WS-SK-YEAR
                                        AUTO REQUIRED.
           03  LINE 5  COL 10  VALUE 'SEMESTER CODE: '.
           03          COL 26  PIC 99   TO WS-SK-SEM
                                        AUTO REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           IF RPT-BATCH-MODE
               MOVE 0 TO RPT-REQ-LINES
               MOVE RPT-REQ-YEAR TO WS-SK-YEAR
               MOVE RPT-REQ-SEM  TO WS-SK-SEM
               OPEN OUTPUT RPT-FILE
           ELSE
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-PARAMS
               ACCEPT  SCRN-PARAMS
           END-IF.

           OPEN INPUT SCHE-MST.
           OPEN INPUT ENRL-WORK.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-REG-AVAIL
               CLOSE ENRL-WORK
           END-IF.
           OPEN INPUT REG-HISTORY.
           IF WS-HIST-STAT = ZERO
               MOVE 'Y' TO WS-HIST-AVAIL
           END-IF.
           OPEN INPUT CENSUS-MASTER.
           IF WS-CEN-STAT = ZERO
               MOVE 'Y' TO WS-CEN-AVAIL
           END-IF.
           OPEN INPUT RES-MASTER.
           IF WS-RES-STAT = ZERO
               MOVE 'Y' TO WS-RES-AVAIL
           END-IF.
           OPEN INPUT INSTR-MASTER.
           IF WS-INST-STAT = ZERO
               MOVE 'Y' TO WS-INST-AVAIL
           END-IF.

           MOVE 'C' TO WS-PASS.
           MOVE WS-SK-YEAR TO WS-SCAN-YEAR.
           MOVE WS-SK-SEM  TO WS-SCAN-SEM.
           PERFORM 100-SCAN-TERM.

           MOVE 'P' TO WS-PASS.
           COMPUTE WS-PRIOR-YEAR = WS-SK-YEAR - 1.
           MOVE WS-PRIOR-YEAR TO WS-SCAN-YEAR.
           MOVE WS-SK-SEM     TO WS-SCAN-SEM.
           IF CEN-AVAIL
               PERFORM 200-SCAN-CENSUS
           END-IF.
           IF WS-PRIOR-COUNT > 0
               MOVE 'CENSUS SNAPSHOT' TO WS-PRIOR-SRC
           ELSE
               PERFORM 100-SCAN-TERM
               IF WS-PRIOR-COUNT > 0
                   MOVE 'REGISTRATIONS' TO WS-PRIOR-SRC
               ELSE
                   MOVE 'NO ENROLLMENT ON FILE' TO WS-PRIOR-SRC
               END-IF
           END-IF.

           PERFORM 500-PRINT-REPORT.

           CLOSE SCHE-MST.
           IF HIST-AVAIL
               CLOSE REG-HISTORY
           END-IF.
           IF CEN-AVAIL
               CLOSE CENSUS-MASTER
           END-IF.
           IF RES-AVAIL
               CLOSE RES-MASTER
           END-IF.
           IF INST-AVAIL
               CLOSE INSTR-MASTER
           END-IF.

           IF RPT-BATCH-MODE
               CLOSE RPT-FILE
           ELSE
               DISPLAY 'PRESS ENTER TO RETURN TO MENU'
               ACCEPT WS-RESP
           END-IF.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *REGISTRATIONS FOR WS-SCAN-YEAR/SEM - THE WORK FILE, THEN THE
      *HISTORY FILE FOR A TERM THAT HAS BEEN CLOSED
       100-SCAN-TERM.
           IF REG-AVAIL
               PERFORM 110-SCAN-LIVE
           END-IF.
           IF HIST-AVAIL
               PERFORM 120-SCAN-HISTORY
           END-IF.
      *-----------------------------------------------------------------
      *THE WORK FILE IS IN TERM ORDER - STOP PAST THE TERM SCANNED
       110-SCAN-LIVE.
           MOVE 'W' TO WS-SOURCE.
           OPEN INPUT ENRL-WORK.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ ENRL-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EW-YEAR > WS-SCAN-YEAR
                           OR (EW-YEAR = WS-SCAN-YEAR
                               AND EW-SEM > WS-SCAN-SEM)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF EW-YEAR = WS-SCAN-YEAR
                               AND EW-SEM = WS-SCAN-SEM
                               MOVE EW-STU-ID TO WS-CUR-STU
                               MOVE EW-CRN    TO WS-CUR-CRN
                               MOVE EW-GRADE  TO WS-CUR-GRADE
                               PERFORM 300-TALLY-REGISTRATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENRL-WORK.
      *-----------------------------------------------------------------
       120-SCAN-HISTORY.
           MOVE 'H' TO WS-SOURCE.
           MOVE WS-SCAN-YEAR TO RH-YEAR.
           MOVE WS-SCAN-SEM  TO RH-SEM.
           MOVE ZERO         TO RH-CRN.
           MOVE 'N' TO WS-EOF.
           START REG-HISTORY KEY NOT LESS THAN RH-CRN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REG-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RH-YEAR NOT = WS-SCAN-YEAR
                           OR RH-SEM NOT = WS-SCAN-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE RH-STU-ID TO WS-CUR-STU
                           MOVE RH-CRN    TO WS-CUR-CRN
                           MOVE RH-GRADE  TO WS-CUR-GRADE
                           PERFORM 300-TALLY-REGISTRATION
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE FROZEN SNAPSHOT ALREADY CARRIES THE DEPARTMENT AND THE
      *CREDITS. THE SECTION, IF STILL ON THE SCHEDULE, GIVES THE
      *INSTRUCTOR, CAMPUS AND LEVEL.
       200-SCAN-CENSUS.
           MOVE WS-SCAN-YEAR TO CEN-YEAR.
           MOVE WS-SCAN-SEM  TO CEN-SEM.
           MOVE LOW-VALUES   TO CEN-STU-ID.
           MOVE LOW-VALUES   TO CEN-CRN.
           MOVE 'N' TO WS-EOF.
           START CENSUS-MASTER KEY NOT LESS THAN CEN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CENSUS-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CEN-YEAR NOT = WS-SCAN-YEAR
                           OR CEN-SEM NOT = WS-SCAN-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CEN-GRADE NOT = 'W'
                               AND CEN-CREDITS > 0
                               MOVE CEN-CRN TO WS-CUR-CRN
                               PERFORM 250-LOOK-UP-SECTION
                               MOVE CEN-DEPT    TO WS-CUR-DEPT
                               MOVE CEN-CREDITS TO WS-CUR-CREDITS
                               MOVE ZERO        TO WS-CUR-TUITION
                               ADD 1 TO WS-PRIOR-COUNT
                               PERFORM 400-SPREAD-HOURS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       250-LOOK-UP-SECTION.
           MOVE WS-SCAN-YEAR TO WS-SI-YEAR.
           MOVE WS-SCAN-SEM  TO WS-SI-SEM.
           MOVE WS-CUR-CRN   TO WS-SI-CRN.
           MOVE WS-SECT-ID   TO SCHEDULE-ID-O.
           MOVE 'Y' TO WS-SECT-FOUND.
           READ SCHE-MST
               INVALID KEY
                   MOVE 'N' TO WS-SECT-FOUND
           END-READ.
      *-----------------------------------------------------------------
      *A WORK FILE ROW ALREADY HOLDS THE SECTION - IT IS LAID INTO THE
      *SCHEDULE RECORD AREA SO THE ROLLUPS READ IT THE SAME WAY
       260-SECTION-FROM-WORK.
           MOVE EW-SECT-FOUND  TO WS-SECT-FOUND.
           MOVE EW-COURSE-ID   TO COURSE-ID-O.
           MOVE EW-SECT-STATUS TO SCHED-STATUS-O.
           MOVE EW-INSTRUCTOR  TO INSTRUCTOR-ID-O.
           MOVE EW-INST2       TO SCHED-INST2-O.
           MOVE EW-INST2-PCT   TO SCHED-INST2-PCT-O.
           MOVE EW-CAMPUS      TO SCHED-CAMPUS-O.
      *-----------------------------------------------------------------
      *ONE REGISTRATION FROM THE LIVE OR HISTORY FILE. THE CREDITS
      *ARE THE COURSE VERSION'S FOR THE TERM SCANNED; THE TUITION IS
      *THOSE CREDITS AT THE PER-CREDIT RATE OF THE STUDENT'S TIER.
       300-TALLY-REGISTRATION.
           IF WS-CUR-GRADE = 'W'
               EXIT PARAGRAPH
           END-IF.
           IF FROM-WORK
               PERFORM 260-SECTION-FROM-WORK
           ELSE
               PERFORM 250-LOOK-UP-SECTION
           END-IF.
           IF NOT SECT-FOUND
               IF NOT PRIOR-PASS
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF SCHED-CANCELLED-O
               EXIT PARAGRAPH
           END-IF.

           IF FROM-WORK
               MOVE EW-CREDITS TO WS-V-CREDIT
           ELSE
               CALL 'CRSE-VER-GET' USING COURSE-ID-O WS-SCAN-YEAR
                   WS-SCAN-SEM WS-V-NAME WS-V-CREDIT WS-V-FOUND
           END-IF.
           MOVE ZERO TO WS-CUR-CREDITS.
           IF WS-V-CREDIT(1:1) NUMERIC
               MOVE WS-V-CREDIT(1:1) TO WS-CUR-CREDITS
           END-IF.
           IF WS-CUR-CREDITS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE COURSE-ID-O(1:4) TO WS-CUR-DEPT.

           MOVE ZERO TO WS-CUR-TUITION.
           IF PRIOR-PASS
               ADD 1 TO WS-PRIOR-COUNT
           ELSE
               ADD 1 TO WS-REG-COUNT
               PERFORM 350-PRICE-HOURS
           END-IF.
           PERFORM 400-SPREAD-HOURS.
      *-----------------------------------------------------------------
       350-PRICE-HOURS.
           MOVE SPACE TO WS-RT-RES-CODE.
           IF FROM-WORK
               MOVE EW-RESIDENCY TO WS-RT-RES-CODE
           END-IF.
           IF RES-AVAIL AND NOT FROM-WORK
               MOVE WS-CUR-STU TO RES-STU-ID
               READ RES-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RES-CODE TO WS-RT-RES-CODE
               END-READ
           END-IF.
           MOVE WS-SCAN-YEAR   TO WS-RT-YEAR.
           MOVE WS-SCAN-SEM    TO WS-RT-SEM.
           MOVE WS-CUR-CREDITS TO WS-RT-CREDITS.
           CALL 'RATE-GET' USING WS-RATE-TERM.
           COMPUTE WS-CUR-TUITION = WS-CUR-CREDITS * WS-RT-RATE.
      *-----------------------------------------------------------------
      *THE REGISTRATION'S HOURS GO TO THE DEPARTMENT IN FULL AND,
      *WHEN THE SECTION IS KNOWN, TO ITS CAMPUS AND LEVEL IN FULL AND
      *TO ITS INSTRUCTORS BY THE CO-TEACHING SPLIT
       400-SPREAD-HOURS.
           MOVE WS-CUR-CREDITS TO WS-ADD-SCH.
           MOVE WS-CUR-TUITION TO WS-ADD-TUITION.
           IF PRIOR-PASS
               ADD WS-ADD-SCH TO WS-TOT-PRIOR
           ELSE
               ADD 1              TO WS-TOT-ENROLL
               ADD WS-ADD-SCH     TO WS-TOT-SCH
               ADD WS-ADD-TUITION TO WS-TOT-TUITION
           END-IF.
           MOVE '1'         TO WS-ADD-TYPE.
           MOVE WS-CUR-DEPT TO WS-ADD-CODE.
           PERFORM 450-ADD-ROLLUP.
           IF NOT SECT-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE '3' TO WS-ADD-TYPE.
           IF SCHED-CAMPUS-O = SPACES OR SCHED-CAMPUS-O = LOW-VALUES
               MOVE 'NONE' TO WS-ADD-CODE
           ELSE
               MOVE SCHED-CAMPUS-O TO WS-ADD-CODE
           END-IF.
           PERFORM 450-ADD-ROLLUP.

           MOVE '4' TO WS-ADD-TYPE.
           IF COURSE-ID-O(6:1) NUMERIC
               MOVE COURSE-ID-O(6:1) TO WS-ADD-CODE(1:1)
               MOVE '000'            TO WS-ADD-CODE(2:3)
           ELSE
               MOVE '????' TO WS-ADD-CODE
           END-IF.
           PERFORM 450-ADD-ROLLUP.

           MOVE '2' TO WS-ADD-TYPE.
           IF SCHED-INST2-O NOT = SPACES
               AND SCHED-INST2-PCT-O NUMERIC
               AND SCHED-INST2-PCT-O > ZERO
               AND SCHED-INST2-PCT-O NOT > 100
               COMPUTE WS-SHARE-SCH ROUNDED =
                   WS-CUR-CREDITS * SCHED-INST2-PCT-O / 100
               COMPUTE WS-SHARE-TUITION ROUNDED =
                   WS-CUR-TUITION * SCHED-INST2-PCT-O / 100
               MOVE SCHED-INST2-O    TO WS-ADD-CODE
               MOVE WS-SHARE-SCH     TO WS-ADD-SCH
               MOVE WS-SHARE-TUITION TO WS-ADD-TUITION
               PERFORM 450-ADD-ROLLUP
               COMPUTE WS-ADD-SCH = WS-CUR-CREDITS - WS-SHARE-SCH
               COMPUTE WS-ADD-TUITION =
                   WS-CUR-TUITION - WS-SHARE-TUITION
           END-IF.
           IF INSTRUCTOR-ID-O = SPACES
               MOVE 'TBA' TO WS-ADD-CODE
           ELSE
               MOVE INSTRUCTOR-ID-O TO WS-ADD-CODE
           END-IF.
           PERFORM 450-ADD-ROLLUP.
      *-----------------------------------------------------------------
      *FIND THE ROW FOR WS-ADD-KEY, OR OPEN ONE IN KEY ORDER
       450-ADD-ROLLUP.
           MOVE 'N' TO WS-RU-POS-FOUND.
           PERFORM VARYING WS-RU-IX FROM 1 BY 1
               UNTIL WS-RU-IX > WS-RU-COUNT OR RU-POS-FOUND
               IF WS-RU-KEY(WS-RU-IX) NOT < WS-ADD-KEY
                   MOVE 'Y' TO WS-RU-POS-FOUND
                   MOVE WS-RU-IX TO WS-RU-AT
               END-IF
           END-PERFORM.
           IF NOT RU-POS-FOUND
               COMPUTE WS-RU-AT = WS-RU-COUNT + 1
           END-IF.
           IF WS-RU-AT > WS-RU-COUNT
               OR WS-RU-KEY(WS-RU-AT) NOT = WS-ADD-KEY
               IF WS-RU-COUNT NOT < 400
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-RU-JX FROM WS-RU-COUNT BY -1
                   UNTIL WS-RU-JX < WS-RU-AT
                   MOVE WS-RU-ENTRY(WS-RU-JX)
                       TO WS-RU-ENTRY(WS-RU-JX + 1)
               END-PERFORM
               ADD 1 TO WS-RU-COUNT
               MOVE WS-ADD-KEY TO WS-RU-KEY(WS-RU-AT)
               MOVE ZERO TO WS-RU-ENROLL(WS-RU-AT)
               MOVE ZERO TO WS-RU-SCH(WS-RU-AT)
               MOVE ZERO TO WS-RU-TUITION(WS-RU-AT)
               MOVE ZERO TO WS-RU-PRIOR(WS-RU-AT)
           END-IF.
           IF PRIOR-PASS
               ADD WS-ADD-SCH TO WS-RU-PRIOR(WS-RU-AT)
           ELSE
               ADD 1              TO WS-RU-ENROLL(WS-RU-AT)
               ADD WS-ADD-SCH     TO WS-RU-SCH(WS-RU-AT)
               ADD WS-ADD-TUITION TO WS-RU-TUITION(WS-RU-AT)
           END-IF.
      *-----------------------------------------------------------------
       500-PRINT-REPORT.
           MOVE WS-SK-YEAR TO WS-T-YEAR.
           MOVE WS-SK-SEM  TO WS-T-SEM.
           DISPLAY WS-TITLE-LN.
           MOVE WS-TITLE-LN TO WS-OUT-LINE.
           PERFORM 950-PUT-LINE.
           MOVE WS-PRIOR-YEAR TO WS-PL-YEAR.
           MOVE WS-SK-SEM     TO WS-PL-SEM.
           MOVE WS-PRIOR-SRC  TO WS-PL-SRC.
           DISPLAY WS-PRIOR-LN.
           MOVE WS-PRIOR-LN TO WS-OUT-LINE.
           PERFORM 950-PUT-LINE.

           IF WS-REG-COUNT = 0
               DISPLAY WS-BLNK-LN
               DISPLAY 'NO REGISTRATIONS FOR THIS TERM'
               MOVE 'NO REGISTRATIONS FOR THIS TERM' TO WS-OUT-LINE
               PERFORM 950-PUT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE '1' TO WS-SECT-TYPE.
           MOVE 'BY DEPARTMENT' TO WS-OUT-LINE.
           PERFORM 510-PRINT-ROLLUP.
           PERFORM 560-PRINT-TOTAL.
           MOVE '2' TO WS-SECT-TYPE.
           MOVE 'BY INSTRUCTOR (CO-TAUGHT HOURS SPLIT)' TO WS-OUT-LINE.
           PERFORM 510-PRINT-ROLLUP.
           MOVE '3' TO WS-SECT-TYPE.
           MOVE 'BY CAMPUS' TO WS-OUT-LINE.
           PERFORM 510-PRINT-ROLLUP.
           MOVE '4' TO WS-SECT-TYPE.
           MOVE 'BY COURSE LEVEL' TO WS-OUT-LINE.
           PERFORM 510-PRINT-ROLLUP.

           IF WS-SKIP-COUNT > 0
               DISPLAY WS-BLNK-LN
               MOVE SPACES TO WS-OUT-LINE
               PERFORM 950-PUT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING 'REGISTRATIONS WITH NO SECTION ON FILE: '
                          DELIMITED BY SIZE
                      WS-SKIP-COUNT DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               DISPLAY WS-OUT-LINE
               PERFORM 950-PUT-LINE
           END-IF.
      *-----------------------------------------------------------------
      *ONE ROLLUP - THE HEADING IS IN WS-OUT-LINE ON ENTRY
       510-PRINT-ROLLUP.
           DISPLAY WS-BLNK-LN.
           DISPLAY WS-OUT-LINE.
           PERFORM 950-PUT-LINE.
           DISPLAY WS-COL-HDR.
           MOVE WS-COL-HDR TO WS-OUT-LINE.
           PERFORM 950-PUT-LINE.
           PERFORM VARYING WS-RU-IX FROM 1 BY 1
               UNTIL WS-RU-IX > WS-RU-COUNT
               IF WS-RU-TYPE(WS-RU-IX) = WS-SECT-TYPE
                   PERFORM 520-PRINT-ROW
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       520-PRINT-ROW.
           MOVE WS-RU-CODE(WS-RU-IX) TO WS-D-CODE.
           MOVE SPACES TO WS-D-NAME.
           EVALUATE WS-SECT-TYPE
               WHEN '1'
                   CALL 'DEPT-GET' USING WS-RU-CODE(WS-RU-IX)
                       WS-V-NAME WS-V-FOUND
                   MOVE WS-V-NAME TO WS-D-NAME
               WHEN '2'
                   PERFORM 530-INSTRUCTOR-NAME
               WHEN '3'
                   MOVE 'CAMPUS' TO WS-D-NAME
               WHEN '4'
                   MOVE 'COURSE LEVEL' TO WS-D-NAME
           END-EVALUATE.
           MOVE WS-RU-ENROLL(WS-RU-IX)  TO WS-D-ENROLL.
           MOVE WS-RU-SCH(WS-RU-IX)     TO WS-D-SCH.
           COMPUTE WS-FTE ROUNDED =
               WS-RU-SCH(WS-RU-IX) / WS-FTE-HOURS.
           MOVE WS-FTE                  TO WS-D-FTE.
           MOVE WS-RU-TUITION(WS-RU-IX) TO WS-D-TUITION.
           MOVE WS-RU-PRIOR(WS-RU-IX)   TO WS-D-PRIOR.
           IF WS-RU-PRIOR(WS-RU-IX) > 0
               COMPUTE WS-CHG-PCT ROUNDED =
                   (WS-RU-SCH(WS-RU-IX) - WS-RU-PRIOR(WS-RU-IX))
                   * 100 / WS-RU-PRIOR(WS-RU-IX)
               MOVE WS-CHG-PCT TO WS-CHG-ED
               MOVE WS-CHG-ED  TO WS-D-CHG
           ELSE
               MOVE '   NEW' TO WS-D-CHG
           END-IF.
           DISPLAY WS-DTL-LN.
           MOVE WS-DTL-LN TO WS-OUT-LINE.
           PERFORM 950-PUT-LINE.
      *-----------------------------------------------------------------
       530-INSTRUCTOR-NAME.
           IF WS-RU-CODE(WS-RU-IX) = 'TBA' OR = '9999'
               MOVE 'STAFF / TBA' TO WS-D-NAME
               EXIT PARAGRAPH
           END-IF.
           IF INST-AVAIL AND WS-RU-CODE(WS-RU-IX) NUMERIC
               MOVE WS-RU-CODE(WS-RU-IX) TO INSTR-ID
               READ INSTR-MASTER
                   INVALID KEY
                       MOVE 'NOT ON FILE' TO WS-D-NAME
                   NOT INVALID KEY
                       MOVE INSTR-NAME TO WS-D-NAME
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       560-PRINT-TOTAL.
           MOVE SPACES TO WS-D-CODE.
           MOVE 'ALL DEPARTMENTS' TO WS-D-NAME.
           MOVE WS-TOT-ENROLL  TO WS-D-ENROLL.
           MOVE WS-TOT-SCH     TO WS-D-SCH.
           COMPUTE WS-FTE ROUNDED = WS-TOT-SCH / WS-FTE-HOURS.
           MOVE WS-FTE         TO WS-D-FTE.
           MOVE WS-TOT-TUITION TO WS-D-TUITION.
           MOVE WS-TOT-PRIOR   TO WS-D-PRIOR.
           IF WS-TOT-PRIOR > 0
               COMPUTE WS-CHG-PCT ROUNDED =
                   (WS-TOT-SCH - WS-TOT-PRIOR) * 100 / WS-TOT-PRIOR
               MOVE WS-CHG-PCT TO WS-CHG-ED
               MOVE WS-CHG-ED  TO WS-D-CHG
           ELSE
               MOVE '   NEW' TO WS-D-CHG
           END-IF.
           DISPLAY WS-DTL-LN.
           MOVE WS-DTL-LN TO WS-OUT-LINE.
           PERFORM 950-PUT-LINE.
      *-----------------------------------------------------------------
      *IN BATCH MODE EVERY REPORT LINE ALSO GOES TO THE OUTPUT FILE
       950-PUT-LINE.
           IF RPT-BATCH-MODE
               MOVE WS-OUT-LINE TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO RPT-REQ-LINES
           END-IF.

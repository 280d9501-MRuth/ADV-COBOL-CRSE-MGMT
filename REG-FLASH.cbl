       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-FLASH.
      *-----------------------------------------------------------------
      *DAILY REGISTRATION FLASH. SNAPSHOTS THE NEXT TERM TO START -
      *HEADCOUNT, NEW AND RETURNING STUDENTS AND CREDIT HOURS BY
      *DEPARTMENT AND CAMPUS, WITH THE DAY'S ADDS AND DROPS FROM
      *THE REGISTER AUDIT LOG - ONTO REG-FLASH.DAT UNDER TODAY'S
      *DATE, THEN PRINTS THE FLASH AGAINST LAST YEAR'S SNAPSHOT
      *TAKEN THE SAME NUMBER OF DAYS BEFORE THAT TERM STARTED (OR
      *THE CLOSEST DAY UP TO A WEEK EARLIER WHEN NO SNAPSHOT RAN ON
      *THE DAY ITSELF). A DEPARTMENT WHOSE CREDIT HOURS TRAIL LAST
      *YEAR BY MORE THAN THE PERCENTAGE ON FLASH-THRESHOLD.TXT IS
      *FLAGGED. NO PROMPTS - RUNS FROM THE JOB CHAIN.
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
                               FILE STATUS   IS WS-SCHE-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-TERM-STAT.
           SELECT REG-FLASH    ASSIGN        TO
                               '../FILES/REG-FLASH.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RF-KEY
                               FILE STATUS   IS WS-RF-STAT.
           SELECT REG-AUDIT-LOG ASSIGN      TO
                               '../FILES/REGISTER-AUDIT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
           SELECT CONFIG-FILE  ASSIGN        TO
                               '../FILES/FLASH-THRESHOLD.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CFG-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/REG-FLASH.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY TERM-MASTER-RECS.
       COPY REG-FLASH-RECS.
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
       FD  REG-AUDIT-LOG.
       01  AUDIT-REC.
           03  AUD-DATE.
               05  AUD-DATE-MM     PIC XX.
               05  FILLER          PIC X.
               05  AUD-DATE-DD     PIC XX.
               05  FILLER          PIC X.
               05  AUD-DATE-YY     PIC XX.
           03  FILLER              PIC X.
           03  AUD-TIME            PIC X(8).
           03  FILLER              PIC X.
           03  AUD-ACTION          PIC X(4).
           03  FILLER              PIC X.
           03  AUD-STU-ID          PIC 9(7).
           03  FILLER              PIC X.
           03  AUD-YEAR            PIC 9999.
           03  AUD-SEM             PIC 99.
           03  AUD-CRN             PIC 9(4).
           03  FILLER              PIC X(37).
       FD  CONFIG-FILE.
       01  CONFIG-REC.
           03  CFG-TRAIL-PCT       PIC 99.
           03  FILLER              PIC X(78).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-HIST-STAT        PIC 99.
           03  WS-SCHE-STAT        PIC 99.
           03  WS-TERM-STAT        PIC 99.
           03  WS-RF-STAT          PIC 99.
           03  WS-AUD-STAT         PIC 99.
           03  WS-CFG-STAT         PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-HIST-AVAIL       PIC X   VALUE 'N'.
               88  HIST-AVAIL              VALUE 'Y'.
           03  WS-TERM-FOUND       PIC X   VALUE 'N'.
               88  TERM-FOUND              VALUE 'Y'.
           03  WS-LY-FOUND         PIC X   VALUE 'N'.
               88  LY-FOUND                VALUE 'Y'.
           03  WS-SECT-FOUND       PIC X.
               88  SECT-FOUND              VALUE 'Y'.
           03  WS-STU-ACTIVE       PIC X   VALUE 'N'.
               88  STU-ACTIVE              VALUE 'Y'.
           03  WS-STU-PRIOR        PIC X.
               88  STU-PRIOR               VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-TERM-START       PIC 9(8).
           03  WS-DAYS-OUT         PIC 9(3).
           03  WS-LY-YEAR          PIC 9999.
           03  WS-LY-DATE          PIC 9(8).
           03  WS-LY-TRIES         PIC 9.
           03  WS-DAY-NUM          PIC 9(7).
      *CREDIT HOURS TRAILING LAST YEAR BY MORE THAN THIS PERCENT
      *FLAG THE DEPARTMENT
           03  WS-TRAIL-PCT        PIC 99  VALUE 5.
           03  WS-CUR-STU          PIC 9(7).
           03  WS-CREDITS          PIC 9.
           03  WS-V-NAME           PIC X(35).
           03  WS-V-CREDIT         PIC X(4).
           03  WS-V-FOUND          PIC X.
           03  WS-CHG-PCT          PIC S9(5).
           03  WS-CHG-ED           PIC +ZZZ9.
           03  WS-NET              PIC S9(5).
           03  WS-CUR-CREDITS      PIC 9(7).
           03  WS-SAVE-KEY         PIC X(19).
           03  WS-REG-COUNT        PIC 9(6) VALUE 0.
           03  WS-AUD-COUNT        PIC 9(6) VALUE 0.
           03  WS-FLAG-COUNT       PIC 9(4) VALUE 0.
           03  WS-ROW-TYPE         PIC X.
           03  WS-ROW-CODE         PIC X(4).
           03  WS-TBL-IX           PIC 999 COMP.
           03  WS-TBL-FOUND        PIC X.
               88  TBL-FOUND               VALUE 'Y'.
           03  WS-SX               PIC 99  COMP.
           03  WS-SX-FOUND         PIC X.
               88  SX-FOUND                VALUE 'Y'.
       01  WS-AUD-YMD.
           03  WS-AUD-CC           PIC XX.
           03  WS-AUD-YY           PIC XX.
           03  WS-AUD-MM           PIC XX.
           03  WS-AUD-DD           PIC XX.
       01  WS-AUD-CCYYMMDD REDEFINES WS-AUD-YMD
                                   PIC 9(8).
       01  WS-SECT-ID.
           03  WS-SI-YEAR          PIC 9999.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-SI-SEM           PIC 99.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-SI-CRN           PIC 9999.
      *DEPARTMENTS AND CAMPUSES THE CURRENT STUDENT IS TAKING, SO
      *EACH ROW COUNTS THE STUDENT ONCE
       01  WS-STU-ROWS.
           03  WS-SR-COUNT         PIC 99  COMP VALUE 0.
           03  WS-SR-ENTRY         OCCURS 30.
               05  WS-SR-TYPE      PIC X.
               05  WS-SR-CODE      PIC X(4).
      *TODAY'S FIGURES - ONE ROW PER TYPE AND CODE SEEN
       01  WS-FLASH-TABLE.
           03  WS-FL-COUNT         PIC 999 COMP VALUE 0.
           03  WS-FL-ENTRY         OCCURS 200.
               05  WS-FL-TYPE      PIC X.
               05  WS-FL-CODE      PIC X(4).
               05  WS-FL-HEAD      PIC 9(6).
               05  WS-FL-NEW       PIC 9(6).
               05  WS-FL-RET       PIC 9(6).
               05  WS-FL-CREDITS   PIC 9(7).
               05  WS-FL-ADDS      PIC 9(5).
               05  WS-FL-DROPS     PIC 9(5).
       01  WS-LY-FIGURES.
           03  WS-LY-HEAD          PIC 9(6).
           03  WS-LY-CREDITS       PIC 9(7).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'REG-FLASH'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/REG-FLASH.TXT'.
       01  WS-HDR1.
           03  FILLER              PIC X(25) VALUE
               'REGISTRATION FLASH  TERM '.
           03  WS-H-YEAR           PIC 9999.
           03  FILLER              PIC X     VALUE '/'.
           03  WS-H-SEM            PIC 99.
           03  FILLER              PIC X(8)  VALUE '  DATE: '.
           03  WS-H-DATE           PIC 9(8).
           03  FILLER              PIC X(17) VALUE
               '  DAYS TO START: '.
           03  WS-H-DAYS           PIC ZZ9.
       01  WS-HDR2.
           03  FILLER              PIC X(29) VALUE
               'LAST YEAR: SNAPSHOT OF TERM '.
           03  WS-H2-YEAR          PIC 9999.
           03  FILLER              PIC X     VALUE '/'.
           03  WS-H2-SEM           PIC 99.
           03  FILLER              PIC X(7)  VALUE ' TAKEN '.
           03  WS-H2-DATE          PIC 9(8).
       01  WS-HDR3.
           03  FILLER              PIC X(51) VALUE
               'TRAIL FLAG: DEPARTMENT SCH BELOW LAST YEAR BY OVER '.
           03  WS-H3-PCT           PIC Z9.
           03  FILLER              PIC X     VALUE '%'.
       01  WS-COL-HDR.
           03  FILLER              PIC X(40) VALUE
               'CODE  HEAD   NEW   RET    SCH LY-HD LY-S'.
           03  FILLER              PIC X(40) VALUE
               'CH  CHG% ADDS DRPS   NET FLAG'.
       01  WS-DTL-LN.
           03  WS-D-CODE           PIC X(4).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-HEAD           PIC ZZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-NEW            PIC ZZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-RET            PIC ZZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-SCH            PIC ZZZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-LY-HEAD        PIC ZZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-LY-SCH         PIC ZZZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-CHG            PIC X(5).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-ADDS           PIC ZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-DROPS          PIC ZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-NET            PIC +ZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-FLAG           PIC X(8).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           PERFORM 050-READ-CONFIG.

           OPEN INPUT TERM-MASTER.
           IF WS-TERM-STAT = ZERO
               PERFORM 060-FIND-TERM
           END-IF.
           IF NOT TERM-FOUND
               DISPLAY 'NO UPCOMING TERM ON THE CALENDAR - NO FLASH'
               CLOSE TERM-MASTER
               EXIT PROGRAM
           END-IF.

           OPEN INPUT REG-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'REGISTER-MASTER CANNOT BE OPENED - NO RUN'
               CLOSE TERM-MASTER
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN I-O REG-FLASH.
           IF WS-RF-STAT NOT = ZERO
               DISPLAY 'REG-FLASH.DAT CANNOT BE OPENED - NO RUN'
               CLOSE TERM-MASTER
               CLOSE REG-MASTER
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT REG-HISTORY.
           IF WS-HIST-STAT = ZERO
               MOVE 'Y' TO WS-HIST-AVAIL
           END-IF.
           OPEN INPUT SCHE-MST.

           MOVE '1'    TO WS-ROW-TYPE.
           MOVE 'ALL ' TO WS-ROW-CODE.
           PERFORM 450-FIND-ROW.

           PERFORM 100-SCAN-REGISTRATIONS.
           PERFORM 300-SCAN-AUDIT-LOG.
           PERFORM 400-SAVE-SNAPSHOT.
           PERFORM 070-FIND-LAST-YEAR.
           PERFORM 500-PRINT-FLASH.

           CLOSE TERM-MASTER.
           CLOSE REG-MASTER.
           CLOSE REG-FLASH.
           IF HIST-AVAIL
               CLOSE REG-HISTORY
           END-IF.
           CLOSE SCHE-MST.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'REG-FLASH COMPLETE'.
           DISPLAY 'TERM                : ' WS-YEAR '/' WS-SEM.
           DISPLAY 'REGISTRATIONS       : ' WS-REG-COUNT.
           DISPLAY 'AUDIT ENTRIES TODAY : ' WS-AUD-COUNT.
           DISPLAY 'DEPARTMENTS FLAGGED : ' WS-FLAG-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-READ-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CFG-STAT = ZERO
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-TRAIL-PCT NUMERIC
                           MOVE CFG-TRAIL-PCT TO WS-TRAIL-PCT
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.
      *-----------------------------------------------------------------
      *THE FLASH FOLLOWS THE FIRST TERM ON THE CALENDAR THAT HAS NOT
      *STARTED YET
       060-FIND-TERM.
           MOVE LOW-VALUES TO TERM-KEY.
           MOVE 'N' TO WS-EOF.
           START TERM-MASTER KEY NOT LESS THAN TERM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF OR TERM-FOUND
               READ TERM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TERM-START-DATE > WS-TODAY
                           MOVE 'Y' TO WS-TERM-FOUND
                           MOVE TERM-YEAR       TO WS-YEAR
                           MOVE TERM-SEM        TO WS-SEM
                           MOVE TERM-START-DATE TO WS-TERM-START
                       END-IF
               END-READ
           END-PERFORM.
           IF TERM-FOUND
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(WS-TERM-START)
                   - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           END-IF.
      *-----------------------------------------------------------------
      *LAST YEAR'S SAME TERM, THE SAME NUMBER OF DAYS BEFORE ITS
      *START. A DAY THE CHAIN DID NOT RUN FALLS BACK TO THE NEAREST
      *EARLIER SNAPSHOT WITHIN A WEEK.
       070-FIND-LAST-YEAR.
           MOVE 'N' TO WS-LY-FOUND.
           COMPUTE WS-LY-YEAR = WS-YEAR - 1.
           MOVE WS-LY-YEAR TO TERM-YEAR.
           MOVE WS-SEM     TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(TERM-START-DATE) - WS-DAYS-OUT.
           MOVE 0 TO WS-LY-TRIES.
           PERFORM UNTIL LY-FOUND OR WS-LY-TRIES > 7
               COMPUTE WS-LY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               MOVE WS-LY-DATE TO RF-SNAP-DATE
               MOVE WS-LY-YEAR TO RF-YEAR
               MOVE WS-SEM     TO RF-SEM
               MOVE '1'        TO RF-TYPE
               MOVE 'ALL '     TO RF-CODE
               READ REG-FLASH
                   INVALID KEY
                       SUBTRACT 1 FROM WS-DAY-NUM
                       ADD 1 TO WS-LY-TRIES
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LY-FOUND
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE REGISTER FILE IN STUDENT ORDER - A STUDENT'S EARLIER TERMS
      *COME AHEAD OF THE TERM BEING FLASHED
       100-SCAN-REGISTRATIONS.
           MOVE LOW-VALUES TO REG-KEY.
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
                       PERFORM 110-ONE-REGISTRATION
               END-READ
           END-PERFORM.
           IF STU-ACTIVE
               PERFORM 200-CLOSE-STUDENT
           END-IF.
      *-----------------------------------------------------------------
       110-ONE-REGISTRATION.
           IF NOT STU-ACTIVE OR REG-STU-ID NOT = WS-CUR-STU
               IF STU-ACTIVE
                   PERFORM 200-CLOSE-STUDENT
               END-IF
               MOVE 'Y' TO WS-STU-ACTIVE
               MOVE REG-STU-ID TO WS-CUR-STU
               MOVE 'N' TO WS-STU-PRIOR
               MOVE 0 TO WS-SR-COUNT
           END-IF.
           IF REG-YEAR < WS-YEAR
               OR (REG-YEAR = WS-YEAR AND REG-SEM < WS-SEM)
               MOVE 'Y' TO WS-STU-PRIOR
               EXIT PARAGRAPH
           END-IF.
           IF REG-YEAR NOT = WS-YEAR OR REG-SEM NOT = WS-SEM
               OR REG-GRADE = 'W'
               EXIT PARAGRAPH
           END-IF.

           MOVE REG-CRN TO WS-SI-CRN.
           PERFORM 150-LOOK-UP-SECTION.
           IF NOT SECT-FOUND OR SCHED-CANCELLED-O
               EXIT PARAGRAPH
           END-IF.
           CALL 'CRSE-VER-GET' USING COURSE-ID-O WS-YEAR WS-SEM
               WS-V-NAME WS-V-CREDIT WS-V-FOUND.
           MOVE ZERO TO WS-CREDITS.
           IF WS-V-CREDIT(1:1) NUMERIC
               MOVE WS-V-CREDIT(1:1) TO WS-CREDITS
           END-IF.
           ADD 1 TO WS-REG-COUNT.

           MOVE '1'    TO WS-ROW-TYPE.
           MOVE 'ALL ' TO WS-ROW-CODE.
           PERFORM 120-CREDIT-ROW.
           MOVE '2' TO WS-ROW-TYPE.
           MOVE COURSE-ID-O(1:4) TO WS-ROW-CODE.
           PERFORM 120-CREDIT-ROW.
           MOVE '3' TO WS-ROW-TYPE.
           PERFORM 160-CAMPUS-CODE.
           PERFORM 120-CREDIT-ROW.
      *-----------------------------------------------------------------
      *CREDIT HOURS GO ON THE ROW NOW; THE STUDENT IS REMEMBERED
      *AGAINST THE ROW FOR THE HEADCOUNT AT THE STUDENT BREAK
       120-CREDIT-ROW.
           PERFORM 450-FIND-ROW.
           IF WS-TBL-IX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD WS-CREDITS TO WS-FL-CREDITS(WS-TBL-IX).
           MOVE 'N' TO WS-SX-FOUND.
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SR-COUNT OR SX-FOUND
               IF WS-SR-TYPE(WS-SX) = WS-ROW-TYPE
                   AND WS-SR-CODE(WS-SX) = WS-ROW-CODE
                   MOVE 'Y' TO WS-SX-FOUND
               END-IF
           END-PERFORM.
           IF NOT SX-FOUND AND WS-SR-COUNT < 30
               ADD 1 TO WS-SR-COUNT
               MOVE WS-ROW-TYPE TO WS-SR-TYPE(WS-SR-COUNT)
               MOVE WS-ROW-CODE TO WS-SR-CODE(WS-SR-COUNT)
           END-IF.
      *-----------------------------------------------------------------
       150-LOOK-UP-SECTION.
           MOVE WS-YEAR   TO WS-SI-YEAR.
           MOVE WS-SEM    TO WS-SI-SEM.
           MOVE WS-SECT-ID TO SCHEDULE-ID-O.
           MOVE 'Y' TO WS-SECT-FOUND.
           READ SCHE-MST
               INVALID KEY
                   MOVE 'N' TO WS-SECT-FOUND
           END-READ.
      *-----------------------------------------------------------------
       160-CAMPUS-CODE.
           IF SCHED-CAMPUS-O = SPACES OR SCHED-CAMPUS-O = LOW-VALUES
               MOVE 'NONE' TO WS-ROW-CODE
           ELSE
               MOVE SCHED-CAMPUS-O TO WS-ROW-CODE
           END-IF.
      *-----------------------------------------------------------------
      *A STUDENT WITH NO EARLIER TERM ON THE LIVE OR THE HISTORY
      *FILE IS NEW
       200-CLOSE-STUDENT.
           IF WS-SR-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT STU-PRIOR AND HIST-AVAIL
               MOVE WS-CUR-STU TO RH-STU-ID
               MOVE LOW-VALUES TO RH-CRN-KEY
               START REG-HISTORY KEY NOT LESS THAN RH-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ REG-HISTORY NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RH-STU-ID = WS-CUR-STU
                                   MOVE 'Y' TO WS-STU-PRIOR
                               END-IF
                       END-READ
               END-START
           END-IF.
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SR-COUNT
               MOVE WS-SR-TYPE(WS-SX) TO WS-ROW-TYPE
               MOVE WS-SR-CODE(WS-SX) TO WS-ROW-CODE
               PERFORM 450-FIND-ROW
               IF WS-TBL-IX > 0
                   ADD 1 TO WS-FL-HEAD(WS-TBL-IX)
                   IF STU-PRIOR
                       ADD 1 TO WS-FL-RET(WS-TBL-IX)
                   ELSE
                       ADD 1 TO WS-FL-NEW(WS-TBL-IX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SR-COUNT.
      *-----------------------------------------------------------------
      *TODAY'S ADDS (INCLUDING WAITLIST PROMOTIONS) AND DROPS
      *(WITHDRAWALS, PREREQUISITE DROPS AND CANCELLED SECTIONS TOO)
      *FOR THE TERM
       300-SCAN-AUDIT-LOG.
           OPEN INPUT REG-AUDIT-LOG.
           IF WS-AUD-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ REG-AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 310-AUDIT-DATE
                       IF WS-AUD-CCYYMMDD = WS-TODAY
                           AND AUD-YEAR = WS-YEAR
                           AND AUD-SEM = WS-SEM
                           PERFORM 320-ONE-AUDIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REG-AUDIT-LOG.
      *-----------------------------------------------------------------
       310-AUDIT-DATE.
           MOVE '20'        TO WS-AUD-CC.
           MOVE AUD-DATE-YY TO WS-AUD-YY.
           MOVE AUD-DATE-MM TO WS-AUD-MM.
           MOVE AUD-DATE-DD TO WS-AUD-DD.
           IF WS-AUD-YMD NOT NUMERIC
               MOVE ZERO TO WS-AUD-CCYYMMDD
           END-IF.
      *-----------------------------------------------------------------
       320-ONE-AUDIT-ENTRY.
           IF AUD-ACTION NOT = 'ADD ' AND NOT = 'PROM'
               AND NOT = 'DROP' AND NOT = 'WTHD'
               AND NOT = 'PDRP' AND NOT = 'CNCL'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AUD-COUNT.
           MOVE '1'    TO WS-ROW-TYPE.
           MOVE 'ALL ' TO WS-ROW-CODE.
           PERFORM 330-COUNT-ACTIVITY.
           MOVE AUD-CRN TO WS-SI-CRN.
           PERFORM 150-LOOK-UP-SECTION.
           IF NOT SECT-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE '2' TO WS-ROW-TYPE.
           MOVE COURSE-ID-O(1:4) TO WS-ROW-CODE.
           PERFORM 330-COUNT-ACTIVITY.
           MOVE '3' TO WS-ROW-TYPE.
           PERFORM 160-CAMPUS-CODE.
           PERFORM 330-COUNT-ACTIVITY.
      *-----------------------------------------------------------------
       330-COUNT-ACTIVITY.
           PERFORM 450-FIND-ROW.
           IF WS-TBL-IX = 0
               EXIT PARAGRAPH
           END-IF.
           IF AUD-ACTION = 'ADD ' OR AUD-ACTION = 'PROM'
               ADD 1 TO WS-FL-ADDS(WS-TBL-IX)
           ELSE
               ADD 1 TO WS-FL-DROPS(WS-TBL-IX)
           END-IF.
      *-----------------------------------------------------------------
      *TODAY'S SNAPSHOT REPLACES ANY EARLIER RUN FOR THE SAME DATE
       400-SAVE-SNAPSHOT.
           MOVE WS-TODAY   TO RF-SNAP-DATE.
           MOVE WS-YEAR    TO RF-YEAR.
           MOVE WS-SEM     TO RF-SEM.
           MOVE LOW-VALUES TO RF-TYPE.
           MOVE LOW-VALUES TO RF-CODE.
           MOVE 'N' TO WS-EOF.
           START REG-FLASH KEY NOT LESS THAN RF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REG-FLASH NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RF-SNAP-DATE NOT = WS-TODAY
                           OR RF-YEAR NOT = WS-YEAR
                           OR RF-SEM NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DELETE REG-FLASH RECORD
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
               UNTIL WS-TBL-IX > WS-FL-COUNT
               MOVE WS-TODAY                  TO RF-SNAP-DATE
               MOVE WS-YEAR                   TO RF-YEAR
               MOVE WS-SEM                    TO RF-SEM
               MOVE WS-FL-TYPE(WS-TBL-IX)     TO RF-TYPE
               MOVE WS-FL-CODE(WS-TBL-IX)     TO RF-CODE
               MOVE WS-DAYS-OUT               TO RF-DAYS-OUT
               MOVE WS-FL-HEAD(WS-TBL-IX)     TO RF-HEADCOUNT
               MOVE WS-FL-NEW(WS-TBL-IX)      TO RF-NEW
               MOVE WS-FL-RET(WS-TBL-IX)      TO RF-RETURNING
               MOVE WS-FL-CREDITS(WS-TBL-IX)  TO RF-CREDITS
               MOVE WS-FL-ADDS(WS-TBL-IX)     TO RF-ADDS
               MOVE WS-FL-DROPS(WS-TBL-IX)    TO RF-DROPS
               WRITE RF-REC
               END-WRITE
           END-PERFORM.
      *-----------------------------------------------------------------
      *ROW FOR WS-ROW-TYPE/WS-ROW-CODE - WS-TBL-IX IS ZERO WHEN THE
      *TABLE IS FULL
       450-FIND-ROW.
           MOVE 'N' TO WS-TBL-FOUND.
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
               UNTIL WS-TBL-IX > WS-FL-COUNT OR TBL-FOUND
               IF WS-FL-TYPE(WS-TBL-IX) = WS-ROW-TYPE
                   AND WS-FL-CODE(WS-TBL-IX) = WS-ROW-CODE
                   MOVE 'Y' TO WS-TBL-FOUND
               END-IF
           END-PERFORM.
           IF TBL-FOUND
               SUBTRACT 1 FROM WS-TBL-IX
           ELSE
               IF WS-FL-COUNT < 200
                   ADD 1 TO WS-FL-COUNT
                   MOVE WS-FL-COUNT TO WS-TBL-IX
                   MOVE WS-ROW-TYPE TO WS-FL-TYPE(WS-TBL-IX)
                   MOVE WS-ROW-CODE TO WS-FL-CODE(WS-TBL-IX)
                   MOVE 0 TO WS-FL-HEAD(WS-TBL-IX)
                   MOVE 0 TO WS-FL-NEW(WS-TBL-IX)
                   MOVE 0 TO WS-FL-RET(WS-TBL-IX)
                   MOVE 0 TO WS-FL-CREDITS(WS-TBL-IX)
                   MOVE 0 TO WS-FL-ADDS(WS-TBL-IX)
                   MOVE 0 TO WS-FL-DROPS(WS-TBL-IX)
               ELSE
                   MOVE 0 TO WS-TBL-IX
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *THE FLASH READS TODAY'S SNAPSHOT BACK IN KEY ORDER - TERM
      *TOTAL, DEPARTMENTS, THEN CAMPUSES
       500-PRINT-FLASH.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-YEAR     TO WS-H-YEAR.
           MOVE WS-SEM      TO WS-H-SEM.
           MOVE WS-TODAY    TO WS-H-DATE.
           MOVE WS-DAYS-OUT TO WS-H-DAYS.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           IF LY-FOUND
               MOVE WS-LY-YEAR TO WS-H2-YEAR
               MOVE WS-SEM     TO WS-H2-SEM
               MOVE WS-LY-DATE TO WS-H2-DATE
               MOVE WS-HDR2 TO PRINT-REC
           ELSE
               MOVE 'LAST YEAR: NO SNAPSHOT FOR THE SAME POINT IN '
                   & 'REGISTRATION' TO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           MOVE WS-TRAIL-PCT TO WS-H3-PCT.
           MOVE WS-HDR3 TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACE TO WS-ROW-TYPE.
           MOVE WS-TODAY   TO RF-SNAP-DATE.
           MOVE WS-YEAR    TO RF-YEAR.
           MOVE WS-SEM     TO RF-SEM.
           MOVE LOW-VALUES TO RF-TYPE.
           MOVE LOW-VALUES TO RF-CODE.
           MOVE 'N' TO WS-EOF.
           START REG-FLASH KEY NOT LESS THAN RF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REG-FLASH NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RF-SNAP-DATE NOT = WS-TODAY
                           OR RF-YEAR NOT = WS-YEAR
                           OR RF-SEM NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF RF-TYPE NOT = WS-ROW-TYPE
                               PERFORM 510-SECTION-HEADING
                           END-IF
                           PERFORM 520-PRINT-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRINT-FILE.
      *-----------------------------------------------------------------
       510-SECTION-HEADING.
           MOVE RF-TYPE TO WS-ROW-TYPE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           EVALUATE RF-TYPE
               WHEN '1'
                   MOVE 'TERM TOTAL' TO PRINT-REC
               WHEN '2'
                   MOVE 'BY DEPARTMENT' TO PRINT-REC
               WHEN '3'
                   MOVE 'BY CAMPUS' TO PRINT-REC
           END-EVALUATE.
           WRITE PRINT-REC.
           MOVE WS-COL-HDR TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *LAST YEAR'S ROW IS READ BY KEY AT THE SNAPSHOT FOUND - THE
      *READ IS RANDOM, SO THE SEQUENTIAL PASS IS REPOSITIONED AFTER
       520-PRINT-ROW.
           MOVE RF-CODE      TO WS-D-CODE.
           MOVE RF-HEADCOUNT TO WS-D-HEAD.
           MOVE RF-NEW       TO WS-D-NEW.
           MOVE RF-RETURNING TO WS-D-RET.
           MOVE RF-CREDITS   TO WS-D-SCH.
           MOVE RF-ADDS      TO WS-D-ADDS.
           MOVE RF-DROPS     TO WS-D-DROPS.
           COMPUTE WS-NET = RF-ADDS - RF-DROPS.
           MOVE WS-NET       TO WS-D-NET.
           MOVE SPACES       TO WS-D-FLAG.
           MOVE SPACES       TO WS-D-CHG.
           MOVE RF-CREDITS   TO WS-CUR-CREDITS.

           MOVE 0 TO WS-LY-HEAD WS-LY-CREDITS.
           IF LY-FOUND
               MOVE RF-KEY TO WS-SAVE-KEY
               MOVE WS-LY-DATE TO RF-SNAP-DATE
               MOVE WS-LY-YEAR TO RF-YEAR
               READ REG-FLASH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RF-HEADCOUNT TO WS-LY-HEAD
                       MOVE RF-CREDITS   TO WS-LY-CREDITS
               END-READ
               MOVE WS-SAVE-KEY TO RF-KEY
               START REG-FLASH KEY GREATER THAN RF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF.
           MOVE WS-LY-HEAD    TO WS-D-LY-HEAD.
           MOVE WS-LY-CREDITS TO WS-D-LY-SCH.
           IF WS-LY-CREDITS > 0
               COMPUTE WS-CHG-PCT ROUNDED =
                   (WS-CUR-CREDITS - WS-LY-CREDITS) * 100
                   / WS-LY-CREDITS
               MOVE WS-CHG-PCT TO WS-CHG-ED
               MOVE WS-CHG-ED  TO WS-D-CHG
               IF WS-CHG-PCT < 0 AND (0 - WS-CHG-PCT) > WS-TRAIL-PCT
                   AND WS-ROW-TYPE = '2'
                   MOVE '*TRAIL*' TO WS-D-FLAG
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           ELSE
               IF LY-FOUND AND WS-CUR-CREDITS > 0
                   MOVE '  NEW' TO WS-D-CHG
               END-IF
           END-IF.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INST-SEP-REPORT.
      *-----------------------------------------------------------------
      *INSTRUCTOR SEPARATION REFERENCE REPORT. CALLED WHEN A
      *SEPARATION IS ENTERED WITH THE INSTRUCTOR AND THE SEPARATION
      *DATE, AND LISTS EVERYTHING STILL POINTING AT THAT INSTRUCTOR -
      *SECTIONS TAUGHT OR CO-TAUGHT IN TERMS RUNNING PAST THE
      *SEPARATION DATE, SUBSTITUTE PERIODS ENDING ON OR AFTER IT,
      *ADVISEES WHO NEED A NEW ADVISOR, DEPARTMENTS THAT WILL LOSE
      *THEIR CHAIR, AND CURRENT TERM SECTIONS STILL CARRYING
      *UNGRADED REGISTRATIONS. THE NUMBER OF REFERENCES FOUND IS
      *HANDED BACK TO THE CALLER.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHE-MST     ASSIGN        TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-TERM-STAT.
           SELECT SUBST-MASTER ASSIGN        TO
                               '../FILES/SUBST-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SUB-KEY
                               FILE STATUS   IS WS-SUB-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS DYNAMIC
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT DEPT-MASTER  ASSIGN        TO
                               '../FILES/DEPT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DEPT-KEY
                               FILE STATUS   IS WS-DEPT-STAT.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT INSTR-MASTER ASSIGN        TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS INSTR-ID
                               ALTERNATE KEY IS INSTR-NAME
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/INST-SEP-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY TERM-MASTER-RECS.
       COPY SUBST-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY DEPT-MASTER-RECS.
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
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-TERM-STAT        PIC 99.
           03  WS-TERM-AVAIL       PIC X   VALUE 'N'.
               88  TERM-AVAIL              VALUE 'Y'.
           03  WS-SUB-STAT         PIC 99.
           03  WS-DEPT-STAT        PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-REG-EOF          PIC X   VALUE 'N'.
               88  REG-EOF                 VALUE 'Y'.
           03  WS-INST-X           PIC X(4).
           03  WS-SEP-YEAR         PIC 9999.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-CUR-FOUND        PIC X   VALUE 'N'.
               88  CUR-FOUND               VALUE 'Y'.
           03  WS-CUR-YEAR         PIC 9999.
           03  WS-CUR-SEM          PIC 99.
           03  WS-TERM-LIVE        PIC X.
               88  TERM-LIVE               VALUE 'Y'.
           03  WS-ROLE             PIC X(7).
           03  WS-SUBHEAD          PIC X(40).
           03  WS-UNGRADED         PIC 9(4).
           03  WS-SECT-COUNT       PIC 9(5).
           03  WS-SUB-COUNT        PIC 9(5).
           03  WS-ADV-COUNT        PIC 9(5).
           03  WS-CHAIR-COUNT      PIC 9(5).
           03  WS-GRADE-COUNT      PIC 9(5).
       01  WS-TERM-KEY.
           03  WS-TK-YEAR          PIC 9999.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-TK-SEM           PIC 99.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-TK-CRN           PIC 9999 VALUE ZERO.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'INST-SEP-REPORT'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-HDR1.
           03  FILLER              PIC X(30) VALUE
               'INSTRUCTOR SEPARATION REVIEW'.
           03  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-HDR2.
           03  FILLER              PIC X(12) VALUE 'INSTRUCTOR: '.
           03  WS-H-INST           PIC X(4).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-H-NAME           PIC X(22).
           03  FILLER              PIC X(3)  VALUE SPACES.
           03  FILLER              PIC X(12) VALUE 'SEPARATING: '.
           03  WS-H-SEP-DATE       PIC 9(8).
       01  WS-SECT-LN.
           03  FILLER              PIC X(4)  VALUE SPACES.
           03  WS-S-SCHED-ID       PIC X(12).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-S-COURSE         PIC X(9).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-S-ROLE           PIC X(7).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-S-INFO           PIC X(30).
       01  WS-SUB-LN.
           03  FILLER              PIC X(4)  VALUE SPACES.
           03  WS-B-SCHED-ID       PIC X(12).
           03  FILLER              PIC XX    VALUE SPACES.
           03  FILLER              PIC X(6)  VALUE 'FROM: '.
           03  WS-B-START          PIC 9(8).
           03  FILLER              PIC X(6)  VALUE '  TO: '.
           03  WS-B-END            PIC 9(8).
       01  WS-ADV-LN.
           03  FILLER              PIC X(4)  VALUE SPACES.
           03  WS-A-STU-ID         PIC 9(7).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-A-L-NAME         PIC X(15).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-A-F-NAME         PIC X(15).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-A-MAJOR          PIC X(4).
       01  WS-CHAIR-LN.
           03  FILLER              PIC X(4)  VALUE SPACES.
           03  WS-C-DEPT           PIC X(4).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-C-NAME           PIC X(30).
       01  WS-GRADE-LN.
           03  FILLER              PIC X(4)  VALUE SPACES.
           03  WS-G-SCHED-ID       PIC X(12).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-G-COURSE         PIC X(9).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-G-ROLE           PIC X(7).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-G-UNGRADED       PIC ZZZ9.
           03  FILLER              PIC X(9)  VALUE ' UNGRADED'.
       01  WS-NONE-LN.
           03  FILLER              PIC X(4)  VALUE SPACES.
           03  FILLER              PIC X(4)  VALUE 'NONE'.
       LINKAGE SECTION.
       01  LNK-INST-ID             PIC 9(4).
       01  LNK-SEP-DATE            PIC 9(8).
       01  LNK-REF-COUNT           PIC 9(5).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-INST-ID LNK-SEP-DATE LNK-REF-COUNT.
       000-MAIN.
           MOVE ZERO TO LNK-REF-COUNT.
           MOVE 0 TO WS-SECT-COUNT WS-SUB-COUNT WS-ADV-COUNT
                     WS-CHAIR-COUNT WS-GRADE-COUNT.
           MOVE LNK-INST-ID TO WS-INST-X.
           MOVE LNK-SEP-DATE(1:4) TO WS-SEP-YEAR.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN INPUT SCHE-MST.
           IF WS-STAT NOT = ZERO
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO WS-TERM-AVAIL.
           OPEN INPUT TERM-MASTER.
           IF WS-TERM-STAT = ZERO
               MOVE 'Y' TO WS-TERM-AVAIL
           END-IF.
           OPEN INPUT SUBST-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT DEPT-MASTER.
           OPEN INPUT REG-MASTER.
           OPEN INPUT INSTR-MASTER.
           OPEN OUTPUT PRINT-FILE.

           MOVE LNK-INST-ID TO INSTR-ID.
           READ INSTR-MASTER
               INVALID KEY
                   MOVE SPACES TO INSTR-NAME
           END-READ.
           MOVE WS-TODAY     TO WS-H-DATE.
           MOVE WS-INST-X    TO WS-H-INST.
           MOVE INSTR-NAME   TO WS-H-NAME.
           MOVE LNK-SEP-DATE TO WS-H-SEP-DATE.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR2 TO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM 100-FUTURE-SECTIONS.
           PERFORM 200-SUBSTITUTE-PERIODS.
           PERFORM 300-ADVISEES.
           PERFORM 400-CHAIRS.
           PERFORM 500-OPEN-GRADES.

           COMPUTE LNK-REF-COUNT = WS-SECT-COUNT + WS-SUB-COUNT
                                 + WS-ADV-COUNT + WS-CHAIR-COUNT
                                 + WS-GRADE-COUNT.

           CLOSE SCHE-MST.
           CLOSE TERM-MASTER.
           CLOSE SUBST-MASTER.
           CLOSE STU-MST.
           CLOSE DEPT-MASTER.
           CLOSE REG-MASTER.
           CLOSE INSTR-MASTER.
           CLOSE PRINT-FILE.

           MOVE '../FILES/INST-SEP-REPORT.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *SECTIONS THE INSTRUCTOR TEACHES OR CO-TEACHES IN ANY TERM
      *THAT ENDS ON OR AFTER THE SEPARATION DATE
       100-FUTURE-SECTIONS.
           MOVE 'SECTIONS NEEDING A NEW INSTRUCTOR'
               TO WS-SUBHEAD.
           PERFORM 800-SUBHEAD.
           MOVE LOW-VALUES TO SCHEDULE-ID-O.
           MOVE 'N' TO WS-EOF.
           START SCHE-MST KEY NOT LESS THAN SCHEDULE-ID-O
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ SCHE-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 110-CHECK-SECTION
               END-READ
           END-PERFORM.
           IF WS-SECT-COUNT = ZERO
               MOVE WS-NONE-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------
       110-CHECK-SECTION.
           IF SCHED-CANCELLED-O
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-INST-X
               WHEN INSTRUCTOR-ID-O
                   MOVE 'PRIMARY' TO WS-ROLE
               WHEN SCHED-INST2-O
                   MOVE 'CO-INST' TO WS-ROLE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM 120-CHECK-TERM.
           IF TERM-LIVE
               MOVE SCHEDULE-ID-O TO WS-S-SCHED-ID
               MOVE COURSE-ID-O   TO WS-S-COURSE
               MOVE WS-ROLE       TO WS-S-ROLE
               MOVE TIMEDAY-O     TO WS-S-INFO
               MOVE WS-SECT-LN TO PRINT-REC
               WRITE PRINT-REC
               ADD 1 TO WS-SECT-COUNT
           END-IF.
      *-----------------------------------------------------------------
      *A TERM IS STILL LIVE WHEN ITS END DATE IS ON OR AFTER THE
      *SEPARATION DATE. A TERM NOT YET ON THE CALENDAR COUNTS WHEN
      *IT FALLS IN OR AFTER THE SEPARATION YEAR.
       120-CHECK-TERM.
           MOVE 'N' TO WS-TERM-LIVE.
           MOVE SCHEDULE-ID-O(1:4) TO TERM-YEAR.
           MOVE SCHEDULE-ID-O(6:2) TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   IF TERM-YEAR NOT < WS-SEP-YEAR
                       MOVE 'Y' TO WS-TERM-LIVE
                   END-IF
               NOT INVALID KEY
                   IF TERM-END-DATE NOT < LNK-SEP-DATE
                       MOVE 'Y' TO WS-TERM-LIVE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       200-SUBSTITUTE-PERIODS.
           MOVE 'SUBSTITUTE PERIODS NEEDING COVER'
               TO WS-SUBHEAD.
           PERFORM 800-SUBHEAD.
           IF WS-SUB-STAT = ZERO
               MOVE LOW-VALUES TO SUB-KEY
               MOVE 'N' TO WS-EOF
               START SUBST-MASTER KEY NOT LESS THAN SUB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL EOF
                   READ SUBST-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SUB-INST-ID = LNK-INST-ID
                               AND SUB-END NOT < LNK-SEP-DATE
                               MOVE SUB-SCHED-ID TO WS-B-SCHED-ID
                               MOVE SUB-START    TO WS-B-START
                               MOVE SUB-END      TO WS-B-END
                               MOVE WS-SUB-LN TO PRINT-REC
                               WRITE PRINT-REC
                               ADD 1 TO WS-SUB-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SUB-COUNT = ZERO
               MOVE WS-NONE-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------
       300-ADVISEES.
           MOVE 'ADVISEES NEEDING A NEW ADVISOR'
               TO WS-SUBHEAD.
           PERFORM 800-SUBHEAD.
           MOVE LOW-VALUES TO STU-ID.
           MOVE 'N' TO WS-EOF.
           START STU-MST KEY NOT LESS THAN STU-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ STU-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STU-ADVISOR = LNK-INST-ID
                           MOVE STU-ID     TO WS-A-STU-ID
                           MOVE STU-L-NAME TO WS-A-L-NAME
                           MOVE STU-F-NAME TO WS-A-F-NAME
                           MOVE STU-MAJOR  TO WS-A-MAJOR
                           MOVE WS-ADV-LN TO PRINT-REC
                           WRITE PRINT-REC
                           ADD 1 TO WS-ADV-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ADV-COUNT = ZERO
               MOVE WS-NONE-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------
       400-CHAIRS.
           MOVE 'DEPARTMENT CHAIR VACANCIES'
               TO WS-SUBHEAD.
           PERFORM 800-SUBHEAD.
           IF WS-DEPT-STAT = ZERO
               MOVE LOW-VALUES TO DEPT-KEY
               MOVE 'N' TO WS-EOF
               START DEPT-MASTER KEY NOT LESS THAN DEPT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL EOF
                   READ DEPT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DEPT-CHAIR = LNK-INST-ID
                               MOVE DEPT-CODE TO WS-C-DEPT
                               MOVE DEPT-NAME TO WS-C-NAME
                               MOVE WS-CHAIR-LN TO PRINT-REC
                               WRITE PRINT-REC
                               ADD 1 TO WS-CHAIR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CHAIR-COUNT = ZERO
               MOVE WS-NONE-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------
      *CURRENT TERM IS THE ONE WHOSE DATES SPAN TODAY
       500-OPEN-GRADES.
           MOVE 'OPEN GRADE SUBMISSIONS - CURRENT TERM'
               TO WS-SUBHEAD.
           PERFORM 800-SUBHEAD.
           MOVE 'N' TO WS-CUR-FOUND.
           IF TERM-AVAIL
               MOVE LOW-VALUES TO TERM-KEY
               MOVE 'N' TO WS-EOF
               START TERM-MASTER KEY NOT LESS THAN TERM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL EOF OR CUR-FOUND
                   READ TERM-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TERM-START-DATE NOT > WS-TODAY
                               AND TERM-END-DATE NOT < WS-TODAY
                               MOVE 'Y'       TO WS-CUR-FOUND
                               MOVE TERM-YEAR TO WS-CUR-YEAR
                               MOVE TERM-SEM  TO WS-CUR-SEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF NOT CUR-FOUND
               MOVE '    NO TERM IN SESSION TODAY' TO PRINT-REC
               WRITE PRINT-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUR-YEAR TO WS-TK-YEAR.
           MOVE WS-CUR-SEM  TO WS-TK-SEM.
           MOVE WS-TERM-KEY TO SCHEDULE-ID-O.
           MOVE 'N' TO WS-EOF.
           START SCHE-MST KEY NOT LESS THAN SCHEDULE-ID-O
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ SCHE-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SCHEDULE-ID-O(1:4) NOT = WS-TK-YEAR
                           OR SCHEDULE-ID-O(6:2) NOT = WS-TK-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 510-CHECK-GRADES
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GRADE-COUNT = ZERO
               MOVE WS-NONE-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------
       510-CHECK-GRADES.
           IF SCHED-CANCELLED-O
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-INST-X
               WHEN INSTRUCTOR-ID-O
                   MOVE 'PRIMARY' TO WS-ROLE
               WHEN SCHED-INST2-O
                   MOVE 'CO-INST' TO WS-ROLE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE 0 TO WS-UNGRADED.
           MOVE WS-TK-YEAR TO REG-YEAR.
           MOVE WS-TK-SEM  TO REG-SEM.
           MOVE SCHEDULE-ID-O(9:4) TO REG-CRN.
           MOVE 'N' TO WS-REG-EOF.
           START REG-MASTER KEY NOT LESS THAN REG-CRN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF
           END-START.
           PERFORM UNTIL REG-EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       IF REG-YEAR NOT = WS-TK-YEAR
                           OR REG-SEM NOT = WS-TK-SEM
                           OR REG-CRN NOT = SCHEDULE-ID-O(9:4)
                           MOVE 'Y' TO WS-REG-EOF
                       ELSE
                           IF REG-GRADE = SPACE
                               ADD 1 TO WS-UNGRADED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-UNGRADED > ZERO
               MOVE SCHEDULE-ID-O TO WS-G-SCHED-ID
               MOVE COURSE-ID-O   TO WS-G-COURSE
               MOVE WS-ROLE       TO WS-G-ROLE
               MOVE WS-UNGRADED   TO WS-G-UNGRADED
               MOVE WS-GRADE-LN TO PRINT-REC
               WRITE PRINT-REC
               ADD 1 TO WS-GRADE-COUNT
           END-IF.
      *-----------------------------------------------------------------
       800-SUBHEAD.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-SUBHEAD TO PRINT-REC.
           WRITE PRINT-REC.

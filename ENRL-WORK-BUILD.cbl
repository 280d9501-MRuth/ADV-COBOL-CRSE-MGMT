       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRL-WORK-BUILD.
      *-----------------------------------------------------------------
      *BUILDS THE NIGHTLY ENROLLMENT WORK FILE (ENROLL-WORK.TXT) FROM
      *REGISTER-MASTER. EACH REGISTRATION IS JOINED ONCE TO THE
      *STUDENT (STATUS, MAJOR, RESIDENCY), THE SECTION (COURSE,
      *INSTRUCTORS, CAMPUS, PART OF TERM) AND THE COURSE VERSION IN
      *EFFECT FOR THE TERM (CREDITS), THEN SORTED INTO TERM, STUDENT,
      *CRN ORDER SO A REPORT CAN READ ONE TERM STRAIGHT THROUGH.
      *RUNS EARLY IN THE JOB CHAIN (STEP ENRLWORK), AND AGAIN ON EVERY
      *RESTART. NO PROMPTS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS REG-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN        TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS STU-ID
                               FILE STATUS   IS WS-STU-STAT.
           SELECT RES-MASTER   ASSIGN        TO
                               '../FILES/RES-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS RES-KEY
                               FILE STATUS   IS WS-RES-STAT.
           SELECT SCHE-MST     ASSIGN        TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-SCHE-STAT.
           SELECT ENRL-WORK    ASSIGN        TO
                               '../FILES/ENROLL-WORK.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-EW-STAT.
           SELECT SORT-WORK    ASSIGN        TO 'SORTWORK.TXT'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
       COPY RES-MASTER-RECS.
       COPY ENRL-WORK-RECS.
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
           03  SCHED-STATUS-O      PIC X.
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
       SD  SORT-WORK.
       01  SRT-REC.
           03  SRT-KEY.
               05  SRT-YEAR        PIC 9999.
               05  SRT-SEM         PIC 99.
               05  SRT-STU-ID      PIC 9(7).
               05  SRT-CRN         PIC 9(4).
           03  FILLER              PIC X(105).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-STU-STAT         PIC 99.
           03  WS-RES-STAT         PIC 99.
           03  WS-SCHE-STAT        PIC 99.
           03  WS-EW-STAT          PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SRT-EOF          PIC X   VALUE 'N'.
               88  SRT-EOF                 VALUE 'Y'.
           03  WS-STU-AVAIL        PIC X   VALUE 'N'.
               88  STU-AVAIL               VALUE 'Y'.
           03  WS-RES-AVAIL        PIC X   VALUE 'N'.
               88  RES-AVAIL               VALUE 'Y'.
           03  WS-SCHE-AVAIL       PIC X   VALUE 'N'.
               88  SCHE-AVAIL              VALUE 'Y'.
           03  WS-CUR-STU          PIC 9(7) VALUE 0.
           03  WS-V-NAME           PIC X(35).
           03  WS-V-CREDIT         PIC X(4).
           03  WS-V-FOUND          PIC X.
           03  WS-REG-COUNT        PIC 9(7) VALUE 0.
           03  WS-TERM-COUNT       PIC 9(4) VALUE 0.
           03  WS-NO-STU-COUNT     PIC 9(6) VALUE 0.
           03  WS-NO-SECT-COUNT    PIC 9(6) VALUE 0.
           03  WS-PREV-TERM        PIC X(6) VALUE SPACES.
       01  WS-SECT-ID.
           03  WS-SI-YEAR          PIC 9999.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-SI-SEM           PIC 99.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-SI-CRN           PIC 9999.
      *THE STUDENT HALF OF THE ROW, KEPT WHILE THE SAME STUDENT'S
      *REGISTRATIONS GO BY
       01  WS-STU-PART.
           03  WS-SP-FOUND         PIC X.
           03  WS-SP-L-NAME        PIC X(15).
           03  WS-SP-F-NAME        PIC X(15).
           03  WS-SP-EMAIL         PIC X(30).
           03  WS-SP-STATUS        PIC X.
           03  WS-SP-MAJOR         PIC X(4).
           03  WS-SP-RESIDENCY     PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT REG-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'REGISTER-MASTER CANNOT BE OPENED - NO BUILD'
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT ENRL-WORK.
           IF WS-EW-STAT NOT = ZERO
               DISPLAY 'ENROLL-WORK.TXT CANNOT BE OPENED - NO BUILD'
               CLOSE REG-MASTER
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT STU-MST.
           IF WS-STU-STAT = ZERO
               MOVE 'Y' TO WS-STU-AVAIL
           END-IF.
           OPEN INPUT RES-MASTER.
           IF WS-RES-STAT = ZERO
               MOVE 'Y' TO WS-RES-AVAIL
           END-IF.
           OPEN INPUT SCHE-MST.
           IF WS-SCHE-STAT = ZERO
               MOVE 'Y' TO WS-SCHE-AVAIL
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-KEY
               INPUT  PROCEDURE 100-JOIN-REGISTRATIONS
               OUTPUT PROCEDURE 500-WRITE-WORK-FILE.

           CLOSE REG-MASTER.
           CLOSE ENRL-WORK.
           IF STU-AVAIL
               CLOSE STU-MST
           END-IF.
           IF RES-AVAIL
               CLOSE RES-MASTER
           END-IF.
           IF SCHE-AVAIL
               CLOSE SCHE-MST
           END-IF.

           DISPLAY 'ENRL-WORK-BUILD COMPLETE'.
           DISPLAY 'TERMS               : ' WS-TERM-COUNT.
           DISPLAY 'REGISTRATIONS       : ' WS-REG-COUNT.
           DISPLAY 'STUDENT NOT ON FILE : ' WS-NO-STU-COUNT.
           DISPLAY 'SECTION NOT ON FILE : ' WS-NO-SECT-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *REGISTER-MASTER COMES IN STUDENT ORDER, SO EACH STUDENT IS
      *LOOKED UP ONCE
       100-JOIN-REGISTRATIONS.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO WS-CUR-STU.
           PERFORM UNTIL EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REG-STU-ID NOT = WS-CUR-STU
                           PERFORM 200-GET-STUDENT
                       END-IF
                       PERFORM 150-BUILD-ROW
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       150-BUILD-ROW.
           INITIALIZE EW-REC.
           MOVE REG-YEAR        TO EW-YEAR.
           MOVE REG-SEM         TO EW-SEM.
           MOVE REG-STU-ID      TO EW-STU-ID.
           MOVE REG-CRN         TO EW-CRN.
           MOVE REG-GRADE       TO EW-GRADE.
           MOVE REG-MIDTERM     TO EW-MIDTERM.
           MOVE WS-SP-FOUND     TO EW-STU-FOUND.
           MOVE WS-SP-L-NAME    TO EW-L-NAME.
           MOVE WS-SP-F-NAME    TO EW-F-NAME.
           MOVE WS-SP-EMAIL     TO EW-EMAIL.
           MOVE WS-SP-STATUS    TO EW-STU-STATUS.
           MOVE WS-SP-MAJOR     TO EW-MAJOR.
           MOVE WS-SP-RESIDENCY TO EW-RESIDENCY.
           IF NOT EW-STU-ON-FILE
               ADD 1 TO WS-NO-STU-COUNT
           END-IF.
           PERFORM 300-GET-SECTION.
           RELEASE SRT-REC FROM EW-REC.
      *-----------------------------------------------------------------
       200-GET-STUDENT.
           MOVE REG-STU-ID TO WS-CUR-STU.
           INITIALIZE WS-STU-PART.
           MOVE 'N' TO WS-SP-FOUND.
           IF STU-AVAIL
               MOVE REG-STU-ID TO STU-ID
               READ STU-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y'         TO WS-SP-FOUND
                       MOVE STU-L-NAME  TO WS-SP-L-NAME
                       MOVE STU-F-NAME  TO WS-SP-F-NAME
                       MOVE STU-EMAIL   TO WS-SP-EMAIL
                       MOVE STU-STATUS  TO WS-SP-STATUS
                       MOVE STU-MAJOR   TO WS-SP-MAJOR
               END-READ
           END-IF.
           IF RES-AVAIL
               MOVE REG-STU-ID TO RES-STU-ID
               READ RES-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RES-CODE TO WS-SP-RESIDENCY
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       300-GET-SECTION.
           MOVE 'N' TO EW-SECT-FOUND.
           IF NOT SCHE-AVAIL
               ADD 1 TO WS-NO-SECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-YEAR   TO WS-SI-YEAR.
           MOVE REG-SEM    TO WS-SI-SEM.
           MOVE REG-CRN    TO WS-SI-CRN.
           MOVE WS-SECT-ID TO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   ADD 1 TO WS-NO-SECT-COUNT
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y'              TO EW-SECT-FOUND.
           MOVE COURSE-ID-O      TO EW-COURSE-ID.
           MOVE COURSE-ID-O(1:4) TO EW-DEPT.
           MOVE SCHED-STATUS-O   TO EW-SECT-STATUS.
           MOVE INSTRUCTOR-ID-O  TO EW-INSTRUCTOR.
           MOVE SCHED-INST2-O    TO EW-INST2.
           IF SCHED-INST2-PCT-O NUMERIC
               MOVE SCHED-INST2-PCT-O TO EW-INST2-PCT
           END-IF.
           MOVE SCHED-CAMPUS-O   TO EW-CAMPUS.
           MOVE SCHED-PTRM-O     TO EW-PTRM.
           CALL 'CRSE-VER-GET' USING COURSE-ID-O REG-YEAR REG-SEM
               WS-V-NAME WS-V-CREDIT WS-V-FOUND.
           MOVE WS-V-CREDIT      TO EW-CREDITS.
      *-----------------------------------------------------------------
       500-WRITE-WORK-FILE.
           MOVE 'N' TO WS-SRT-EOF.
           PERFORM UNTIL SRT-EOF
               RETURN SORT-WORK INTO EW-REC
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF
                   NOT AT END
                       IF EW-KEY(1:6) NOT = WS-PREV-TERM
                           MOVE EW-KEY(1:6) TO WS-PREV-TERM
                           ADD 1 TO WS-TERM-COUNT
                       END-IF
                       WRITE EW-REC
                       ADD 1 TO WS-REG-COUNT
               END-RETURN
           END-PERFORM.
      *-----------------------------------------------------------------

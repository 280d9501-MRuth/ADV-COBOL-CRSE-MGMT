       IDENTIFICATION DIVISION.
       PROGRAM-ID. RI-PARENT-GET.
      *-----------------------------------------------------------------
      *PARENT LOOKUP FOR THE REFERENTIAL INTEGRITY SCAN. LNK-PARENT
      *NAMES THE PARENT FILE AND LNK-KEY CARRIES ITS KEY:
      *  S  STUDENT-MASTER    STUDENT ID IN 1-7
      *  C  SCHEDULE-MASTER   SCHEDULE ID 'YYYY SS CCCC' IN 1-12
      *  R  COURSE-MASTER     COURSE ID IN 1-9
      *  I  INSTR-MASTER      INSTRUCTOR ID IN 1-4
      *  B  BUILDING-MASTER   BUILDING/ROOM IN 1-13
      *  T  TERM-MASTER       YEAR AND SEMESTER IN 1-6
      *LNK-FOUND COMES BACK Y OR N, OR U WHEN THE PARENT FILE ITSELF
      *CANNOT BE OPENED - A CHILD IS NEVER CALLED AN ORPHAN OF A FILE
      *THAT IS NOT THERE. PARENT FILES STAY OPEN BETWEEN CALLS UNTIL
      *A CALL WITH LNK-PARENT X CLOSES THEM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STU-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-SCHE-STAT.
           SELECT CRSE-MASTER  ASSIGN        TO
                               '../FILES/COURSE-MASTER-SORT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRSE-ID
                               FILE STATUS   IS WS-CRSE-STAT.
           SELECT INST-MASTER  ASSIGN      TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS INST-ID
                               ALTERNATE KEY IS INST-NAME
                               FILE STATUS   IS WS-INST-STAT.
           SELECT BLD-MASTER   ASSIGN        TO
                               '../FILES/BUILDING-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS BLD-BUILDING-ROOM
                               FILE STATUS   IS WS-BLD-STAT.
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
       COPY STU-MST-DEF.
       COPY TERM-MASTER-RECS.
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
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
           03  CRSE-NAME      PIC X(35).
           03  CRSE-CREDIT    PIC X(4).
           03  CRSE-STAT      PIC X.
           03  CRSE-PREREQ    PIC X(9).
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
       FD  BLD-MASTER.
       01  BLD-REC.
           03  BLD-BUILDING-ROOM.
               05  BLD-BUILDING    PIC X(6).
               05  FILLER          PIC X.
               05  BLD-ROOM        PIC X(6).
           03  BLD-MAX-SEAT        PIC 999.
           03  BLD-ROOM-TYPE       PIC X(4).
           03  BLD-CAMPUS          PIC X(4).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATS.
           03  WS-STU-STAT         PIC 99.
           03  WS-SCHE-STAT        PIC 99.
           03  WS-CRSE-STAT        PIC 99.
           03  WS-INST-STAT        PIC 99.
           03  WS-BLD-STAT         PIC 99.
           03  WS-TERM-STAT        PIC 99.
      *PER PARENT: BLANK = NOT YET OPENED, Y = OPEN, N = UNAVAILABLE
       01  WS-OPEN-FLAGS.
           03  WS-STU-OPEN         PIC X VALUE SPACE.
           03  WS-SCHE-OPEN        PIC X VALUE SPACE.
           03  WS-CRSE-OPEN        PIC X VALUE SPACE.
           03  WS-INST-OPEN        PIC X VALUE SPACE.
           03  WS-BLD-OPEN         PIC X VALUE SPACE.
           03  WS-TERM-OPEN        PIC X VALUE SPACE.
       LINKAGE SECTION.
       01  LNK-PARENT              PIC X.
       01  LNK-KEY                 PIC X(20).
       01  LNK-FOUND               PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-PARENT LNK-KEY LNK-FOUND.
       000-MAIN.
           MOVE 'Y' TO LNK-FOUND.
           EVALUATE LNK-PARENT
               WHEN 'S'
                   PERFORM 100-STUDENT
               WHEN 'C'
                   PERFORM 200-SECTION
               WHEN 'R'
                   PERFORM 300-COURSE
               WHEN 'I'
                   PERFORM 400-INSTRUCTOR
               WHEN 'B'
                   PERFORM 500-BUILDING
               WHEN 'T'
                   PERFORM 600-TERM
               WHEN 'X'
                   PERFORM 900-CLOSE-ALL
           END-EVALUATE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-STUDENT.
           IF WS-STU-OPEN = SPACE
               MOVE 'N' TO WS-STU-OPEN
               OPEN INPUT STU-MST
               IF WS-STU-STAT = ZERO
                   MOVE 'Y' TO WS-STU-OPEN
               END-IF
           END-IF.
           IF WS-STU-OPEN NOT = 'Y'
               MOVE 'U' TO LNK-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF LNK-KEY(1:7) NOT NUMERIC
               MOVE 'N' TO LNK-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-KEY(1:7) TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'N' TO LNK-FOUND
           END-READ.
      *-----------------------------------------------------------------
       200-SECTION.
           IF WS-SCHE-OPEN = SPACE
               MOVE 'N' TO WS-SCHE-OPEN
               OPEN INPUT SCHE-MST
               IF WS-SCHE-STAT = ZERO
                   MOVE 'Y' TO WS-SCHE-OPEN
               END-IF
           END-IF.
           IF WS-SCHE-OPEN NOT = 'Y'
               MOVE 'U' TO LNK-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-KEY(1:12) TO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   MOVE 'N' TO LNK-FOUND
           END-READ.
      *-----------------------------------------------------------------
       300-COURSE.
           IF WS-CRSE-OPEN = SPACE
               MOVE 'N' TO WS-CRSE-OPEN
               OPEN INPUT CRSE-MASTER
               IF WS-CRSE-STAT = ZERO
                   MOVE 'Y' TO WS-CRSE-OPEN
               END-IF
           END-IF.
           IF WS-CRSE-OPEN NOT = 'Y'
               MOVE 'U' TO LNK-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-KEY(1:9) TO CRSE-ID.
           READ CRSE-MASTER
               INVALID KEY
                   MOVE 'N' TO LNK-FOUND
           END-READ.
      *-----------------------------------------------------------------
       400-INSTRUCTOR.
           IF WS-INST-OPEN = SPACE
               MOVE 'N' TO WS-INST-OPEN
               OPEN INPUT INST-MASTER
               IF WS-INST-STAT = ZERO
                   MOVE 'Y' TO WS-INST-OPEN
               END-IF
           END-IF.
           IF WS-INST-OPEN NOT = 'Y'
               MOVE 'U' TO LNK-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF LNK-KEY(1:4) NOT NUMERIC
               MOVE 'N' TO LNK-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-KEY(1:4) TO INST-ID.
           READ INST-MASTER
               INVALID KEY
                   MOVE 'N' TO LNK-FOUND
           END-READ.
      *-----------------------------------------------------------------
       500-BUILDING.
           IF WS-BLD-OPEN = SPACE
               MOVE 'N' TO WS-BLD-OPEN
               OPEN INPUT BLD-MASTER
               IF WS-BLD-STAT = ZERO
                   MOVE 'Y' TO WS-BLD-OPEN
               END-IF
           END-IF.
           IF WS-BLD-OPEN NOT = 'Y'
               MOVE 'U' TO LNK-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-KEY(1:13) TO BLD-BUILDING-ROOM.
           READ BLD-MASTER
               INVALID KEY
                   MOVE 'N' TO LNK-FOUND
           END-READ.
      *-----------------------------------------------------------------
       600-TERM.
           IF WS-TERM-OPEN = SPACE
               MOVE 'N' TO WS-TERM-OPEN
               OPEN INPUT TERM-MASTER
               IF WS-TERM-STAT = ZERO
                   MOVE 'Y' TO WS-TERM-OPEN
               END-IF
           END-IF.
           IF WS-TERM-OPEN NOT = 'Y'
               MOVE 'U' TO LNK-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF LNK-KEY(1:6) NOT NUMERIC
               MOVE 'N' TO LNK-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-KEY(1:6) TO TERM-KEY.
           READ TERM-MASTER
               INVALID KEY
                   MOVE 'N' TO LNK-FOUND
           END-READ.
      *-----------------------------------------------------------------
       900-CLOSE-ALL.
           IF WS-STU-OPEN = 'Y'
               CLOSE STU-MST
           END-IF.
           IF WS-SCHE-OPEN = 'Y'
               CLOSE SCHE-MST
           END-IF.
           IF WS-CRSE-OPEN = 'Y'
               CLOSE CRSE-MASTER
           END-IF.
           IF WS-INST-OPEN = 'Y'
               CLOSE INST-MASTER
           END-IF.
           IF WS-BLD-OPEN = 'Y'
               CLOSE BLD-MASTER
           END-IF.
           IF WS-TERM-OPEN = 'Y'
               CLOSE TERM-MASTER
           END-IF.
           INITIALIZE WS-OPEN-FLAGS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECT-VIABILITY.
      *-----------------------------------------------------------------
      *SECTION VIABILITY REPORT FOR THE WEEK BEFORE A TERM STARTS.
      *FOR EVERY SECTION NOT ALREADY CANCELLED IT SHOWS THE ROOM
      *CAPACITY AGAINST THE SEATED STUDENTS, THE WAITLIST, AND THE
      *DEPARTMENT'S MINIMUM ENROLLMENT; THE OTHER OPEN SECTIONS OF
      *THE SAME COURSE AND THEIR FREE SEATS; HOW MANY OF THE SEATED
      *STUDENTS THOSE SEATS COULD NOT ABSORB; AND THE INSTRUCTOR'S
      *SECTION LOAD IF THE SECTION GOES. EACH SECTION'S FIGURES ARE
      *ALSO POSTED TO THE REVIEW FILE FOR THE DEAN'S SECT-REVIEW
      *SCREEN - DECISIONS ALREADY KEYED THERE ARE KEPT.
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
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT WAIT-MASTER  ASSIGN        TO
                               '../FILES/WAITLIST-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS WAIT-KEY
                               ALTERNATE KEY IS WAIT-STU-ID
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-WAIT-STAT.
           SELECT BLD-MASTER   ASSIGN        TO
                               '../FILES/BUILDING-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS BLD-BUILDING-ROOM
                               FILE STATUS   IS WS-STAT.
           SELECT DEPT-MASTER  ASSIGN        TO
                               '../FILES/DEPT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DEPT-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT SECT-REVIEW  ASSIGN        TO
                               '../FILES/SECT-REVIEW.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SRV-KEY
                               FILE STATUS   IS WS-SRV-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/SECT-VIABILITY.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY DEPT-MASTER-RECS.
       COPY SECT-REVIEW-RECS.
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
       FD  WAIT-MASTER.
       01  WAIT-REC.
           03  WAIT-KEY.
               05  WAIT-CRN-KEY.
                   07  WAIT-YEAR       PIC 9999.
                   07  WAIT-SEM        PIC 99.
                   07  WAIT-CRN        PIC 9(4).
               05  WAIT-SEQ            PIC 9(4).
           03  WAIT-STU-ID             PIC 9(7).
       FD  BLD-MASTER.
       01  BLD-REC.
           03  BLD-BUILDING-ROOM.
               05  BLD-BUILDING    PIC X(6).
               05  FILLER          PIC X.
               05  BLD-ROOM        PIC X(6).
           03  BLD-MAX-SEAT        PIC 999.
           03  BLD-ROOM-TYPE       PIC X(4).
           03  BLD-CAMPUS          PIC X(4).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-WAIT-STAT        PIC 99.
           03  WS-SRV-STAT         PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SUB-EOF          PIC X.
               88  SUB-EOF                 VALUE 'Y'.
           03  WS-WAIT-AVAIL       PIC X   VALUE 'N'.
               88  WAIT-AVAIL              VALUE 'Y'.
           03  WS-SRV-AVAIL        PIC X   VALUE 'N'.
               88  SRV-AVAIL               VALUE 'Y'.
           03  WS-TBL-FULL         PIC X   VALUE 'N'.
               88  TBL-FULL                VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-LOW-ONLY         PIC X.
               88  LOW-ONLY                VALUE 'Y' 'y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-DEFAULT-MIN      PIC 999  VALUE 10.
           03  WS-CRN              PIC 9(4).
           03  WS-LOAD             PIC 99.
           03  WS-MIN              PIC 999.
           03  WS-ALT-SECTS        PIC 99.
           03  WS-SRV-FOUND        PIC X.
               88  SRV-FOUND               VALUE 'Y'.
           03  WS-ALT-SEATS        PIC 9(4).
           03  WS-NO-ALT           PIC S9(5).
           03  WS-SECT-COUNT       PIC 9(5) VALUE 0.
           03  WS-LOW-COUNT        PIC 9(5) VALUE 0.
           03  WS-PRINT-COUNT      PIC 9(5) VALUE 0.
       01  WS-SUBS.
           03  WS-SX               PIC 9(4) COMP.
           03  WS-AX               PIC 9(4) COMP.
           03  WS-SECT-MAX         PIC 9(4) COMP VALUE 800.
           03  WS-SECT-USED        PIC 9(4) COMP VALUE 0.
      *ONE ENTRY PER LIVE SECTION OF THE TERM
       01  WS-SECT-TBL.
           03  WS-SECT             OCCURS 800 TIMES.
               05  WS-T-ID         PIC X(12).
               05  WS-T-COURSE     PIC X(9).
               05  WS-T-INSTR      PIC X(4).
               05  WS-T-INST2      PIC X(4).
               05  WS-T-CAP        PIC 999.
               05  WS-T-ENRL       PIC 999.
               05  WS-T-OPEN       PIC 999.
               05  WS-T-WAIT       PIC 999.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'SECT-VIABILITY'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-HDR1.
           03  FILLER              PIC X(30) VALUE
               'SECTION VIABILITY REVIEW'.
           03  FILLER              PIC X(6)  VALUE 'TERM: '.
           03  WS-H-YEAR           PIC 9(4).
           03  FILLER              PIC X VALUE '/'.
           03  WS-H-SEM            PIC 99.
           03  FILLER              PIC X(7)  VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-COL-HDR1.
           03  FILLER              PIC X(38) VALUE SPACES.
           03  FILLER              PIC X(20) VALUE '--ALTERNATIVES--'.
           03  FILLER              PIC X(12) VALUE 'INST  LOAD'.
       01  WS-COL-HDR2.
           03  FILLER              PIC X(5)  VALUE 'CRN'.
           03  FILLER              PIC X(10) VALUE 'COURSE'.
           03  FILLER              PIC X(23) VALUE
               'CAP ENRL WAIT  MIN'.
           03  FILLER              PIC X(20) VALUE
               'SECT SEATS NO-ALT'.
           03  FILLER              PIC X(12) VALUE '      AFTER'.
           03  FILLER              PIC X(10) VALUE 'FLAG'.
       01  WS-DTL-LN.
           03  WS-D-CRN            PIC 9(4).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-CAP            PIC ZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-ENRL           PIC ZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-WAIT           PIC ZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-MIN            PIC ZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-ALT            PIC Z9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-SEATS          PIC ZZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-NO-ALT         PIC ZZ9.
           03  FILLER              PIC X(4) VALUE SPACES.
           03  WS-D-INSTR          PIC X(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-LOAD           PIC Z9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-FLAG           PIC X(4).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-DECISION       PIC X(6).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'SECTION VIABILITY REVIEW'.
           DISPLAY 'YEAR (CCYY)        : ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER           : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.
           DISPLAY 'LOW SECTIONS ONLY (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-LOW-ONLY.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE 0   TO WS-SECT-USED WS-SECT-COUNT WS-LOW-COUNT
                       WS-PRINT-COUNT.
           MOVE 'N' TO WS-TBL-FULL WS-WAIT-AVAIL WS-SRV-AVAIL.

           OPEN INPUT SCHE-MST.
           IF WS-STAT NOT = ZERO
               DISPLAY 'SCHEDULE-MASTER CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT REG-MASTER.
           OPEN INPUT WAIT-MASTER.
           IF WS-WAIT-STAT = ZERO
               MOVE 'Y' TO WS-WAIT-AVAIL
           END-IF.
           OPEN INPUT BLD-MASTER.
           OPEN INPUT DEPT-MASTER.
           OPEN I-O SECT-REVIEW.
           IF WS-SRV-STAT = ZERO
               MOVE 'Y' TO WS-SRV-AVAIL
           ELSE
               DISPLAY 'SECT-REVIEW NOT AVAILABLE - REPORT ONLY'
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           PERFORM 100-LOAD-SECTIONS.

           MOVE WS-YEAR  TO WS-H-YEAR.
           MOVE WS-SEM   TO WS-H-SEM.
           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-COL-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-COL-HDR2 TO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SECT-USED
               PERFORM 300-EVALUATE-SECTION
           END-PERFORM.

           IF WS-SECT-USED = ZERO
               MOVE 'NO OPEN SECTIONS FOUND FOR THIS TERM' TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           IF TBL-FULL
               MOVE 'TOO MANY SECTIONS - LIST IS INCOMPLETE'
                   TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           CLOSE SCHE-MST.
           CLOSE REG-MASTER.
           CLOSE WAIT-MASTER.
           CLOSE BLD-MASTER.
           CLOSE DEPT-MASTER.
           CLOSE SECT-REVIEW.
           CLOSE PRINT-FILE.

           MOVE '../FILES/SECT-VIABILITY.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'SECT-VIABILITY COMPLETE'.
           DISPLAY 'SECTIONS REVIEWED    : ' WS-SECT-COUNT.
           DISPLAY 'BELOW MINIMUM        : ' WS-LOW-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *FIRST PASS - EVERY LIVE SECTION OF THE TERM WITH ITS COUNTS
       100-LOAD-SECTIONS.
           MOVE SPACES TO SCHEDULE-ID-O.
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM   DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
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
                       IF SCHEDULE-ID-O(1:4) NOT = WS-YEAR
                           OR SCHEDULE-ID-O(6:2) NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF NOT SCHED-CANCELLED-O
                               PERFORM 150-ADD-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       150-ADD-SECTION.
           IF WS-SECT-USED >= WS-SECT-MAX
               MOVE 'Y' TO WS-TBL-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SECT-USED.
           MOVE WS-SECT-USED    TO WS-SX.
           MOVE SCHEDULE-ID-O   TO WS-T-ID(WS-SX).
           MOVE COURSE-ID-O     TO WS-T-COURSE(WS-SX).
           MOVE INSTRUCTOR-ID-O TO WS-T-INSTR(WS-SX).
           MOVE SCHED-INST2-O   TO WS-T-INST2(WS-SX).
           IF OPEN-SEATS-O NUMERIC
               MOVE OPEN-SEATS-O TO WS-T-OPEN(WS-SX)
           ELSE
               MOVE ZERO TO WS-T-OPEN(WS-SX)
           END-IF.
           MOVE SCHEDULE-ID-O(9:4) TO WS-CRN.
           PERFORM 160-COUNT-ENROLLED.
           PERFORM 170-COUNT-WAITLIST.
      *CAPACITY IS THE ROOM'S SEATING; WITHOUT A ROOM ON FILE IT IS
      *WHAT THE SECTION HOLDS NOW - SEATED PLUS OPEN
           MOVE BUILDING-ID-O TO BLD-BUILDING-ROOM.
           READ BLD-MASTER
               INVALID KEY
                   COMPUTE WS-T-CAP(WS-SX) =
                       WS-T-ENRL(WS-SX) + WS-T-OPEN(WS-SX)
               NOT INVALID KEY
                   MOVE BLD-MAX-SEAT TO WS-T-CAP(WS-SX)
           END-READ.
      *-----------------------------------------------------------------
      *W ROWS HAVE ALREADY GIVEN THEIR SEAT BACK
       160-COUNT-ENROLLED.
           MOVE ZERO TO WS-T-ENRL(WS-SX).
           MOVE WS-YEAR TO REG-YEAR.
           MOVE WS-SEM  TO REG-SEM.
           MOVE WS-CRN  TO REG-CRN.
           MOVE 'N' TO WS-SUB-EOF.
           START REG-MASTER KEY IS NOT LESS THAN REG-CRN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
           END-START.
           PERFORM UNTIL SUB-EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF REG-YEAR NOT = WS-YEAR
                           OR REG-SEM NOT = WS-SEM
                           OR REG-CRN NOT = WS-CRN
                           MOVE 'Y' TO WS-SUB-EOF
                       ELSE
                           IF REG-GRADE NOT = 'W'
                               ADD 1 TO WS-T-ENRL(WS-SX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       170-COUNT-WAITLIST.
           MOVE ZERO TO WS-T-WAIT(WS-SX).
           IF NOT WAIT-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-YEAR TO WAIT-YEAR.
           MOVE WS-SEM  TO WAIT-SEM.
           MOVE WS-CRN  TO WAIT-CRN.
           MOVE ZERO    TO WAIT-SEQ.
           MOVE 'N' TO WS-SUB-EOF.
           START WAIT-MASTER KEY NOT LESS THAN WAIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
           END-START.
           PERFORM UNTIL SUB-EOF
               READ WAIT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF WAIT-YEAR NOT = WS-YEAR
                           OR WAIT-SEM NOT = WS-SEM
                           OR WAIT-CRN NOT = WS-CRN
                           MOVE 'Y' TO WS-SUB-EOF
                       ELSE
                           ADD 1 TO WS-T-WAIT(WS-SX)
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *SECOND PASS - ALTERNATIVES, STRANDED STUDENTS, INSTRUCTOR LOAD
       300-EVALUATE-SECTION.
           ADD 1 TO WS-SECT-COUNT.
           MOVE ZERO TO WS-ALT-SEATS.
           MOVE ZERO TO WS-ALT-SECTS.
           MOVE ZERO TO WS-LOAD.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-SECT-USED
               IF WS-AX NOT = WS-SX
                   AND WS-T-COURSE(WS-AX) = WS-T-COURSE(WS-SX)
                   AND WS-T-OPEN(WS-AX) > ZERO
                   ADD 1 TO WS-ALT-SECTS
                   ADD WS-T-OPEN(WS-AX) TO WS-ALT-SEATS
               END-IF
               IF WS-T-INSTR(WS-SX) NOT = SPACES
                   AND (WS-T-INSTR(WS-AX) = WS-T-INSTR(WS-SX)
                     OR WS-T-INST2(WS-AX) = WS-T-INSTR(WS-SX))
                   ADD 1 TO WS-LOAD
               END-IF
           END-PERFORM.
      *THE LOAD COUNTED THIS SECTION - SHOW WHAT IS LEFT WITHOUT IT
           IF WS-LOAD > ZERO
               SUBTRACT 1 FROM WS-LOAD
           END-IF.
           COMPUTE WS-NO-ALT = WS-T-ENRL(WS-SX) - WS-ALT-SEATS.
           IF WS-NO-ALT < ZERO
               MOVE ZERO TO WS-NO-ALT
           END-IF.

           MOVE WS-T-COURSE(WS-SX)(1:4) TO DEPT-CODE.
           MOVE WS-DEFAULT-MIN TO WS-MIN.
           READ DEPT-MASTER
               NOT INVALID KEY
                   IF DEPT-MIN-ENRL NUMERIC
                       AND DEPT-MIN-ENRL > ZERO
                       MOVE DEPT-MIN-ENRL TO WS-MIN
                   END-IF
           END-READ.

           MOVE WS-T-ID(WS-SX)(9:4) TO WS-CRN.
           MOVE WS-YEAR TO SRV-YEAR.
           MOVE WS-SEM  TO SRV-SEM.
           MOVE WS-CRN  TO SRV-CRN.
           PERFORM 350-POST-REVIEW.

           IF SRV-LOW
               ADD 1 TO WS-LOW-COUNT
           END-IF.
           IF LOW-ONLY AND NOT SRV-LOW
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CRN             TO WS-D-CRN.
           MOVE WS-T-COURSE(WS-SX) TO WS-D-COURSE.
           MOVE WS-T-CAP(WS-SX)    TO WS-D-CAP.
           MOVE WS-T-ENRL(WS-SX)   TO WS-D-ENRL.
           MOVE WS-T-WAIT(WS-SX)   TO WS-D-WAIT.
           MOVE WS-MIN             TO WS-D-MIN.
           MOVE WS-ALT-SECTS       TO WS-D-ALT.
           MOVE WS-ALT-SEATS       TO WS-D-SEATS.
           MOVE WS-NO-ALT          TO WS-D-NO-ALT.
           MOVE WS-T-INSTR(WS-SX)  TO WS-D-INSTR.
           MOVE WS-LOAD            TO WS-D-LOAD.
           IF SRV-LOW
               MOVE 'LOW'  TO WS-D-FLAG
           ELSE
               MOVE SPACES TO WS-D-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN SRV-RUN-CANCELLED
                   MOVE 'CANCLD' TO WS-D-DECISION
               WHEN SRV-MARK-CANCEL
                   MOVE 'CANCEL' TO WS-D-DECISION
               WHEN SRV-MARK-KEEP
                   MOVE 'KEEP'   TO WS-D-DECISION
               WHEN OTHER
                   MOVE SPACES   TO WS-D-DECISION
           END-EVALUATE.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-PRINT-COUNT.
      *-----------------------------------------------------------------
      *REFRESH THE FIGURES, KEEPING ANY DECISION ALREADY MADE
       350-POST-REVIEW.
           MOVE 'N' TO WS-SRV-FOUND.
           IF SRV-AVAIL
               READ SECT-REVIEW
                   INVALID KEY
                       MOVE SPACES   TO SRV-DECISION
                       MOVE ZERO     TO SRV-DEC-DATE
                       MOVE SPACES   TO SRV-DEC-BY
                       MOVE SPACES   TO SRV-NOTE
                       MOVE SPACES   TO SRV-RUN-STAT
                       MOVE ZERO     TO SRV-RUN-DATE
                       MOVE ZERO     TO SRV-RUN-REMOVED
                   NOT INVALID KEY
                       MOVE 'Y'      TO WS-SRV-FOUND
               END-READ
           ELSE
               MOVE SPACES TO SRV-DECISION
               MOVE SPACES TO SRV-RUN-STAT
           END-IF.
           MOVE WS-T-COURSE(WS-SX) TO SRV-COURSE-ID.
           MOVE WS-T-INSTR(WS-SX)  TO SRV-INSTR.
           MOVE WS-T-CAP(WS-SX)    TO SRV-CAPACITY.
           MOVE WS-T-ENRL(WS-SX)   TO SRV-ENROLLED.
           MOVE WS-T-WAIT(WS-SX)   TO SRV-WAITLIST.
           MOVE WS-MIN             TO SRV-MIN-ENRL.
           MOVE WS-ALT-SECTS       TO SRV-ALT-SECTS.
           MOVE WS-ALT-SEATS       TO SRV-ALT-SEATS.
           MOVE WS-NO-ALT          TO SRV-NO-ALT.
           MOVE WS-LOAD            TO SRV-INST-LOAD.
           IF WS-T-ENRL(WS-SX) < WS-MIN
               MOVE 'Y' TO SRV-LOW-FLAG
           ELSE
               MOVE 'N' TO SRV-LOW-FLAG
           END-IF.
           MOVE WS-TODAY           TO SRV-REVIEW-DATE.
           IF SRV-AVAIL
               IF SRV-FOUND
                   REWRITE SRV-REC
               ELSE
                   WRITE SRV-REC
               END-IF
           END-IF.

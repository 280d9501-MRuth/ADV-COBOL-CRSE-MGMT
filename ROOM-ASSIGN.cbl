       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-ASSIGN.
      *-----------------------------------------------------------------
      *ROOM ASSIGNMENT PROPOSALS. FINDS EVERY LIVE SECTION OF THE
      *TERM STILL WITHOUT A ROOM (BLANK OR TBA), AND ANY EXTRA
      *MEETING PATTERN ON MEET-MASTER WITHOUT ONE, AND PICKS A ROOM
      *FOR EACH AT ITS DAYS AND TIMES. A ROOM QUALIFIES WHEN IT
      *SEATS THE SECTION'S CAPACITY (SEATED PLUS OPEN), IS OF THE
      *ROOM TYPE THE COURSE CALLS FOR, IS ON THE SECTION'S CAMPUS,
      *IS NOT UNDER AN OUTAGE FOR THE TERM, AND IS FREE AT EVERY
      *SLOT THE MEETING NEEDS. AMONG THOSE, A ROOM IN THE COURSE
      *DEPARTMENT'S HOME BUILDING WINS, THEN THE TIGHTEST FIT.
      *THE LARGEST SECTIONS ARE PLACED FIRST SO SMALL CLASSES DO NOT
      *TAKE UP THE BIG ROOMS.
      *
      *THE COURSE'S ROOM TYPE IS WHICHEVER OF ITS COURSE ATTRIBUTES
      *MATCHES A ROOM TYPE IN USE ON THE BUILDING MASTER - A COURSE
      *WITH NO SUCH ATTRIBUTE TAKES A ROOM OF ANY TYPE. THE CAMPUS
      *IS THE SECTION'S OWN, OR THE DEPARTMENT'S WHEN THE SECTION
      *HAS NONE.
      *
      *NOTHING IS WRITTEN TO THE SCHEDULE. THE PROPOSALS AND THE
      *MEETINGS THAT COULD NOT BE PLACED GO TO THE ROOM PROPOSAL
      *FILE AND THE REPORT FOR REVIEW; ROOM-ASSIGN-APPLY POSTS THEM.
      *A RERUN REPLACES THE TERM'S PROPOSALS THAT HAVE NOT BEEN
      *APPLIED.
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
           SELECT MEET-MASTER  ASSIGN        TO
                               '../FILES/MEET-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MEET-KEY
                               FILE STATUS   IS WS-MEET-STAT.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT BLD-MASTER   ASSIGN        TO
                               '../FILES/BUILDING-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS BLD-BUILDING-ROOM
                               FILE STATUS   IS WS-STAT.
           SELECT DEPT-MASTER  ASSIGN        TO
                               '../FILES/DEPT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DEPT-KEY
                               FILE STATUS   IS WS-DEPT-STAT.
           SELECT CRSE-ATTR    ASSIGN        TO
                               '../FILES/CRSE-ATTR.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CA-KEY
                               FILE STATUS   IS WS-ATTR-STAT.
           SELECT ROOM-PROPOSAL ASSIGN       TO
                               '../FILES/ROOM-PROPOSAL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RAP-KEY
                               FILE STATUS   IS WS-RAP-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/ROOM-ASSIGN.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY DEPT-MASTER-RECS.
       COPY CRSE-ATTR-RECS.
       COPY MEET-MASTER-RECS.
       COPY ROOM-PROP-RECS.
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
           03  WS-MEET-STAT        PIC 99.
           03  WS-DEPT-STAT        PIC 99.
           03  WS-ATTR-STAT        PIC 99.
           03  WS-RAP-STAT         PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SUB-EOF          PIC X.
               88  SUB-EOF                 VALUE 'Y'.
           03  WS-MEET-AVAIL       PIC X   VALUE 'N'.
               88  MEET-AVAIL              VALUE 'Y'.
           03  WS-DEPT-AVAIL       PIC X   VALUE 'N'.
               88  DEPT-AVAIL              VALUE 'Y'.
           03  WS-ATTR-AVAIL       PIC X   VALUE 'N'.
               88  ATTR-AVAIL              VALUE 'Y'.
           03  WS-TBL-FULL         PIC X   VALUE 'N'.
               88  TBL-FULL                VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-CRN              PIC 9(4).
           03  WS-ENRL             PIC 999.
           03  WS-OPEN             PIC 999.
           03  WS-OUT-FLAG         PIC X.
               88  ROOM-OUT                VALUE 'Y'.
           03  WS-OUT-REASON       PIC X(30).
           03  WS-EVT-FLAG         PIC X.
               88  EVENT-CONFLICT          VALUE 'Y'.
           03  WS-EVT-NAME         PIC X(30).
           03  WS-BLD-ROOM         PIC X(13).
           03  WS-TYPE-SEEN        PIC X.
               88  TYPE-SEEN               VALUE 'Y'.
           03  WS-SIZE-SEEN        PIC X.
               88  SIZE-SEEN               VALUE 'Y'.
           03  WS-BUSY             PIC X.
               88  ROOM-BUSY               VALUE 'Y'.
           03  WS-CLASH            PIC X.
               88  TIMES-CLASH             VALUE 'Y'.
           03  WS-DAY-CNT          PIC 9.
           03  WS-CAND-SCORE       PIC 9(4).
           03  WS-BEST-SCORE       PIC 9(4).
           03  WS-BIG-CAP          PIC S9(4).
           03  WS-NEED-COUNT       PIC 9(5) VALUE 0.
           03  WS-PLACED-COUNT     PIC 9(5) VALUE 0.
           03  WS-UNPLACED-COUNT   PIC 9(5) VALUE 0.
           03  WS-OUT-COUNT        PIC 9(5) VALUE 0.
       01  WS-SUBS.
           03  WS-NX               PIC 9(4) COMP.
           03  WS-RX               PIC 9(4) COMP.
           03  WS-BX               PIC 9(4) COMP.
           03  WS-TX               PIC 9(4) COMP.
           03  WS-PASS             PIC 9(4) COMP.
           03  WS-BEST-RX          PIC 9(4) COMP.
           03  WS-BIG-NX           PIC 9(4) COMP.
           03  WS-NEED-MAX         PIC 9(4) COMP VALUE 500.
           03  WS-NEED-USED        PIC 9(4) COMP VALUE 0.
           03  WS-ROOM-MAX         PIC 9(4) COMP VALUE 1000.
           03  WS-ROOM-USED        PIC 9(4) COMP VALUE 0.
           03  WS-BOOK-MAX         PIC 9(4) COMP VALUE 3000.
           03  WS-BOOK-USED        PIC 9(4) COMP VALUE 0.
           03  WS-TYPE-MAX         PIC 9(4) COMP VALUE 50.
           03  WS-TYPE-USED        PIC 9(4) COMP VALUE 0.
      *THE MEETING BEING PLACED OR CHECKED
       01  WS-NEED-SLOT.
           03  WS-NEED-ROOM        PIC X(11).
           03  WS-NEED-DAYS        PIC X(7).
           03  WS-NEED-START       PIC 9(4).
           03  WS-NEED-END         PIC 9(4).
      *EVERY ROOM ON FILE THAT IS NOT OUT FOR THE TERM
       01  WS-ROOM-TBL.
           03  WS-ROOM             OCCURS 1000 TIMES.
               05  WS-R-ROOM       PIC X(13).
               05  WS-R-SEATS      PIC 999.
               05  WS-R-TYPE       PIC X(4).
               05  WS-R-CAMPUS     PIC X(4).
      *THE ROOM TYPES IN USE, TO RECOGNISE A COURSE'S ROOM ATTRIBUTE
       01  WS-TYPE-TBL.
           03  WS-TYPE             OCCURS 50 TIMES PIC X(4).
      *EVERY TERM BOOKING ALREADY HOLDING A ROOM, PLUS EACH PROPOSAL
      *AS IT IS MADE
       01  WS-BOOK-TBL.
           03  WS-BOOK             OCCURS 3000 TIMES.
               05  WS-B-ROOM       PIC X(11).
               05  WS-B-DAYS       PIC X(7).
               05  WS-B-START      PIC 9(4).
               05  WS-B-END        PIC 9(4).
      *EVERY MEETING OF THE TERM THAT NEEDS A ROOM
       01  WS-NEED-TBL.
           03  WS-NEED             OCCURS 500 TIMES.
               05  WS-N-ID         PIC X(12).
               05  WS-N-SEQ        PIC 9.
               05  WS-N-COURSE     PIC X(9).
               05  WS-N-DAYS       PIC X(7).
               05  WS-N-START      PIC 9(4).
               05  WS-N-END        PIC 9(4).
               05  WS-N-CAP        PIC 999.
               05  WS-N-TYPE       PIC X(4).
               05  WS-N-CAMPUS     PIC X(4).
               05  WS-N-HOME       PIC X(6).
               05  WS-N-DONE       PIC X.
                   88  NEED-DONE           VALUE 'Y'.
               05  WS-N-RX         PIC 9(4) COMP.
               05  WS-N-HOME-FLAG  PIC X.
               05  WS-N-REASON     PIC X(30).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'ROOM-ASSIGN'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-HDR1.
           03  FILLER              PIC X(30) VALUE
               'ROOM ASSIGNMENT PROPOSALS'.
           03  FILLER              PIC X(6)  VALUE 'TERM: '.
           03  WS-H-YEAR           PIC 9(4).
           03  FILLER              PIC X VALUE '/'.
           03  WS-H-SEM            PIC 99.
           03  FILLER              PIC X(7)  VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-PROP-HDR.
           03  FILLER              PIC X(16) VALUE 'SCHEDULE ID  MT'.
           03  FILLER              PIC X(18) VALUE 'COURSE    DAYS'.
           03  FILLER              PIC X(14) VALUE 'TIME       CAP'.
           03  FILLER              PIC X(14) VALUE ' ROOM'.
           03  FILLER              PIC X(16) VALUE 'SEATS TYPE HOME'.
       01  WS-UNPL-HDR.
           03  FILLER              PIC X(16) VALUE 'SCHEDULE ID  MT'.
           03  FILLER              PIC X(18) VALUE 'COURSE    DAYS'.
           03  FILLER              PIC X(14) VALUE 'TIME       CAP'.
           03  FILLER              PIC X(30) VALUE '  REASON'.
       01  WS-PROP-LN.
           03  WS-P-ID             PIC X(12).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-P-SEQ            PIC 9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-P-COURSE         PIC X(9).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-P-DAYS           PIC X(7).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-P-START          PIC 9(4).
           03  FILLER              PIC X VALUE '-'.
           03  WS-P-END            PIC 9(4).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-P-CAP            PIC ZZ9.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-P-ROOM           PIC X(13).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-P-SEATS          PIC ZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-P-TYPE           PIC X(4).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-P-HOME           PIC X(4).
       01  WS-UNPL-LN.
           03  WS-U-ID             PIC X(12).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-U-SEQ            PIC 9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-U-COURSE         PIC X(9).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-U-DAYS           PIC X(7).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-U-START          PIC 9(4).
           03  FILLER              PIC X VALUE '-'.
           03  WS-U-END            PIC 9(4).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-U-CAP            PIC ZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-U-REASON         PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'ROOM ASSIGNMENT PROPOSALS'.
           DISPLAY 'YEAR (CCYY)        : ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER           : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE 0   TO WS-NEED-USED WS-ROOM-USED WS-BOOK-USED
                       WS-TYPE-USED WS-NEED-COUNT WS-PLACED-COUNT
                       WS-UNPLACED-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-TBL-FULL WS-MEET-AVAIL WS-DEPT-AVAIL
                       WS-ATTR-AVAIL.

           OPEN INPUT SCHE-MST.
           IF WS-STAT NOT = ZERO
               DISPLAY 'SCHEDULE-MASTER CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT BLD-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'BUILDING-MASTER CANNOT BE OPENED - NO RUN'
               CLOSE SCHE-MST
               EXIT PROGRAM
           END-IF.
           OPEN I-O ROOM-PROPOSAL.
           IF WS-RAP-STAT NOT = ZERO
               DISPLAY 'ROOM-PROPOSAL CANNOT BE OPENED - NO RUN'
               CLOSE SCHE-MST
               CLOSE BLD-MASTER
               EXIT PROGRAM
           END-IF.
           OPEN INPUT REG-MASTER.
           OPEN INPUT MEET-MASTER.
           IF WS-MEET-STAT = ZERO
               MOVE 'Y' TO WS-MEET-AVAIL
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-STAT = ZERO
               MOVE 'Y' TO WS-DEPT-AVAIL
           END-IF.
           OPEN INPUT CRSE-ATTR.
           IF WS-ATTR-STAT = ZERO
               MOVE 'Y' TO WS-ATTR-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           PERFORM 100-LOAD-ROOMS.
           PERFORM 200-LOAD-SECTIONS.
           PERFORM 250-LOAD-MEETINGS.
           PERFORM 300-CLEAR-OLD-PROPOSALS.

           PERFORM VARYING WS-PASS FROM 1 BY 1
                   UNTIL WS-PASS > WS-NEED-USED
               PERFORM 400-NEXT-LARGEST
               IF WS-BIG-NX > 0
                   MOVE WS-BIG-NX TO WS-NX
                   PERFORM 450-PLACE-MEETING
               END-IF
           END-PERFORM.

           PERFORM 600-PRINT-RESULTS.

           CLOSE SCHE-MST.
           CLOSE BLD-MASTER.
           CLOSE ROOM-PROPOSAL.
           CLOSE REG-MASTER.
           IF MEET-AVAIL
               CLOSE MEET-MASTER
           END-IF.
           IF DEPT-AVAIL
               CLOSE DEPT-MASTER
           END-IF.
           IF ATTR-AVAIL
               CLOSE CRSE-ATTR
           END-IF.
           CLOSE PRINT-FILE.

           MOVE '../FILES/ROOM-ASSIGN.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'ROOM-ASSIGN COMPLETE'.
           DISPLAY 'MEETINGS NEEDING ROOM: ' WS-NEED-COUNT.
           DISPLAY 'ROOMS PROPOSED       : ' WS-PLACED-COUNT.
           DISPLAY 'NOT PLACED           : ' WS-UNPLACED-COUNT.
           DISPLAY 'ROOMS OUT FOR TERM   : ' WS-OUT-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *EVERY ROOM NOT UNDER AN OUTAGE FOR THE TERM, AND THE ROOM
      *TYPES IN USE
       100-LOAD-ROOMS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO BLD-BUILDING-ROOM.
           START BLD-MASTER KEY NOT LESS THAN BLD-BUILDING-ROOM
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ BLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 150-ADD-ROOM
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       150-ADD-ROOM.
           MOVE 'N' TO WS-OUT-FLAG.
           MOVE BLD-BUILDING-ROOM TO WS-BLD-ROOM.
           CALL 'ROOM-OUTAGE' USING WS-BLD-ROOM
               WS-YEAR WS-SEM WS-OUT-FLAG WS-OUT-REASON.
           IF ROOM-OUT
               ADD 1 TO WS-OUT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROOM-USED >= WS-ROOM-MAX
               MOVE 'Y' TO WS-TBL-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROOM-USED.
           MOVE WS-ROOM-USED      TO WS-RX.
           MOVE BLD-BUILDING-ROOM TO WS-R-ROOM(WS-RX).
           IF BLD-MAX-SEAT NUMERIC
               MOVE BLD-MAX-SEAT TO WS-R-SEATS(WS-RX)
           ELSE
               MOVE ZERO TO WS-R-SEATS(WS-RX)
           END-IF.
           MOVE BLD-ROOM-TYPE     TO WS-R-TYPE(WS-RX).
           MOVE BLD-CAMPUS        TO WS-R-CAMPUS(WS-RX).

           IF BLD-ROOM-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TYPE-USED
                      OR WS-TYPE(WS-TX) = BLD-ROOM-TYPE
               CONTINUE
           END-PERFORM.
           IF WS-TX > WS-TYPE-USED AND WS-TYPE-USED < WS-TYPE-MAX
               ADD 1 TO WS-TYPE-USED
               MOVE BLD-ROOM-TYPE TO WS-TYPE(WS-TYPE-USED)
           END-IF.
      *-----------------------------------------------------------------
      *EVERY LIVE SECTION OF THE TERM - THOSE HOLDING A ROOM ARE
      *BOOKINGS, THOSE WITHOUT ONE ARE TO BE PLACED. A CROSS-LISTED
      *SECTION MEETS WITH ITS HOST AND IS NOT PLACED ON ITS OWN.
       200-LOAD-SECTIONS.
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
                               PERFORM 210-ONE-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-ONE-SECTION.
           IF BUILDING-ID-O = SPACES OR BUILDING-ID-O = LOW-VALUES
               OR BUILDING-ID-O(1:3) = 'TBA'
               IF SCHED-XLIST-O = SPACES OR SCHED-XLIST-O = LOW-VALUES
                   PERFORM 220-ADD-NEED
                   IF WS-NX > 0
                       MOVE 1             TO WS-N-SEQ(WS-NX)
                       MOVE SCHED-DAYS-O  TO WS-N-DAYS(WS-NX)
                       MOVE SCHED-START-O TO WS-N-START(WS-NX)
                       MOVE SCHED-END-O   TO WS-N-END(WS-NX)
                       PERFORM 230-CHECK-TIMES
                   END-IF
               END-IF
           ELSE
               IF SCHED-START-O NUMERIC AND SCHED-END-O NUMERIC
                   AND SCHED-END-O > 0
                   MOVE BUILDING-ID-O TO WS-NEED-ROOM
                   MOVE SCHED-DAYS-O  TO WS-NEED-DAYS
                   MOVE SCHED-START-O TO WS-NEED-START
                   MOVE SCHED-END-O   TO WS-NEED-END
                   PERFORM 290-ADD-BOOKING
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *A NEW ENTRY FOR THE SECTION ON SCHE-REC - CAPACITY, ROOM TYPE,
      *CAMPUS AND HOME BUILDING. WS-NX IS ZERO WHEN THE TABLE IS FULL.
       220-ADD-NEED.
           MOVE 0 TO WS-NX.
           IF WS-NEED-USED >= WS-NEED-MAX
               MOVE 'Y' TO WS-TBL-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NEED-USED.
           ADD 1 TO WS-NEED-COUNT.
           MOVE WS-NEED-USED  TO WS-NX.
           MOVE SCHEDULE-ID-O TO WS-N-ID(WS-NX).
           MOVE COURSE-ID-O   TO WS-N-COURSE(WS-NX).
           MOVE 'N'           TO WS-N-DONE(WS-NX).
           MOVE 0             TO WS-N-RX(WS-NX).
           MOVE 'N'           TO WS-N-HOME-FLAG(WS-NX).
           MOVE SPACES        TO WS-N-REASON(WS-NX).

      *CAPACITY IS WHAT THE SECTION HOLDS NOW - SEATED PLUS OPEN
           MOVE SCHEDULE-ID-O(9:4) TO WS-CRN.
           PERFORM 240-COUNT-ENROLLED.
           IF OPEN-SEATS-O NUMERIC
               MOVE OPEN-SEATS-O TO WS-OPEN
           ELSE
               MOVE ZERO TO WS-OPEN
           END-IF.
           COMPUTE WS-N-CAP(WS-NX) = WS-ENRL + WS-OPEN
               ON SIZE ERROR
                   MOVE 999 TO WS-N-CAP(WS-NX)
           END-COMPUTE.

           MOVE SPACES TO WS-N-CAMPUS(WS-NX) WS-N-HOME(WS-NX).
           IF SCHED-CAMPUS-O NOT = SPACES
               AND SCHED-CAMPUS-O NOT = LOW-VALUES
               MOVE SCHED-CAMPUS-O TO WS-N-CAMPUS(WS-NX)
           END-IF.
           IF DEPT-AVAIL
               MOVE COURSE-ID-O(1:4) TO DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-N-CAMPUS(WS-NX) = SPACES
                           MOVE DEPT-CAMPUS TO WS-N-CAMPUS(WS-NX)
                       END-IF
                       IF DEPT-HOME-BLD NOT = LOW-VALUES
                           MOVE DEPT-HOME-BLD TO WS-N-HOME(WS-NX)
                       END-IF
               END-READ
           END-IF.
           PERFORM 260-COURSE-ROOM-TYPE.
      *-----------------------------------------------------------------
      *RECORDS BUILT BEFORE THE STRUCTURED TIME FIELDS CANNOT BE
      *CHECKED FOR CLASHES AND ARE LEFT FOR MANUAL PLACEMENT
       230-CHECK-TIMES.
           IF WS-N-START(WS-NX) NOT NUMERIC
               OR WS-N-END(WS-NX) NOT NUMERIC
               OR WS-N-END(WS-NX) = 0
               OR WS-N-DAYS(WS-NX) = SPACES
               MOVE 'Y' TO WS-N-DONE(WS-NX)
               MOVE 'TIMES NOT STRUCTURED' TO WS-N-REASON(WS-NX)
           END-IF.
      *-----------------------------------------------------------------
      *W ROWS HAVE ALREADY GIVEN THEIR SEAT BACK
       240-COUNT-ENROLLED.
           MOVE ZERO TO WS-ENRL.
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
                               ADD 1 TO WS-ENRL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *EXTRA MEETING PATTERNS OF THE TERM'S LIVE SECTIONS - A ROOMED
      *PATTERN IS A BOOKING, AN UNROOMED ONE IS PLACED LIKE A SECTION
       250-LOAD-MEETINGS.
           IF NOT MEET-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MEET-SCHED-ID.
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM   DELIMITED BY SIZE
                  INTO MEET-SCHED-ID.
           MOVE ZERO TO MEET-SEQ.
           MOVE 'N' TO WS-EOF.
           START MEET-MASTER KEY NOT LESS THAN MEET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ MEET-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MEET-SCHED-ID(1:4) NOT = WS-YEAR
                           OR MEET-SCHED-ID(6:2) NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 255-ONE-MEETING
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       255-ONE-MEETING.
           MOVE MEET-SCHED-ID TO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SCHED-CANCELLED-O
               EXIT PARAGRAPH
           END-IF.
           IF MEET-BUILDING = SPACES OR MEET-BUILDING = LOW-VALUES
               OR MEET-BUILDING(1:3) = 'TBA'
               PERFORM 220-ADD-NEED
               IF WS-NX > 0
                   MOVE MEET-SEQ   TO WS-N-SEQ(WS-NX)
                   MOVE MEET-DAYS  TO WS-N-DAYS(WS-NX)
                   MOVE MEET-START TO WS-N-START(WS-NX)
                   MOVE MEET-END   TO WS-N-END(WS-NX)
                   PERFORM 230-CHECK-TIMES
               END-IF
           ELSE
               MOVE MEET-BUILDING TO WS-NEED-ROOM
               MOVE MEET-DAYS     TO WS-NEED-DAYS
               MOVE MEET-START    TO WS-NEED-START
               MOVE MEET-END      TO WS-NEED-END
               PERFORM 290-ADD-BOOKING
           END-IF.
      *-----------------------------------------------------------------
      *THE FIRST OF THE COURSE'S ATTRIBUTES THAT NAMES A ROOM TYPE
       260-COURSE-ROOM-TYPE.
           MOVE SPACES TO WS-N-TYPE(WS-NX).
           IF NOT ATTR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE COURSE-ID-O TO CA-CRSE-ID.
           MOVE LOW-VALUES  TO CA-ATTR.
           MOVE 'N' TO WS-SUB-EOF.
           START CRSE-ATTR KEY NOT LESS THAN CA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
           END-START.
           PERFORM UNTIL SUB-EOF
               READ CRSE-ATTR NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF CA-CRSE-ID NOT = COURSE-ID-O
                           MOVE 'Y' TO WS-SUB-EOF
                       ELSE
                           PERFORM VARYING WS-TX FROM 1 BY 1
                                   UNTIL WS-TX > WS-TYPE-USED
                               IF WS-TYPE(WS-TX) = CA-ATTR
                                   MOVE CA-ATTR TO WS-N-TYPE(WS-NX)
                                   MOVE 'Y' TO WS-SUB-EOF
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       290-ADD-BOOKING.
           IF WS-BOOK-USED >= WS-BOOK-MAX
               MOVE 'Y' TO WS-TBL-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BOOK-USED.
           MOVE WS-NEED-ROOM  TO WS-B-ROOM(WS-BOOK-USED).
           MOVE WS-NEED-DAYS  TO WS-B-DAYS(WS-BOOK-USED).
           MOVE WS-NEED-START TO WS-B-START(WS-BOOK-USED).
           MOVE WS-NEED-END   TO WS-B-END(WS-BOOK-USED).
      *-----------------------------------------------------------------
      *A RERUN STARTS THE TERM'S LIST AFRESH - ONLY ROWS ALREADY
      *POSTED TO THE SCHEDULE ARE KEPT
       300-CLEAR-OLD-PROPOSALS.
           MOVE SPACES TO RAP-SCHED-ID.
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM   DELIMITED BY SIZE
                  INTO RAP-SCHED-ID.
           MOVE ZERO TO RAP-MEET-SEQ.
           MOVE 'N' TO WS-EOF.
           START ROOM-PROPOSAL KEY NOT LESS THAN RAP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ROOM-PROPOSAL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RAP-SCHED-ID(1:4) NOT = WS-YEAR
                           OR RAP-SCHED-ID(6:2) NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF NOT RAP-APPLIED
                               DELETE ROOM-PROPOSAL RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE LARGEST MEETING NOT YET DEALT WITH - ZERO WHEN NONE ARE LEFT
       400-NEXT-LARGEST.
           MOVE 0  TO WS-BIG-NX.
           MOVE -1 TO WS-BIG-CAP.
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEED-USED
               IF NOT NEED-DONE(WS-NX)
                   AND WS-N-CAP(WS-NX) > WS-BIG-CAP
                   MOVE WS-NX           TO WS-BIG-NX
                   MOVE WS-N-CAP(WS-NX) TO WS-BIG-CAP
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE BEST FREE ROOM FOR ONE MEETING. SCORE IS 0 FOR THE HOME
      *BUILDING AND 1 OTHERWISE, THEN THE SEATS - LOWEST WINS. A ROOM
      *IS ONLY CHECKED FOR CLASHES WHEN IT WOULD BEAT THE BEST SO FAR.
       450-PLACE-MEETING.
           MOVE 'Y' TO WS-N-DONE(WS-NX).
           MOVE 'N' TO WS-TYPE-SEEN WS-SIZE-SEEN.
           MOVE 0    TO WS-BEST-RX.
           MOVE 9999 TO WS-BEST-SCORE.
           MOVE WS-N-DAYS(WS-NX)  TO WS-NEED-DAYS.
           MOVE WS-N-START(WS-NX) TO WS-NEED-START.
           MOVE WS-N-END(WS-NX)   TO WS-NEED-END.

           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROOM-USED
               IF (WS-N-TYPE(WS-NX) = SPACES
                       OR WS-R-TYPE(WS-RX) = WS-N-TYPE(WS-NX))
                   AND (WS-N-CAMPUS(WS-NX) = SPACES
                       OR WS-R-CAMPUS(WS-RX) = WS-N-CAMPUS(WS-NX))
                   MOVE 'Y' TO WS-TYPE-SEEN
                   IF WS-R-SEATS(WS-RX) >= WS-N-CAP(WS-NX)
                       MOVE 'Y' TO WS-SIZE-SEEN
                       PERFORM 460-SCORE-ROOM
                       IF WS-CAND-SCORE < WS-BEST-SCORE
                           PERFORM 470-CHECK-ROOM-FREE
                           IF NOT ROOM-BUSY
                               MOVE WS-RX         TO WS-BEST-RX
                               MOVE WS-CAND-SCORE TO WS-BEST-SCORE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BEST-RX > 0
               MOVE WS-BEST-RX TO WS-N-RX(WS-NX)
               IF WS-BEST-SCORE < 1000
                   MOVE 'Y' TO WS-N-HOME-FLAG(WS-NX)
               END-IF
               MOVE WS-R-ROOM(WS-BEST-RX)(1:11) TO WS-NEED-ROOM
               PERFORM 290-ADD-BOOKING
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN NOT TYPE-SEEN
                   MOVE 'NO ROOM OF THIS TYPE ON CAMPUS'
                       TO WS-N-REASON(WS-NX)
               WHEN NOT SIZE-SEEN
                   MOVE 'NO ROOM LARGE ENOUGH'
                       TO WS-N-REASON(WS-NX)
               WHEN OTHER
                   MOVE 'ALL SUITABLE ROOMS BOOKED'
                       TO WS-N-REASON(WS-NX)
           END-EVALUATE.
      *-----------------------------------------------------------------
       460-SCORE-ROOM.
           MOVE WS-R-SEATS(WS-RX) TO WS-CAND-SCORE.
           IF WS-N-HOME(WS-NX) = SPACES
               OR WS-R-ROOM(WS-RX)(1:6) NOT = WS-N-HOME(WS-NX)
               ADD 1000 TO WS-CAND-SCORE
           END-IF.
      *-----------------------------------------------------------------
      *A ROOM IS BUSY WHEN ANY BOOKING IN IT SHARES A DAY AND
      *OVERLAPS THE MEETING'S TIME RANGE, OR AN EVENT HOLDS IT
       470-CHECK-ROOM-FREE.
           MOVE 'N' TO WS-BUSY.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BOOK-USED OR ROOM-BUSY
               IF WS-B-ROOM(WS-BX) = WS-R-ROOM(WS-RX)(1:11)
                   PERFORM 480-CHECK-OVERLAP
                   IF TIMES-CLASH
                       MOVE 'Y' TO WS-BUSY
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT ROOM-BUSY
               MOVE 'N' TO WS-EVT-FLAG
               CALL 'ROOM-EVENT-CHECK' USING WS-R-ROOM(WS-RX)
                   WS-YEAR WS-SEM WS-NEED-DAYS WS-NEED-START
                   WS-NEED-END WS-EVT-FLAG WS-EVT-NAME
               IF EVENT-CONFLICT
                   MOVE 'Y' TO WS-BUSY
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       480-CHECK-OVERLAP.
           MOVE 'N' TO WS-CLASH.
           PERFORM VARYING WS-DAY-CNT FROM 1 BY 1
                   UNTIL WS-DAY-CNT > 7
               IF WS-B-DAYS(WS-BX)(WS-DAY-CNT:1) = 'Y'
                   AND WS-NEED-DAYS(WS-DAY-CNT:1) = 'Y'
                   AND WS-NEED-START < WS-B-END(WS-BX)
                   AND WS-B-START(WS-BX) < WS-NEED-END
                   MOVE 'Y' TO WS-CLASH
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *PROPOSALS FIRST, THEN THE MEETINGS THAT COULD NOT BE PLACED.
      *EACH ONE IS ALSO POSTED TO THE PROPOSAL FILE.
       600-PRINT-RESULTS.
           MOVE WS-YEAR  TO WS-H-YEAR.
           MOVE WS-SEM   TO WS-H-SEM.
           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'PROPOSED ASSIGNMENTS' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-PROP-HDR TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEED-USED
               IF WS-N-RX(WS-NX) > 0
                   PERFORM 610-PRINT-PROPOSAL
               END-IF
           END-PERFORM.
           IF WS-PLACED-COUNT = ZERO
               MOVE 'NO ROOMS PROPOSED' TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'SECTIONS NOT PLACED' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-UNPL-HDR TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEED-USED
               IF WS-N-RX(WS-NX) = 0
                   PERFORM 620-PRINT-UNPLACED
               END-IF
           END-PERFORM.
           IF WS-UNPLACED-COUNT = ZERO
               MOVE 'NONE' TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           IF TBL-FULL
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC
               MOVE 'TOO MANY ROOMS OR SECTIONS - LIST IS INCOMPLETE'
                   TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------
       610-PRINT-PROPOSAL.
           ADD 1 TO WS-PLACED-COUNT.
           MOVE WS-N-RX(WS-NX) TO WS-RX.
           MOVE WS-N-ID(WS-NX)      TO WS-P-ID.
           MOVE WS-N-SEQ(WS-NX)     TO WS-P-SEQ.
           MOVE WS-N-COURSE(WS-NX)  TO WS-P-COURSE.
           MOVE WS-N-DAYS(WS-NX)    TO WS-P-DAYS.
           MOVE WS-N-START(WS-NX)   TO WS-P-START.
           MOVE WS-N-END(WS-NX)     TO WS-P-END.
           MOVE WS-N-CAP(WS-NX)     TO WS-P-CAP.
           MOVE WS-R-ROOM(WS-RX)    TO WS-P-ROOM.
           MOVE WS-R-SEATS(WS-RX)   TO WS-P-SEATS.
           MOVE WS-R-TYPE(WS-RX)    TO WS-P-TYPE.
           IF WS-N-HOME-FLAG(WS-NX) = 'Y'
               MOVE 'YES' TO WS-P-HOME
           ELSE
               MOVE SPACES TO WS-P-HOME
           END-IF.
           MOVE WS-PROP-LN TO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM 650-FILL-PROPOSAL.
           MOVE 'P'                 TO RAP-STAT.
           MOVE WS-R-ROOM(WS-RX)    TO RAP-ROOM.
           MOVE WS-R-SEATS(WS-RX)   TO RAP-ROOM-SEATS.
           MOVE WS-R-CAMPUS(WS-RX)  TO RAP-ROOM-CAMPUS.
           MOVE WS-N-HOME-FLAG(WS-NX) TO RAP-HOME-BLD.
           PERFORM 660-POST-PROPOSAL.
      *-----------------------------------------------------------------
       620-PRINT-UNPLACED.
           ADD 1 TO WS-UNPLACED-COUNT.
           MOVE WS-N-ID(WS-NX)      TO WS-U-ID.
           MOVE WS-N-SEQ(WS-NX)     TO WS-U-SEQ.
           MOVE WS-N-COURSE(WS-NX)  TO WS-U-COURSE.
           IF WS-N-REASON(WS-NX) = 'TIMES NOT STRUCTURED'
               MOVE SPACES TO WS-U-DAYS
               MOVE ZERO   TO WS-U-START WS-U-END
           ELSE
               MOVE WS-N-DAYS(WS-NX)  TO WS-U-DAYS
               MOVE WS-N-START(WS-NX) TO WS-U-START
               MOVE WS-N-END(WS-NX)   TO WS-U-END
           END-IF.
           MOVE WS-N-CAP(WS-NX)     TO WS-U-CAP.
           MOVE WS-N-REASON(WS-NX)  TO WS-U-REASON.
           MOVE WS-UNPL-LN TO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM 650-FILL-PROPOSAL.
           MOVE 'U'                 TO RAP-STAT.
           MOVE WS-N-REASON(WS-NX)  TO RAP-REASON.
           PERFORM 660-POST-PROPOSAL.
      *-----------------------------------------------------------------
       650-FILL-PROPOSAL.
           MOVE SPACES TO RAP-REC.
           MOVE WS-N-ID(WS-NX)      TO RAP-SCHED-ID.
           MOVE WS-N-SEQ(WS-NX)     TO RAP-MEET-SEQ.
           MOVE WS-N-COURSE(WS-NX)  TO RAP-COURSE-ID.
           MOVE WS-N-DAYS(WS-NX)    TO RAP-DAYS.
           IF WS-N-START(WS-NX) NUMERIC
               MOVE WS-N-START(WS-NX) TO RAP-START
           ELSE
               MOVE ZERO TO RAP-START
           END-IF.
           IF WS-N-END(WS-NX) NUMERIC
               MOVE WS-N-END(WS-NX) TO RAP-END
           ELSE
               MOVE ZERO TO RAP-END
           END-IF.
           MOVE WS-N-CAP(WS-NX)     TO RAP-CAPACITY.
           MOVE WS-N-TYPE(WS-NX)    TO RAP-NEED-TYPE.
           MOVE WS-N-CAMPUS(WS-NX)  TO RAP-NEED-CAMPUS.
           MOVE ZERO                TO RAP-ROOM-SEATS.
           MOVE WS-TODAY            TO RAP-PROP-DATE.
           MOVE ZERO                TO RAP-APPLY-DATE.
      *-----------------------------------------------------------------
      *A MEETING POSTED EARLIER WHOSE ROOM HAS SINCE BEEN TAKEN OFF
      *IT IS PROPOSED AGAIN OVER THE OLD ROW
       660-POST-PROPOSAL.
           WRITE RAP-REC
               INVALID KEY
                   REWRITE RAP-REC
           END-WRITE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-ASSIGN-APPLY.
      *-----------------------------------------------------------------
      *POSTS THE REVIEWED ROOM PROPOSALS FOR A TERM. EACH PROPOSED
      *ROOM IS WRITTEN TO THE SECTION (MEETING 1) OR TO ITS EXTRA
      *MEETING PATTERN, AND THE SECTION TAKES THE ROOM'S CAMPUS AS
      *SCHEDULE-ADD DOES. THE SCHEDULE MAY HAVE MOVED SINCE THE LIST
      *WAS MADE, SO A PROPOSAL IS SKIPPED WHEN THE SECTION IS GONE
      *OR CANCELLED, ALREADY HAS A ROOM (THE WAY TO OVERRULE A
      *PROPOSAL IS TO PLACE THE SECTION BY HAND FIRST), MEETS AT
      *DIFFERENT TIMES NOW, OR THE ROOM HAS SINCE GONE OUT OF
      *SERVICE OR BEEN BOOKED AT THAT SLOT. EVERY CHANGE IS AUDITED.
      *SECOND FILE CONNECTORS SCAN THE SCHEDULE AND MEETING FILES
      *FOR CLASHES WITHOUT DISTURBING THE RECORDS BEING UPDATED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-PROPOSAL ASSIGN       TO
                               '../FILES/ROOM-PROPOSAL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RAP-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT SCHE-MST     ASSIGN        TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT SCHE-SCAN    ASSIGN        TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SCN-SCHEDULE-ID
                               FILE STATUS   IS WS-STAT.
           SELECT MEET-MASTER  ASSIGN        TO
                               '../FILES/MEET-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MEET-KEY
                               FILE STATUS   IS WS-MEET-STAT.
           SELECT MEET-SCAN    ASSIGN        TO
                               '../FILES/MEET-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MSC-KEY
                               FILE STATUS   IS WS-MSC-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/ROOM-ASSIGN-APPLY.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY ROOM-PROP-RECS.
       COPY MEET-MASTER-RECS.
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
       FD  SCHE-SCAN.
       01  SCN-REC.
           03  SCN-SCHEDULE-ID     PIC X(12).
           03  FILLER              PIC X.
           03  SCN-COURSE-ID       PIC X(9).
           03  FILLER              PIC X.
           03  SCN-TIMEDAY         PIC X(20).
           03  FILLER              PIC X.
           03  SCN-BUILDING-ID     PIC X(11).
           03  FILLER              PIC X.
           03  SCN-INSTRUCTOR-ID   PIC X(4).
           03  SCN-STATUS          PIC X.
               88  SCN-CANCELLED           VALUE 'C'.
           03  FILLER              PIC XX.
           03  SCN-OPEN-SEATS      PIC X(3).
           03  SCN-DAYS            PIC X(7).
           03  SCN-START           PIC 9(4).
           03  SCN-END             PIC 9(4).
           03  SCN-XLIST           PIC X(12).
           03  SCN-INST2           PIC X(4).
           03  SCN-INST2-PCT       PIC 999.
           03  SCN-CAMPUS          PIC X(4).
       FD  MEET-SCAN.
       01  MSC-REC.
           03  MSC-KEY.
               05  MSC-SCHED-ID    PIC X(12).
               05  MSC-SEQ         PIC 9.
           03  MSC-DAYS            PIC X(7).
           03  MSC-START           PIC 9(4).
           03  MSC-END             PIC 9(4).
           03  MSC-BUILDING        PIC X(11).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-MEET-STAT        PIC 99.
           03  WS-MSC-STAT         PIC 99.
           03  WS-MEET-AVAIL       PIC X   VALUE 'N'.
               88  MEET-AVAIL              VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SCAN-EOF         PIC X   VALUE 'N'.
               88  SCAN-EOF                VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CONFIRM          PIC X.
               88  CONFIRMED               VALUE 'Y' 'y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-RESULT           PIC X(30).
           03  WS-OUT-FLAG         PIC X.
               88  ROOM-OUT                VALUE 'Y'.
           03  WS-OUT-REASON       PIC X(30).
           03  WS-EVT-FLAG         PIC X.
               88  EVENT-CONFLICT          VALUE 'Y'.
           03  WS-EVT-NAME         PIC X(30).
           03  WS-ROOM             PIC X(13).
           03  WS-OLD-ROOM         PIC X(11).
           03  WS-BUSY             PIC X.
               88  ROOM-BUSY               VALUE 'Y'.
           03  WS-CLASH            PIC X.
               88  TIMES-CLASH             VALUE 'Y'.
           03  WS-DAY-CNT          PIC 9.
           03  WS-CAND-DAYS        PIC X(7).
           03  WS-CAND-START       PIC 9(4).
           03  WS-CAND-END         PIC 9(4).
           03  WS-APPLY-COUNT      PIC 9(5).
           03  WS-SKIP-COUNT       PIC 9(5).
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15).
           03  WS-AUD-KEY          PIC X(12).
           03  WS-AUD-FIELD        PIC X(12).
           03  WS-AUD-OLD          PIC X(20).
           03  WS-AUD-NEW          PIC X(20).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'ROOM-ASGN-APPLY'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-HDR1.
           03  FILLER              PIC X(30) VALUE
               'ROOM ASSIGNMENTS POSTED'.
           03  FILLER              PIC X(6)  VALUE 'TERM: '.
           03  WS-H-YEAR           PIC 9(4).
           03  FILLER              PIC X VALUE '/'.
           03  WS-H-SEM            PIC 99.
           03  FILLER              PIC X(7)  VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-COL-HDR.
           03  FILLER              PIC X(16) VALUE 'SCHEDULE ID  MT'.
           03  FILLER              PIC X(10) VALUE 'COURSE'.
           03  FILLER              PIC X(14) VALUE 'ROOM'.
           03  FILLER              PIC X(30) VALUE 'RESULT'.
       01  WS-DTL-LN.
           03  WS-D-ID             PIC X(12).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-SEQ            PIC 9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-ROOM           PIC X(13).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-RESULT         PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'POST ROOM ASSIGNMENT PROPOSALS'.
           DISPLAY 'YEAR (CCYY)        : ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER           : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.
           DISPLAY 'POST ALL PROPOSED ROOMS (Y/N): '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRMED
               DISPLAY 'ROOM-ASSIGN-APPLY NOT RUN'
               EXIT PROGRAM
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE 0   TO WS-APPLY-COUNT WS-SKIP-COUNT.
           MOVE 'N' TO WS-MEET-AVAIL.

           OPEN I-O ROOM-PROPOSAL.
           IF WS-STAT NOT = ZERO
               DISPLAY 'ROOM-PROPOSAL CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN I-O SCHE-MST.
           IF WS-STAT NOT = ZERO
               DISPLAY 'SCHEDULE-MASTER CANNOT BE OPENED - NO RUN'
               CLOSE ROOM-PROPOSAL
               EXIT PROGRAM
           END-IF.
           OPEN INPUT SCHE-SCAN.
           OPEN I-O MEET-MASTER.
           OPEN INPUT MEET-SCAN.
           IF WS-MEET-STAT = ZERO AND WS-MSC-STAT = ZERO
               MOVE 'Y' TO WS-MEET-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-YEAR  TO WS-H-YEAR.
           MOVE WS-SEM   TO WS-H-SEM.
           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-COL-HDR TO PRINT-REC.
           WRITE PRINT-REC.

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
                           IF RAP-PROPOSED
                               PERFORM 100-ONE-PROPOSAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-APPLY-COUNT = ZERO AND WS-SKIP-COUNT = ZERO
               MOVE 'NO PROPOSED ROOMS FOR THIS TERM' TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           CLOSE ROOM-PROPOSAL.
           CLOSE SCHE-MST.
           CLOSE SCHE-SCAN.
           IF MEET-AVAIL
               CLOSE MEET-MASTER
               CLOSE MEET-SCAN
           END-IF.
           CLOSE PRINT-FILE.

           MOVE '../FILES/ROOM-ASSIGN-APPLY.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'ROOM-ASSIGN-APPLY COMPLETE'.
           DISPLAY 'ROOMS POSTED         : ' WS-APPLY-COUNT.
           DISPLAY 'PROPOSALS SKIPPED    : ' WS-SKIP-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-ONE-PROPOSAL.
           MOVE SPACES TO WS-RESULT.
           MOVE RAP-ROOM TO WS-ROOM.
           IF RAP-MEET-SEQ = 1
               PERFORM 200-SECTION-ROOM
           ELSE
               PERFORM 300-MEETING-ROOM
           END-IF.

           IF WS-RESULT = SPACES
               MOVE 'A' TO RAP-STAT
               MOVE 'POSTED' TO WS-RESULT
               ADD 1 TO WS-APPLY-COUNT
           ELSE
               MOVE 'S' TO RAP-STAT
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
           MOVE WS-RESULT TO RAP-REASON.
           MOVE WS-TODAY  TO RAP-APPLY-DATE.
           REWRITE RAP-REC.

           MOVE RAP-SCHED-ID  TO WS-D-ID.
           MOVE RAP-MEET-SEQ  TO WS-D-SEQ.
           MOVE RAP-COURSE-ID TO WS-D-COURSE.
           MOVE RAP-ROOM      TO WS-D-ROOM.
           MOVE WS-RESULT     TO WS-D-RESULT.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *MEETING 1 - THE ROOM GOES ON THE SCHEDULE RECORD ITSELF
       200-SECTION-ROOM.
           MOVE RAP-SCHED-ID TO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   MOVE 'SECTION NOT ON SCHEDULE' TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN SCHED-CANCELLED-O
                   MOVE 'SECTION CANCELLED' TO WS-RESULT
               WHEN BUILDING-ID-O NOT = SPACES
                   AND BUILDING-ID-O NOT = LOW-VALUES
                   AND BUILDING-ID-O(1:3) NOT = 'TBA'
                   MOVE 'ROOM ALREADY SET' TO WS-RESULT
               WHEN SCHED-DAYS-O NOT = RAP-DAYS
                   OR SCHED-START-O NOT = RAP-START
                   OR SCHED-END-O NOT = RAP-END
                   MOVE 'MEETING TIMES CHANGED' TO WS-RESULT
           END-EVALUATE.
           IF WS-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 400-RECHECK-ROOM.
           IF WS-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE BUILDING-ID-O   TO WS-OLD-ROOM.
           MOVE RAP-ROOM(1:11)  TO BUILDING-ID-O.
           MOVE RAP-ROOM-CAMPUS TO SCHED-CAMPUS-O.
           REWRITE SCHE-REC
               INVALID KEY
                   MOVE 'SCHEDULE NOT UPDATED' TO WS-RESULT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE 'BUILDING-ID' TO WS-AUD-FIELD.
           PERFORM 500-AUDIT.
      *-----------------------------------------------------------------
      *MEETING 2 AND UP - THE ROOM GOES ON THE EXTRA MEETING PATTERN
       300-MEETING-ROOM.
           IF NOT MEET-AVAIL
               MOVE 'MEETING FILE NOT AVAILABLE' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE RAP-SCHED-ID TO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   MOVE 'SECTION NOT ON SCHEDULE' TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ.
           IF SCHED-CANCELLED-O
               MOVE 'SECTION CANCELLED' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE RAP-SCHED-ID TO MEET-SCHED-ID.
           MOVE RAP-MEET-SEQ TO MEET-SEQ.
           READ MEET-MASTER
               INVALID KEY
                   MOVE 'MEETING NO LONGER ON FILE' TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN MEET-BUILDING NOT = SPACES
                   AND MEET-BUILDING NOT = LOW-VALUES
                   AND MEET-BUILDING(1:3) NOT = 'TBA'
                   MOVE 'ROOM ALREADY SET' TO WS-RESULT
               WHEN MEET-DAYS NOT = RAP-DAYS
                   OR MEET-START NOT = RAP-START
                   OR MEET-END NOT = RAP-END
                   MOVE 'MEETING TIMES CHANGED' TO WS-RESULT
           END-EVALUATE.
           IF WS-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 400-RECHECK-ROOM.
           IF WS-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE MEET-BUILDING  TO WS-OLD-ROOM.
           MOVE RAP-ROOM(1:11) TO MEET-BUILDING.
           REWRITE MEET-REC
               INVALID KEY
                   MOVE 'MEETING NOT UPDATED' TO WS-RESULT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES TO WS-AUD-FIELD.
           STRING 'MEET ROOM '  DELIMITED BY SIZE
                  RAP-MEET-SEQ  DELIMITED BY SIZE
                  INTO WS-AUD-FIELD.
           PERFORM 500-AUDIT.
      *-----------------------------------------------------------------
      *THE ROOM MUST STILL BE IN SERVICE AND FREE AT THE SLOT
       400-RECHECK-ROOM.
           MOVE 'N' TO WS-OUT-FLAG.
           CALL 'ROOM-OUTAGE' USING WS-ROOM
               WS-YEAR WS-SEM WS-OUT-FLAG WS-OUT-REASON.
           IF ROOM-OUT
               MOVE 'ROOM NOW UNDER OUTAGE' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EVT-FLAG.
           CALL 'ROOM-EVENT-CHECK' USING WS-ROOM
               WS-YEAR WS-SEM RAP-DAYS RAP-START RAP-END
               WS-EVT-FLAG WS-EVT-NAME.
           IF EVENT-CONFLICT
               MOVE 'ROOM NOW BOOKED FOR AN EVENT' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 450-CHECK-ROOM-FREE.
           IF ROOM-BUSY
               MOVE 'ROOM NO LONGER FREE' TO WS-RESULT
           END-IF.
      *-----------------------------------------------------------------
       450-CHECK-ROOM-FREE.
           MOVE 'N' TO WS-BUSY.
           MOVE SPACES TO SCN-SCHEDULE-ID.
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM   DELIMITED BY SIZE
                  INTO SCN-SCHEDULE-ID.
           MOVE 'N' TO WS-SCAN-EOF.
           START SCHE-SCAN KEY IS NOT LESS THAN SCN-SCHEDULE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL SCAN-EOF OR ROOM-BUSY
               READ SCHE-SCAN NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SCN-SCHEDULE-ID(1:4) NOT = WS-YEAR
                           OR SCN-SCHEDULE-ID(6:2) NOT = WS-SEM
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF SCN-BUILDING-ID = RAP-ROOM(1:11)
                               AND NOT SCN-CANCELLED
                               AND SCN-START NUMERIC
                               AND SCN-END NUMERIC
                               MOVE SCN-DAYS  TO WS-CAND-DAYS
                               MOVE SCN-START TO WS-CAND-START
                               MOVE SCN-END   TO WS-CAND-END
                               PERFORM 480-CHECK-OVERLAP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF ROOM-BUSY OR NOT MEET-AVAIL
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO MSC-SCHED-ID.
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM   DELIMITED BY SIZE
                  INTO MSC-SCHED-ID.
           MOVE ZERO TO MSC-SEQ.
           MOVE 'N' TO WS-SCAN-EOF.
           START MEET-SCAN KEY NOT LESS THAN MSC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL SCAN-EOF OR ROOM-BUSY
               READ MEET-SCAN NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF MSC-SCHED-ID(1:4) NOT = WS-YEAR
                           OR MSC-SCHED-ID(6:2) NOT = WS-SEM
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF MSC-BUILDING = RAP-ROOM(1:11)
                               MOVE MSC-DAYS  TO WS-CAND-DAYS
                               MOVE MSC-START TO WS-CAND-START
                               MOVE MSC-END   TO WS-CAND-END
                               PERFORM 480-CHECK-OVERLAP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *TWO MEETINGS CLASH WHEN THEY SHARE A DAY AND THEIR TIME
      *RANGES OVERLAP
       480-CHECK-OVERLAP.
           MOVE 'N' TO WS-CLASH.
           PERFORM VARYING WS-DAY-CNT FROM 1 BY 1
                   UNTIL WS-DAY-CNT > 7
               IF WS-CAND-DAYS(WS-DAY-CNT:1) = 'Y'
                   AND RAP-DAYS(WS-DAY-CNT:1) = 'Y'
                   AND RAP-START < WS-CAND-END
                   AND WS-CAND-START < RAP-END
                   MOVE 'Y' TO WS-CLASH
               END-IF
           END-PERFORM.
           IF TIMES-CLASH
               MOVE 'Y' TO WS-BUSY
           END-IF.
      *-----------------------------------------------------------------
       500-AUDIT.
           MOVE 'ROOM-ASSIGN'  TO WS-AUD-PGM.
           MOVE RAP-SCHED-ID   TO WS-AUD-KEY.
           MOVE WS-OLD-ROOM    TO WS-AUD-OLD.
           MOVE RAP-ROOM       TO WS-AUD-NEW.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.

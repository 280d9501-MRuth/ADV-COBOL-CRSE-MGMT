       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-MAINT.
      *-----------------------------------------------------------------
      *ROOM EVENT BOOKINGS. BOOKS A NON-CLASS EVENT INTO A BUILDING/
      *ROOM FOR A DATE OR DATE RANGE, ON CHOSEN DAYS AND TIMES, WITH
      *THE SPONSOR, A CONTACT AND THE EXPECTED HEADCOUNT, AND
      *CANCELS ONE THAT IS NO LONGER WANTED. A BOOKING IS REFUSED
      *WHEN THE ROOM IS TOO SMALL OR OUT OF SERVICE, OR WHEN ANOTHER
      *EVENT, A CLASS MEETING OR A FINAL EXAM SLOT ALREADY HOLDS THE
      *ROOM ON ONE OF THE EVENT'S DAYS AT AN OVERLAPPING TIME. CLASS
      *MEETINGS HOLD THE ROOM FOR EVERY WEEK OF THEIR TERM; AN EXAM
      *HOLDS THE SECTION'S OWN ROOM ON ITS SLOT DATE FOR TWO HOURS
      *FROM THE SLOT TIME. SCHEDULE MAINTENANCE MAKES THE SAME
      *CHECK THE OTHER WAY ROUND THROUGH ROOM-EVENT-CHECK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-MASTER ASSIGN        TO
                               '../FILES/EVENT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EVT-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT BLD-MASTER   ASSIGN        TO
                               '../FILES/BUILDING-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS BLD-BUILDING-ROOM
                               FILE STATUS   IS WS-STAT.
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
           SELECT OUTAGE-MASTER ASSIGN       TO
                               '../FILES/OUTAGE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS OUT-KEY
                               FILE STATUS   IS WS-OUT-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-TERM-STAT.
           SELECT SLOT-FILE    ASSIGN        TO
                               '../FILES/EXAM-SLOTS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-SLOT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY EVENT-RECS.
       COPY OUTAGE-RECS.
       COPY TERM-MASTER-RECS.
       COPY MEET-MASTER-RECS.
       FD  BLD-MASTER.
       01  BLD-REC.
           03  BLD-BUILDING-ROOM.
               05  BLD-BUILDING    PIC X(6).
               05  FILLER          PIC X.
               05  BLD-ROOM        PIC X(6).
           03  BLD-MAX-SEAT        PIC 999.
           03  BLD-ROOM-TYPE       PIC X(4).
           03  BLD-CAMPUS          PIC X(4).
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
       FD  SLOT-FILE.
       01  SLOT-REC.
           03  SL-DAYS             PIC X(7).
           03  FILLER              PIC X.
           03  SL-START-LO         PIC 9(4).
           03  FILLER              PIC X.
           03  SL-START-HI         PIC 9(4).
           03  FILLER              PIC X.
           03  SL-SLOT-NO          PIC 99.
           03  FILLER              PIC X.
           03  SL-DATE             PIC 9(8).
           03  FILLER              PIC X.
           03  SL-TIME             PIC 9(4).
           03  FILLER              PIC X(46).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-MEET-STAT        PIC 99.
           03  WS-OUT-STAT         PIC 99.
           03  WS-TERM-STAT        PIC 99.
           03  WS-SLOT-STAT        PIC 99.
           03  WS-MEET-AVAIL       PIC X   VALUE 'N'.
               88  MEET-AVAIL              VALUE 'Y'.
           03  WS-OUT-AVAIL        PIC X   VALUE 'N'.
               88  OUT-AVAIL               VALUE 'Y'.
           03  WS-TERM-AVAIL       PIC X   VALUE 'N'.
               88  TERM-AVAIL              VALUE 'Y'.
           03  WS-SEL              PIC X.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-TERM-EOF         PIC X   VALUE 'N'.
               88  TERM-EOF                VALUE 'Y'.
           03  WS-SCAN-EOF         PIC X   VALUE 'N'.
               88  SCAN-EOF                VALUE 'Y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-HELD             PIC X   VALUE 'N'.
               88  ROOM-HELD               VALUE 'Y'.
           03  WS-ROOM             PIC X(13).
           03  WS-NEXT-SEQ         PIC 9(4).
           03  WS-SEQ              PIC 9(4).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-LINE             PIC 99.
           03  WS-MSG              PIC X(60).
           03  WS-SPACE            PIC X   VALUE SPACE.
           03  WS-DAY-CNT          PIC 9.
           03  WS-IX               PIC 99.
           03  WS-EXAM-HOURS       PIC 9(4) VALUE 0200.
           03  WS-EXAM-END         PIC 9(4).
           03  WS-SLOT-DATE        PIC 9(8).
           03  WS-SLOT-TIME        PIC 9(4).
           03  WS-SLOT-NO          PIC 99.
       01  WS-HHMM.
           03  WS-HH               PIC 99.
           03  WS-MM               PIC 99.
      *THE EVENT BEING BOOKED
       01  WS-EVT-DATA.
           03  WS-NAME             PIC X(30).
           03  WS-START-DATE       PIC 9(8).
           03  WS-END-DATE         PIC 9(8).
           03  WS-DAYS             PIC X(7).
           03  WS-START-TIME       PIC 9(4).
           03  WS-END-TIME         PIC 9(4).
           03  WS-SPONSOR          PIC X(30).
           03  WS-CONTACT          PIC X(25).
           03  WS-PHONE            PIC X(10).
           03  WS-HEADCOUNT        PIC 9(4).
      *WEEKDAYS (MON-SUN) THE EVENT ACTUALLY FALLS ON INSIDE THE
      *DATE WINDOW BEING COMPARED
       01  WS-WINDOW.
           03  WS-LO-DATE          PIC 9(8).
           03  WS-HI-DATE          PIC 9(8).
           03  WS-LO-INT           PIC 9(7).
           03  WS-HI-INT           PIC 9(7).
           03  WS-DAY-INT          PIC 9(7).
           03  WS-DOW              PIC 9.
           03  WS-WIN-DAYS         PIC X(7).
           03  WS-CMP-DAYS         PIC X(7).
           03  WS-CMP-START        PIC 9(4).
           03  WS-CMP-END          PIC 9(4).
      *CONFIGURABLE PATTERN-TO-SLOT TABLE LOADED FROM EXAM-SLOTS.TXT
       01  WS-SLOT-TBL.
           03  WS-SLOT-COUNT       PIC 99 VALUE 0.
           03  WS-SLOT-ENTRY OCCURS 50 TIMES.
               05  WS-SL-DAYS      PIC X(7).
               05  WS-SL-LO        PIC 9(4).
               05  WS-SL-HI        PIC 9(4).
               05  WS-SL-NO        PIC 99.
               05  WS-SL-DATE      PIC 9(8).
               05  WS-SL-TIME      PIC 9(4).
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15) VALUE 'EVENT-MAINT'.
           03  WS-AUD-KEY          PIC X(12).
           03  WS-AUD-FIELD        PIC X(12).
           03  WS-AUD-OLD          PIC X(20).
           03  WS-AUD-NEW          PIC X(20).
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
           03  WS-ERR-STAT         PIC XX.
           03  WS-OPEN-FAIL        PIC X VALUE 'N'.
               88  OPEN-FAILED           VALUE 'Y'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 2  COL 28  VALUE 'ROOM EVENT BOOKINGS'.
       01  SCRN-ROOM.
           03  LINE 4  COL 20  VALUE 'ROOM (BBBBBB RRRR)  : '.
           03          COL 43  PIC X(13) TO WS-ROOM
                                        AUTO REQUIRED.
       01  SCRN-ROOM-INFO.
           03  LINE 5  COL 20  VALUE 'TYPE: '.
           03          COL 27  PIC X(4) FROM BLD-ROOM-TYPE.
           03          COL 33  VALUE 'SEATS: '.
           03          COL 41  PIC ZZ9 FROM BLD-MAX-SEAT.
           03          COL 46  VALUE 'CAMPUS: '.
           03          COL 55  PIC X(4) FROM BLD-CAMPUS.
       01  SCRN-EVT-HDR.
           03  LINE 7  COL 2  VALUE
               'SEQ  START    END      DAYS    TIME      HEAD ST EVENT'.
       01  SCRN-EVT-LN.
           03  SCRN-EVTL.
               05  LINE WS-LINE COL 2  PIC 9(4)  FROM EVT-SEQ.
               05               COL 7  PIC 9(8)  FROM EVT-START-DATE.
               05               COL 16 PIC 9(8)  FROM EVT-END-DATE.
               05               COL 25 PIC X(7)  FROM EVT-DAYS.
               05               COL 33 PIC 9(4)  FROM EVT-START-TIME.
               05               COL 37 VALUE '-'.
               05               COL 38 PIC 9(4)  FROM EVT-END-TIME.
               05               COL 43 PIC ZZZ9  FROM EVT-HEADCOUNT.
               05               COL 48 PIC X     FROM EVT-STATUS.
               05               COL 51 PIC X(29) FROM EVT-NAME.
       01  SCRN-ACTION.
           03  LINE 14 COL 2   VALUE
               'A) ADD EVENT  C) CANCEL EVENT  X) DONE'.
           03          COL 42  PIC X TO WS-SEL AUTO.
       01  SCRN-ADD-DATA.
           03  LINE 15 COL 2   VALUE 'EVENT NAME : '.
           03          COL 15  PIC X(30) TO WS-NAME
                                        AUTO REQUIRED.
           03  LINE 16 COL 2   VALUE 'START DATE : '.
           03          COL 15  PIC 9(8) TO WS-START-DATE
                                        AUTO REQUIRED FULL.
           03          COL 26  VALUE 'END DATE: '.
           03          COL 36  PIC 9(8) TO WS-END-DATE
                                        AUTO REQUIRED FULL.
           03          COL 46  VALUE '(CCYYMMDD)'.
           03  LINE 17 COL 2   VALUE 'DAYS (MTWTFSS Y/N, BLANK=ALL): '.
           03          COL 34  PIC X(7) TO WS-DAYS AUTO.
           03          COL 43  VALUE 'FROM: '.
           03          COL 49  PIC 9(4) TO WS-START-TIME
                                        AUTO REQUIRED FULL.
           03          COL 55  VALUE 'TO: '.
           03          COL 59  PIC 9(4) TO WS-END-TIME
                                        AUTO REQUIRED FULL.
           03  LINE 18 COL 2   VALUE 'SPONSOR    : '.
           03          COL 15  PIC X(30) TO WS-SPONSOR
                                        AUTO REQUIRED.
           03  LINE 19 COL 2   VALUE 'CONTACT    : '.
           03          COL 15  PIC X(25) TO WS-CONTACT
                                        AUTO REQUIRED.
           03          COL 42  VALUE 'PHONE: '.
           03          COL 49  PIC X(10) TO WS-PHONE AUTO.
           03  LINE 20 COL 2   VALUE 'HEADCOUNT  : '.
           03          COL 15  PIC 9(4) TO WS-HEADCOUNT
                                        AUTO REQUIRED.
       01  SCRN-CANCEL-SEQ.
           03  LINE 15 COL 2   VALUE 'EVENT SEQ: '.
           03          COL 14  PIC 9(4) TO WS-SEQ
                                        AUTO REQUIRED.
       01  SCRN-MSG.
           03  LINE 21 COL 2   PIC X(60) FROM WS-MSG.
       01  SCRN-ERR1.
           03  LINE 5  COL 20  VALUE 'ROOM CANNOT BE FOUND'.
       01  SCRN-CONTINUE.
           03  LINE 23 COL 25  VALUE 'ANOTHER ROOM? (Y/N)'.
           03          COL 46  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'EVENT-MAINT' TO WS-ERR-PGM.
           OPEN I-O EVENT-MASTER.
           MOVE 'EVENT-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT BLD-MASTER.
           MOVE 'BUILDING-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT SCHE-MST.
           MOVE 'SCHEDULE-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           OPEN INPUT MEET-MASTER.
           IF WS-MEET-STAT = ZERO
               MOVE 'Y' TO WS-MEET-AVAIL
           END-IF.
           OPEN INPUT OUTAGE-MASTER.
           IF WS-OUT-STAT = ZERO
               MOVE 'Y' TO WS-OUT-AVAIL
           END-IF.
           OPEN INPUT TERM-MASTER.
           IF WS-TERM-STAT = ZERO
               MOVE 'Y' TO WS-TERM-AVAIL
           END-IF.
           PERFORM 050-LOAD-SLOT-TABLE.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-ROOM
               ACCEPT  SCRN-ROOM
               MOVE FUNCTION UPPER-CASE(WS-ROOM) TO WS-ROOM

               MOVE WS-ROOM TO BLD-BUILDING-ROOM
               READ BLD-MASTER
                   INVALID KEY
                       DISPLAY SCRN-ERR1
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
                   NOT INVALID KEY
                       DISPLAY SCRN-ROOM-INFO
                       PERFORM 100-LIST-EVENTS
                       PERFORM 200-ACTION-LOOP
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
               END-READ
           END-PERFORM.

           CLOSE EVENT-MASTER.
           CLOSE BLD-MASTER.
           CLOSE SCHE-MST.
           CLOSE MEET-MASTER.
           CLOSE OUTAGE-MASTER.
           CLOSE TERM-MASTER.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-LOAD-SLOT-TABLE.
           MOVE 0 TO WS-SLOT-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SLOT-FILE.
           IF WS-SLOT-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ SLOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SL-SLOT-NO NUMERIC
                           AND WS-SLOT-COUNT < 50
                           ADD 1 TO WS-SLOT-COUNT
                           MOVE SL-DAYS TO
                               WS-SL-DAYS(WS-SLOT-COUNT)
                           MOVE SL-START-LO TO
                               WS-SL-LO(WS-SLOT-COUNT)
                           MOVE SL-START-HI TO
                               WS-SL-HI(WS-SLOT-COUNT)
                           MOVE SL-SLOT-NO TO
                               WS-SL-NO(WS-SLOT-COUNT)
                           MOVE SL-DATE TO
                               WS-SL-DATE(WS-SLOT-COUNT)
                           MOVE SL-TIME TO
                               WS-SL-TIME(WS-SLOT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SLOT-FILE.
      *-----------------------------------------------------------------
      *EVENTS STILL TO COME OR UNDER WAY - AS MANY AS THE SCREEN
      *HOLDS. THE NEXT SEQUENCE COMES FROM THE LAST ONE ON FILE.
       100-LIST-EVENTS.
           DISPLAY SCRN-EVT-HDR.
           MOVE 8 TO WS-LINE.
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE WS-ROOM TO EVT-BUILDING-ROOM.
           MOVE ZERO    TO EVT-SEQ.
           MOVE 'N' TO WS-EOF.
           START EVENT-MASTER KEY NOT LESS THAN EVT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ EVENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EVT-BUILDING-ROOM NOT = WS-ROOM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE EVT-SEQ TO WS-NEXT-SEQ
                           IF EVT-END-DATE NOT < WS-TODAY
                               AND WS-LINE < 14
                               DISPLAY SCRN-EVT-LN
                               ADD 1 TO WS-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       200-ACTION-LOOP.
           MOVE SPACE TO WS-SEL.
           PERFORM UNTIL WS-SEL = 'X' OR WS-SEL = 'x'
               DISPLAY SCRN-ACTION
               ACCEPT  SCRN-ACTION
               EVALUATE WS-SEL
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 300-ADD-EVENT
                       DISPLAY SCRN-MSG
                       PERFORM 100-LIST-EVENTS
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM 400-CANCEL-EVENT
                       DISPLAY SCRN-MSG
                       PERFORM 100-LIST-EVENTS
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       300-ADD-EVENT.
           INITIALIZE WS-EVT-DATA.
           DISPLAY SCRN-ADD-DATA.
           ACCEPT  SCRN-ADD-DATA.
           MOVE FUNCTION UPPER-CASE(WS-DAYS) TO WS-DAYS.
           MOVE SPACES TO WS-MSG.

           PERFORM 310-VALIDATE-ENTRY.
           IF WS-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-HEADCOUNT > BLD-MAX-SEAT
               MOVE 'HEADCOUNT EXCEEDS ROOM CAPACITY' TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           PERFORM 320-CHECK-OUTAGES.
           IF WS-MSG = SPACES
               PERFORM 330-CHECK-EVENTS
           END-IF.
           IF WS-MSG = SPACES
               PERFORM 340-CHECK-TERMS
           END-IF.
           IF WS-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ROOM         TO EVT-BUILDING-ROOM.
           COMPUTE EVT-SEQ = WS-NEXT-SEQ + 1.
           MOVE WS-NAME         TO EVT-NAME.
           MOVE WS-START-DATE   TO EVT-START-DATE.
           MOVE WS-END-DATE     TO EVT-END-DATE.
           MOVE WS-DAYS         TO EVT-DAYS.
           MOVE WS-START-TIME   TO EVT-START-TIME.
           MOVE WS-END-TIME     TO EVT-END-TIME.
           MOVE WS-SPONSOR      TO EVT-SPONSOR.
           MOVE WS-CONTACT      TO EVT-CONTACT.
           MOVE WS-PHONE        TO EVT-PHONE.
           MOVE WS-HEADCOUNT    TO EVT-HEADCOUNT.
           MOVE 'A'             TO EVT-STATUS.
           MOVE SESSION-OPER-ID TO EVT-BOOKED-BY.
           MOVE WS-TODAY        TO EVT-BOOKED-DATE.
           WRITE EVT-REC
               INVALID KEY
                   MOVE 'EVENT NOT RECORDED' TO WS-MSG
               NOT INVALID KEY
                   MOVE 'EVENT BOOKED' TO WS-MSG
                   MOVE 'BOOKED'  TO WS-AUD-OLD
                   MOVE EVT-NAME  TO WS-AUD-NEW
                   PERFORM 500-AUDIT
           END-WRITE.
      *-----------------------------------------------------------------
       310-VALIDATE-ENTRY.
           IF WS-START-DATE < 19000101
               OR WS-END-DATE < WS-START-DATE
               MOVE 'END DATE BEFORE START DATE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-START-TIME TO WS-HHMM.
           IF WS-HH > 23 OR WS-MM > 59
               MOVE 'START TIME NOT VALID (HHMM)' TO WS-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-END-TIME TO WS-HHMM.
           IF WS-HH > 24 OR WS-MM > 59
               OR WS-END-TIME NOT > WS-START-TIME
               MOVE 'END TIME MUST FOLLOW START TIME' TO WS-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-DAYS NOT = SPACES
               MOVE 0 TO WS-DAY-CNT
               INSPECT WS-DAYS TALLYING WS-DAY-CNT FOR ALL 'Y'
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 7
                   IF WS-DAYS(WS-IX:1) NOT = 'Y'
                       AND WS-DAYS(WS-IX:1) NOT = 'N'
                       MOVE 0 TO WS-DAY-CNT
                   END-IF
               END-PERFORM
               IF WS-DAY-CNT = 0
                   MOVE 'DAYS MUST BE Y/N FOR MON-SUN' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-START-DATE TO WS-LO-DATE.
           MOVE WS-END-DATE   TO WS-HI-DATE.
           MOVE WS-DAYS       TO WS-CMP-DAYS.
           PERFORM 800-BUILD-WINDOW.
           IF WS-WIN-DAYS = 'NNNNNNN'
               MOVE 'NO EVENT DAY FALLS IN THE DATE RANGE' TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
      *ANY OUTAGE ON THE ROOM THAT OVERLAPS THE EVENT'S DATES
       320-CHECK-OUTAGES.
           IF NOT OUT-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROOM TO OUT-BUILDING-ROOM.
           MOVE ZERO    TO OUT-SEQ.
           MOVE 'N' TO WS-SCAN-EOF.
           START OUTAGE-MASTER KEY NOT LESS THAN OUT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ OUTAGE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF OUT-BUILDING-ROOM NOT = WS-ROOM
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF OUT-START-DATE NOT > WS-END-DATE
                               AND OUT-END-DATE NOT < WS-START-DATE
                               STRING 'ROOM OUT OF SERVICE: '
                                          DELIMITED BY SIZE
                                      OUT-REASON DELIMITED BY SIZE
                                      INTO WS-MSG
                               MOVE 'Y' TO WS-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *OTHER ACTIVE EVENTS IN THE ROOM - COMPARE THE DAYS THE TWO
      *SHARE INSIDE THE DATES THEY HAVE IN COMMON
       330-CHECK-EVENTS.
           MOVE WS-ROOM TO EVT-BUILDING-ROOM.
           MOVE ZERO    TO EVT-SEQ.
           MOVE 'N' TO WS-SCAN-EOF.
           START EVENT-MASTER KEY NOT LESS THAN EVT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ EVENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF EVT-BUILDING-ROOM NOT = WS-ROOM
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF EVT-ACTIVE
                               AND EVT-START-DATE NOT > WS-END-DATE
                               AND EVT-END-DATE NOT < WS-START-DATE
                               PERFORM 335-COMPARE-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       335-COMPARE-EVENT.
           MOVE WS-START-DATE TO WS-LO-DATE.
           IF EVT-START-DATE > WS-LO-DATE
               MOVE EVT-START-DATE TO WS-LO-DATE
           END-IF.
           MOVE WS-END-DATE TO WS-HI-DATE.
           IF EVT-END-DATE < WS-HI-DATE
               MOVE EVT-END-DATE TO WS-HI-DATE
           END-IF.
           MOVE WS-DAYS TO WS-CMP-DAYS.
           PERFORM 800-BUILD-WINDOW.
           MOVE EVT-DAYS       TO WS-CMP-DAYS.
           IF WS-CMP-DAYS = SPACES
               MOVE 'YYYYYYY' TO WS-CMP-DAYS
           END-IF.
           MOVE EVT-START-TIME TO WS-CMP-START.
           MOVE EVT-END-TIME   TO WS-CMP-END.
           PERFORM 850-CHECK-HELD.
           IF ROOM-HELD
               STRING 'ROOM BOOKED FOR EVENT: ' DELIMITED BY SIZE
                      EVT-NAME DELIMITED BY SIZE
                      INTO WS-MSG
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF.
      *-----------------------------------------------------------------
      *CLASSES AND EXAMS - EVERY TERM WHOSE DATES THE EVENT TOUCHES
       340-CHECK-TERMS.
           IF NOT TERM-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO TERM-KEY.
           MOVE 'N' TO WS-TERM-EOF.
           START TERM-MASTER KEY NOT LESS THAN TERM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TERM-EOF
           END-START.
           PERFORM UNTIL TERM-EOF
               READ TERM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TERM-EOF
                   NOT AT END
                       IF TERM-START-DATE NOT > WS-END-DATE
                           AND TERM-END-DATE NOT < WS-START-DATE
                           PERFORM 350-CHECK-ONE-TERM
                           IF WS-MSG NOT = SPACES
                               MOVE 'Y' TO WS-TERM-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       350-CHECK-ONE-TERM.
           MOVE WS-START-DATE TO WS-LO-DATE.
           IF TERM-START-DATE > WS-LO-DATE
               MOVE TERM-START-DATE TO WS-LO-DATE
           END-IF.
           MOVE WS-END-DATE TO WS-HI-DATE.
           IF TERM-END-DATE < WS-HI-DATE
               MOVE TERM-END-DATE TO WS-HI-DATE
           END-IF.
           MOVE WS-DAYS TO WS-CMP-DAYS.
           PERFORM 800-BUILD-WINDOW.

           MOVE SPACES TO SCHEDULE-ID-O.
           STRING TERM-YEAR DELIMITED BY SIZE
                  WS-SPACE  DELIMITED BY SIZE
                  TERM-SEM  DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           MOVE 'N' TO WS-SCAN-EOF.
           START SCHE-MST KEY NOT LESS THAN SCHEDULE-ID-O
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ SCHE-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SCHEDULE-ID-O(1:4) NOT = TERM-YEAR
                           OR SCHEDULE-ID-O(6:2) NOT = TERM-SEM
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF BUILDING-ID-O = WS-ROOM(1:11)
                               AND NOT SCHED-CANCELLED-O
                               PERFORM 360-CHECK-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MSG = SPACES AND MEET-AVAIL
               PERFORM 370-CHECK-MEETINGS
           END-IF.
      *-----------------------------------------------------------------
      *THE SECTION'S WEEKLY MEETING, THEN ITS FINAL EXAM SLOT
       360-CHECK-SECTION.
           IF SCHED-START-O NOT NUMERIC OR SCHED-END-O NOT NUMERIC
               OR SCHED-END-O = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SCHED-DAYS-O  TO WS-CMP-DAYS.
           MOVE SCHED-START-O TO WS-CMP-START.
           MOVE SCHED-END-O   TO WS-CMP-END.
           PERFORM 850-CHECK-HELD.
           IF ROOM-HELD
               STRING 'ROOM HELD BY CLASS ' DELIMITED BY SIZE
                      SCHEDULE-ID-O DELIMITED BY SIZE
                      WS-SPACE      DELIMITED BY SIZE
                      COURSE-ID-O   DELIMITED BY SIZE
                      INTO WS-MSG
               MOVE 'Y' TO WS-SCAN-EOF
               EXIT PARAGRAPH
           END-IF.

           PERFORM 365-FIND-EXAM-SLOT.
           IF WS-SLOT-NO = 0
               OR WS-SLOT-DATE < WS-START-DATE
               OR WS-SLOT-DATE > WS-END-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SLOT-DATE).
           COMPUTE WS-DOW = FUNCTION REM(WS-DAY-INT 7).
           IF WS-DOW = 0
               MOVE 7 TO WS-DOW
           END-IF.
           COMPUTE WS-EXAM-END = WS-SLOT-TIME + WS-EXAM-HOURS.
           IF WS-EXAM-END > 2400
               MOVE 2400 TO WS-EXAM-END
           END-IF.
           IF (WS-DAYS = SPACES OR WS-DAYS(WS-DOW:1) = 'Y')
               AND WS-START-TIME < WS-EXAM-END
               AND WS-SLOT-TIME < WS-END-TIME
               MOVE WS-SLOT-NO TO WS-IX
               STRING 'ROOM HELD BY EXAM SLOT ' DELIMITED BY SIZE
                      WS-IX          DELIMITED BY SIZE
                      ' FOR CLASS '  DELIMITED BY SIZE
                      SCHEDULE-ID-O  DELIMITED BY SIZE
                      INTO WS-MSG
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF.
      *-----------------------------------------------------------------
      *SAME PATTERN-TO-SLOT RULE AS THE FINAL EXAM SCHEDULE
       365-FIND-EXAM-SLOT.
           MOVE 0 TO WS-SLOT-NO.
           MOVE 0 TO WS-SLOT-DATE.
           MOVE 0 TO WS-SLOT-TIME.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SLOT-COUNT
               IF SCHED-DAYS-O = WS-SL-DAYS(WS-IX)
                   AND SCHED-START-O >= WS-SL-LO(WS-IX)
                   AND SCHED-START-O <= WS-SL-HI(WS-IX)
                   MOVE WS-SL-NO(WS-IX)   TO WS-SLOT-NO
                   MOVE WS-SL-DATE(WS-IX) TO WS-SLOT-DATE
                   MOVE WS-SL-TIME(WS-IX) TO WS-SLOT-TIME
                   MOVE WS-SLOT-COUNT TO WS-IX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *EXTRA MEETINGS (LABS) OF THE TERM BOOKED INTO THIS ROOM -
      *A MEETING OF A CANCELLED SECTION NO LONGER HOLDS IT
       370-CHECK-MEETINGS.
           MOVE SPACES TO MEET-SCHED-ID.
           STRING TERM-YEAR DELIMITED BY SIZE
                  WS-SPACE  DELIMITED BY SIZE
                  TERM-SEM  DELIMITED BY SIZE
                  INTO MEET-SCHED-ID.
           MOVE ZERO TO MEET-SEQ.
           MOVE 'N' TO WS-SCAN-EOF.
           START MEET-MASTER KEY NOT LESS THAN MEET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ MEET-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF MEET-SCHED-ID(1:4) NOT = TERM-YEAR
                           OR MEET-SCHED-ID(6:2) NOT = TERM-SEM
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF MEET-BUILDING = WS-ROOM(1:11)
                               AND MEET-END > ZERO
                               PERFORM 375-CHECK-MEETING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       375-CHECK-MEETING.
           MOVE MEET-DAYS  TO WS-CMP-DAYS.
           MOVE MEET-START TO WS-CMP-START.
           MOVE MEET-END   TO WS-CMP-END.
           PERFORM 850-CHECK-HELD.
           IF NOT ROOM-HELD
               EXIT PARAGRAPH
           END-IF.
           MOVE MEET-SCHED-ID TO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SCHED-CANCELLED-O
               EXIT PARAGRAPH
           END-IF.
           STRING 'ROOM HELD BY CLASS MEETING ' DELIMITED BY SIZE
                  MEET-SCHED-ID DELIMITED BY SIZE
                  WS-SPACE      DELIMITED BY SIZE
                  COURSE-ID-O   DELIMITED BY SIZE
                  INTO WS-MSG.
           MOVE 'Y' TO WS-SCAN-EOF.
      *-----------------------------------------------------------------
       400-CANCEL-EVENT.
           MOVE SPACES TO WS-MSG.
           DISPLAY SCRN-CANCEL-SEQ.
           ACCEPT  SCRN-CANCEL-SEQ.
           MOVE WS-ROOM TO EVT-BUILDING-ROOM.
           MOVE WS-SEQ  TO EVT-SEQ.
           READ EVENT-MASTER
               INVALID KEY
                   MOVE 'NO EVENT WITH THAT SEQ' TO WS-MSG
               NOT INVALID KEY
                   IF EVT-CANCELLED
                       MOVE 'EVENT ALREADY CANCELLED' TO WS-MSG
                   ELSE
                       MOVE 'C' TO EVT-STATUS
                       REWRITE EVT-REC
                       MOVE 'EVENT CANCELLED' TO WS-MSG
                       MOVE EVT-NAME    TO WS-AUD-OLD
                       MOVE 'CANCELLED' TO WS-AUD-NEW
                       PERFORM 500-AUDIT
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER BOOKING OR CANCELLATION, KEYED BY ROOM
       500-AUDIT.
           MOVE WS-ROOM(1:11) TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-FIELD.
           STRING 'EVENT '  DELIMITED BY SIZE
                  EVT-SEQ   DELIMITED BY SIZE
                  INTO WS-AUD-FIELD.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
      *WS-WIN-DAYS GETS Y FOR EACH WEEKDAY THAT OCCURS BETWEEN
      *WS-LO-DATE AND WS-HI-DATE AND IS FLAGGED IN WS-CMP-DAYS
      *(BLANK = EVERY DAY). A WEEK OF DATES COVERS EVERY WEEKDAY.
       800-BUILD-WINDOW.
           MOVE 'NNNNNNN' TO WS-WIN-DAYS.
           IF WS-HI-DATE < WS-LO-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LO-INT = FUNCTION INTEGER-OF-DATE(WS-LO-DATE).
           COMPUTE WS-HI-INT = FUNCTION INTEGER-OF-DATE(WS-HI-DATE).
           IF WS-HI-INT > WS-LO-INT + 6
               COMPUTE WS-HI-INT = WS-LO-INT + 6
           END-IF.
           PERFORM VARYING WS-DAY-INT FROM WS-LO-INT BY 1
                   UNTIL WS-DAY-INT > WS-HI-INT
               COMPUTE WS-DOW = FUNCTION REM(WS-DAY-INT 7)
               IF WS-DOW = 0
                   MOVE 7 TO WS-DOW
               END-IF
               IF WS-CMP-DAYS = SPACES
                   OR WS-CMP-DAYS(WS-DOW:1) = 'Y'
                   MOVE 'Y' TO WS-WIN-DAYS(WS-DOW:1)
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE ROOM IS HELD WHEN A MEETING DAY (WS-CMP-DAYS) IS ONE OF
      *THE EVENT'S DAYS IN THE WINDOW AND THE TIME RANGES OVERLAP
       850-CHECK-HELD.
           MOVE 'N' TO WS-HELD.
           IF WS-START-TIME NOT < WS-CMP-END
               OR WS-CMP-START NOT < WS-END-TIME
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DAY-CNT FROM 1 BY 1
                   UNTIL WS-DAY-CNT > 7
               IF WS-WIN-DAYS(WS-DAY-CNT:1) = 'Y'
                   AND WS-CMP-DAYS(WS-DAY-CNT:1) = 'Y'
                   MOVE 'Y' TO WS-HELD
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

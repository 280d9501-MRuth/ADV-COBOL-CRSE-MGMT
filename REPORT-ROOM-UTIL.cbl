      *EXTRA MEETING PATTERNS, THEN COMPARED TO SEAT-HOURS AVAILABLE
      *AT 60 BOOKABLE HOURS PER WEEK. AVERAGE SECTION FILL IS
      *ENROLLED OVER CAPACITY ACROSS THE ROOM'S SECTIONS. ROLLUPS
      *BY ROOM TYPE AND CAMPUS FOLLOW THE ROOM DETAIL. EVENTS
      *BOOKED INTO A ROOM ARE SHOWN ALONGSIDE - THE NUMBER OF EVENTS
      *FALLING IN THE TERM AND THEIR TOTAL HOURS OVER THE TERM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MEET-KEY
                               FILE STATUS   IS WS-MEET-STAT.
           SELECT EVENT-MASTER ASSIGN        TO
                               '../FILES/EVENT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS EVT-KEY
                               FILE STATUS   IS WS-EVT-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-TERM-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/ROOM-UTIL-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       COPY MEET-MASTER-RECS.
       COPY EVENT-RECS.
       COPY TERM-MASTER-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
               88  MEET-EOF                VALUE 'Y'.
           03  WS-MEET-AVAIL       PIC X   VALUE 'N'.
               88  MEET-AVAIL              VALUE 'Y'.
           03  WS-EVT-STAT         PIC 99.
           03  WS-TERM-STAT        PIC 99.
           03  WS-EVT-AVAIL        PIC X   VALUE 'N'.
               88  EVT-AVAIL               VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-IX               PIC 999.
           03  WS-CUR-START        PIC 9(4).
           03  WS-CUR-END          PIC 9(4).
           03  WS-COUNT-SECTION    PIC X.
           03  WS-TERM-START       PIC 9(8).
           03  WS-TERM-END         PIC 9(8).
           03  WS-LO-DATE          PIC 9(8).
           03  WS-HI-DATE          PIC 9(8).
           03  WS-LO-INT           PIC 9(7).
           03  WS-HI-INT           PIC 9(7).
           03  WS-DAY-INT          PIC 9(7).
           03  WS-DOW              PIC 9.
           03  WS-EVT-DAY-CNT      PIC 999.
       01  WS-HHMM.
           03  WS-HH               PIC 99.
           03  WS-MM               PIC 99.
               05  WS-RT-SEAT-HRS  PIC 9(7).
               05  WS-RT-SECTIONS  PIC 999.
               05  WS-RT-ENROLLED  PIC 9(5).
               05  WS-RT-EVENTS    PIC 999.
               05  WS-RT-EVT-HRS   PIC 9(4)V9.
       01  WS-TYPE-TBL.
           03  WS-TYPE-COUNT       PIC 99 VALUE 0.
           03  WS-TYPE-ENTRY OCCURS 20 TIMES.
           03  FILLER              PIC X(10) VALUE 'SEAT-HRS'.
           03  FILLER              PIC X(10) VALUE 'AVAIL'.
           03  FILLER              PIC X(7)  VALUE 'UTIL%'.
           03  FILLER              PIC X(7)  VALUE 'FILL%'.
           03  FILLER              PIC X(6)  VALUE 'EVTS'.
           03  FILLER              PIC X(7)  VALUE 'EVT-HRS'.
       01  WS-DTL-LN.
           03  WS-D-ROOM           PIC X(11).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-UTIL           PIC ZZ9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-D-FILL           PIC ZZ9.
           03  FILLER              PIC X(5) VALUE SPACES.
           03  WS-D-EVENTS         PIC ZZ9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-D-EVT-HRS        PIC ZZZ9.9.
       01  WS-ROLL-LN.
           03  WS-R-CODE           PIC X(4).
           03  FILLER              PIC X(3) VALUE SPACES.
           IF WS-MEET-STAT = ZERO
               MOVE 'Y' TO WS-MEET-AVAIL
           END-IF.
           OPEN INPUT EVENT-MASTER.
           IF WS-EVT-STAT = ZERO
               MOVE 'Y' TO WS-EVT-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           MOVE LOW-VALUES TO SCHEDULE-ID-O.
               END-READ
           END-PERFORM.

           IF EVT-AVAIL
               PERFORM 300-CHARGE-EVENTS
           END-IF.

           PERFORM 500-PRINT-REPORT.

           CLOSE BLD-MASTER.
           CLOSE SCHE-MST.
           CLOSE MEET-MASTER.
           CLOSE EVENT-MASTER.
           CLOSE PRINT-FILE.

           DISPLAY 'REPORT WRITTEN TO ../FILES/ROOM-UTIL-REPORT.TXT'.
           MOVE 0 TO WS-RT-SEAT-HRS(WS-IX).
           MOVE 0 TO WS-RT-SECTIONS(WS-IX).
           MOVE 0 TO WS-RT-ENROLLED(WS-IX).
           MOVE 0 TO WS-RT-EVENTS(WS-IX).
           MOVE 0 TO WS-RT-EVT-HRS(WS-IX).
      *-----------------------------------------------------------------
      *EVENTS NEED THE TERM'S DATES TO KNOW WHICH OF THEIR DAYS FALL
      *IN THE TERM - WITH NO TERM ON THE CALENDAR NONE ARE CHARGED
       300-CHARGE-EVENTS.
           OPEN INPUT TERM-MASTER.
           IF WS-TERM-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-YEAR TO TERM-YEAR.
           MOVE WS-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   MOVE ZERO TO WS-TERM-START WS-TERM-END
               NOT INVALID KEY
                   MOVE TERM-START-DATE TO WS-TERM-START
                   MOVE TERM-END-DATE   TO WS-TERM-END
           END-READ.
           CLOSE TERM-MASTER.
           IF WS-TERM-START < 19000101
               OR WS-TERM-END < WS-TERM-START
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ EVENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EVT-ACTIVE
                           AND EVT-START-DATE NOT > WS-TERM-END
                           AND EVT-END-DATE NOT < WS-TERM-START
                           AND EVT-END-TIME > EVT-START-TIME
                           PERFORM 350-CHARGE-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *COUNT THE EVENT'S DAYS INSIDE THE TERM, THEN CHARGE ITS
      *HOURS FOR EACH OF THEM
       350-CHARGE-ONE-EVENT.
           MOVE EVT-START-DATE TO WS-LO-DATE.
           IF WS-TERM-START > WS-LO-DATE
               MOVE WS-TERM-START TO WS-LO-DATE
           END-IF.
           MOVE EVT-END-DATE TO WS-HI-DATE.
           IF WS-TERM-END < WS-HI-DATE
               MOVE WS-TERM-END TO WS-HI-DATE
           END-IF.
           COMPUTE WS-LO-INT = FUNCTION INTEGER-OF-DATE(WS-LO-DATE).
           COMPUTE WS-HI-INT = FUNCTION INTEGER-OF-DATE(WS-HI-DATE).
           MOVE 0 TO WS-EVT-DAY-CNT.
           PERFORM VARYING WS-DAY-INT FROM WS-LO-INT BY 1
                   UNTIL WS-DAY-INT > WS-HI-INT
               COMPUTE WS-DOW = FUNCTION REM(WS-DAY-INT 7)
               IF WS-DOW = 0
                   MOVE 7 TO WS-DOW
               END-IF
               IF EVT-DAYS = SPACES
                   OR EVT-DAYS(WS-DOW:1) = 'Y'
                   ADD 1 TO WS-EVT-DAY-CNT
               END-IF
           END-PERFORM.
           IF WS-EVT-DAY-CNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE EVT-BUILDING-ROOM(1:11) TO WS-CUR-ROOM.
           PERFORM 250-FIND-ROOM-SLOT.
           IF WS-IX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE EVT-START-TIME TO WS-HHMM.
           COMPUTE WS-START-MIN = (WS-HH * 60) + WS-MM.
           MOVE EVT-END-TIME TO WS-HHMM.
           COMPUTE WS-END-MIN = (WS-HH * 60) + WS-MM.
           ADD 1 TO WS-RT-EVENTS(WS-IX).
           COMPUTE WS-RT-EVT-HRS(WS-IX) ROUNDED =
               WS-RT-EVT-HRS(WS-IX)
               + ((WS-END-MIN - WS-START-MIN) * WS-EVT-DAY-CNT / 60).
      *-----------------------------------------------------------------
       500-PRINT-REPORT.
           MOVE 'ROOM UTILIZATION REPORT' TO PRINT-REC.
           ELSE
               MOVE 0 TO WS-D-FILL
           END-IF.
           MOVE WS-RT-EVENTS(WS-IX)  TO WS-D-EVENTS.
           MOVE WS-RT-EVT-HRS(WS-IX) TO WS-D-EVT-HRS.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.


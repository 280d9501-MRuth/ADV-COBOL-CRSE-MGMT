                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MEET-KEY
                               FILE STATUS   IS WS-MEET-STAT.
           SELECT EVENT-MASTER ASSIGN        TO
                               '../FILES/EVENT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EVT-KEY
                               FILE STATUS   IS WS-EVT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       COPY MEET-MASTER-RECS.
       COPY EVENT-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
               88  MEET-EOF                VALUE 'Y'.
           03  WS-MEET-AVAIL       PIC X   VALUE 'N'.
               88  MEET-AVAIL              VALUE 'Y'.
           03  WS-EVT-STAT         PIC 99.
           03  WS-EVT-EOF          PIC X.
               88  EVT-EOF                 VALUE 'Y'.
           03  WS-EVT-AVAIL        PIC X   VALUE 'N'.
               88  EVT-AVAIL               VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SCH-EOF          PIC X   VALUE 'N'.
           03  WS-MS-START         PIC 9(4).
           03  FILLER              PIC X VALUE '-'.
           03  WS-MS-END           PIC 9(4).
       01  WS-EVT-SLOT-LN.
           03  FILLER              PIC X(18) VALUE SPACES.
           03  FILLER              PIC X(7) VALUE 'EVENT: '.
           03  WS-ES-NAME          PIC X(19).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-ES-START-DATE    PIC 9(8).
           03  FILLER              PIC X VALUE '-'.
           03  WS-ES-END-DATE      PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-ES-DAYS          PIC X(7).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-ES-START         PIC 9(4).
           03  FILLER              PIC X VALUE '-'.
           03  WS-ES-END           PIC 9(4).
       01  WS-NONE-LN.
           03  FILLER              PIC X(18) VALUE SPACES.
           03  FILLER              PIC X(36)
                   VALUE 'AVAILABLE - NO CLASSES OR EVENTS'.
       01  WS-PG-BREAK.
           03  FILLER              PIC X(15) VALUE 'PRESS ENTER TO '.
           03  FILLER              PIC X(16) VALUE 'DISPLAY 05 MORE '.
           IF WS-MEET-STAT = ZERO
               MOVE 'Y' TO WS-MEET-AVAIL
           END-IF.
           OPEN INPUT EVENT-MASTER.
           IF WS-EVT-STAT = ZERO
               MOVE 'Y' TO WS-EVT-AVAIL
           END-IF.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           CLOSE BLD-MASTER.
           CLOSE SCHE-MST.
           CLOSE MEET-MASTER.
           CLOSE EVENT-MASTER.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-DISPLAY-ROOM.
           MOVE 'N' TO WS-FOUND.
           PERFORM 200-SCAN-SCHEDULE.
           PERFORM 300-SCAN-MEETINGS.
           PERFORM 400-SCAN-EVENTS.
           IF NOT FOUND-SLOT
               DISPLAY WS-NONE-LN
           END-IF.
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *EVENTS BOOKED INTO THIS ROOM THAT ARE UNDER WAY OR STILL TO
      *COME
       400-SCAN-EVENTS.
           IF NOT EVT-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE BLD-BUILDING-ROOM TO EVT-BUILDING-ROOM.
           MOVE ZERO TO EVT-SEQ.
           MOVE 'N' TO WS-EVT-EOF.
           START EVENT-MASTER KEY NOT LESS THAN EVT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EVT-EOF
           END-START.
           PERFORM UNTIL EVT-EOF
               READ EVENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EVT-EOF
                   NOT AT END
                       IF EVT-BUILDING-ROOM NOT = BLD-BUILDING-ROOM
                           MOVE 'Y' TO WS-EVT-EOF
                       ELSE
                           IF EVT-ACTIVE
                               AND EVT-END-DATE NOT < WS-TODAY
                               MOVE 'Y' TO WS-FOUND
                               MOVE EVT-NAME       TO WS-ES-NAME
                               MOVE EVT-START-DATE TO WS-ES-START-DATE
                               MOVE EVT-END-DATE   TO WS-ES-END-DATE
                               MOVE EVT-DAYS       TO WS-ES-DAYS
                               MOVE EVT-START-TIME TO WS-ES-START
                               MOVE EVT-END-TIME   TO WS-ES-END
                               DISPLAY WS-EVT-SLOT-LN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

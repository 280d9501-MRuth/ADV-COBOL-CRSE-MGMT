       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-EVENT-CHECK.
      *-----------------------------------------------------------------
      *CHECKS WHETHER A CLASS MEETING WOULD COLLIDE WITH AN EVENT
      *BOOKED INTO THE SAME ROOM. AN ACTIVE EVENT COLLIDES WHEN ITS
      *DATE RANGE OVERLAPS THE TERM, ONE OF ITS DATES INSIDE THE
      *TERM FALLS ON A DAY THE CLASS MEETS, AND THE TIME RANGES
      *OVERLAP. LNK-HIT COMES BACK Y WITH THE EVENT NAME FILLED IN
      *FOR THE REFUSAL MESSAGE. WITH NO TERM RECORD ON FILE ANY
      *EVENT FROM TODAY ONWARD COUNTS. A MEETING WITHOUT STRUCTURED
      *TIMES, OR NO EVENT FILE ON HAND, PASSES. FILES STAY OPEN
      *BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-MASTER ASSIGN        TO
                               '../FILES/EVENT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EVT-KEY
                               FILE STATUS   IS WS-EVT-STAT.
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
       COPY EVENT-RECS.
       COPY TERM-MASTER-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  WS-EVT-STAT             PIC 99.
       01  WS-TERM-STAT            PIC 99.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILES-OPENED              VALUE 'Y'.
       01  WS-AVAIL                PIC X VALUE 'N'.
           88  FILE-AVAIL                VALUE 'Y'.
       01  WS-TERM-AVAIL           PIC X VALUE 'N'.
           88  TERM-AVAIL                VALUE 'Y'.
       01  WS-EOF                  PIC X.
           88  EOF                       VALUE 'Y'.
       01  WS-WIN-START            PIC 9(8).
       01  WS-WIN-END              PIC 9(8).
       01  WS-LO-DATE              PIC 9(8).
       01  WS-HI-DATE              PIC 9(8).
       01  WS-LO-INT               PIC 9(7).
       01  WS-HI-INT               PIC 9(7).
       01  WS-DAY-INT              PIC 9(7).
       01  WS-DOW                  PIC 9.
       01  WS-TODAY-YMD            PIC 9(6).
       LINKAGE SECTION.
       01  LNK-ROOM                PIC X(13).
       01  LNK-YEAR                PIC 9(4).
       01  LNK-SEM                 PIC 99.
       01  LNK-DAYS                PIC X(7).
       01  LNK-START               PIC 9(4).
       01  LNK-END                 PIC 9(4).
       01  LNK-HIT                 PIC X.
       01  LNK-NAME                PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-ROOM LNK-YEAR LNK-SEM LNK-DAYS
                                LNK-START LNK-END LNK-HIT LNK-NAME.
       000-MAIN.
           IF NOT FILES-OPENED
               OPEN INPUT EVENT-MASTER
               IF WS-EVT-STAT = ZERO
                   MOVE 'Y' TO WS-AVAIL
               END-IF
               OPEN INPUT TERM-MASTER
               IF WS-TERM-STAT = ZERO
                   MOVE 'Y' TO WS-TERM-AVAIL
               END-IF
               MOVE 'Y' TO WS-OPENED
           END-IF.

           MOVE 'N'    TO LNK-HIT.
           MOVE SPACES TO LNK-NAME.
           IF NOT FILE-AVAIL
               EXIT PROGRAM
           END-IF.
           IF LNK-START NOT NUMERIC OR LNK-END NOT NUMERIC
               OR LNK-END NOT > LNK-START
               EXIT PROGRAM
           END-IF.

      *THE WINDOW TO TEST IS THE TERM - OR TODAY ONWARD WHEN THE
      *TERM IS NOT ON THE CALENDAR
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-WIN-START = 20000000 + WS-TODAY-YMD.
           MOVE 99991231 TO WS-WIN-END.
           IF TERM-AVAIL
               MOVE LNK-YEAR TO TERM-YEAR
               MOVE LNK-SEM  TO TERM-SEM
               READ TERM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TERM-START-DATE TO WS-WIN-START
                       MOVE TERM-END-DATE   TO WS-WIN-END
               END-READ
           END-IF.

           MOVE LNK-ROOM TO EVT-BUILDING-ROOM.
           MOVE ZERO     TO EVT-SEQ.
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
                       IF EVT-BUILDING-ROOM NOT = LNK-ROOM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF EVT-ACTIVE
                               AND EVT-START-DATE NOT > WS-WIN-END
                               AND EVT-END-DATE NOT < WS-WIN-START
                               AND LNK-START < EVT-END-TIME
                               AND EVT-START-TIME < LNK-END
                               PERFORM 100-CHECK-DAYS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *WALK THE DATES THE EVENT AND THE TERM SHARE - A WEEK AT MOST
      *IS ENOUGH TO SEE EVERY WEEKDAY THE EVENT COVERS
       100-CHECK-DAYS.
           MOVE EVT-START-DATE TO WS-LO-DATE.
           IF WS-WIN-START > WS-LO-DATE
               MOVE WS-WIN-START TO WS-LO-DATE
           END-IF.
           MOVE EVT-END-DATE TO WS-HI-DATE.
           IF WS-WIN-END < WS-HI-DATE
               MOVE WS-WIN-END TO WS-HI-DATE
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
               IF LNK-DAYS(WS-DOW:1) = 'Y'
                   AND (EVT-DAYS = SPACES
                        OR EVT-DAYS(WS-DOW:1) = 'Y')
                   MOVE 'Y' TO LNK-HIT
                   MOVE EVT-NAME TO LNK-NAME
                   MOVE 'Y' TO WS-EOF
               END-IF
           END-PERFORM.

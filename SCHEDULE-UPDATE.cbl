                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MEET-KEY
                               FILE STATUS   IS WS-MEET-STAT.
           SELECT PTRM-MASTER  ASSIGN        TO
                               '../FILES/PTRM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS PTRM-KEY
                               FILE STATUS   IS WS-PTRM-STAT.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY MST-FD.
       COPY MEET-MASTER-RECS.
       COPY PTRM-MASTER-RECS.
       FD  NOTIFY-EVENTS.
       01  EVENT-REC                   PIC X(80).

           03  WS-OUT-FLAG         PIC X   VALUE 'N'.
               88 ROOM-OUT                 VALUE 'Y'.
           03  WS-OUT-REASON       PIC X(30).
           03  WS-EVT-FLAG         PIC X   VALUE 'N'.
               88 EVENT-CONFLICT           VALUE 'Y'.
           03  WS-EVT-NAME         PIC X(30).
           03  WS-SCAN-EOF         PIC X   VALUE 'N'.
               88 SCAN-EOF                 VALUE 'Y'.
           03  WS-ORIG-SCHED-ID    PIC X(12).
           03  WS-OLD-INST         PIC 9(4).
           03  WS-OLD-INST2        PIC X(4).
           03  WS-OLD-CAMPUS       PIC X(4).
           03  WS-OLD-PTRM         PIC XX.
           03  WS-ORIG-SEATS       PIC 999.
           03  WS-CURR-SEATS       PIC 999.
           03  WS-SEAT-DELTA       PIC S999.
           03  WS-MORE-MEET        PIC X.
               88 MORE-MEETINGS            VALUE 'Y' 'y'.
           03  WS-MEET-ROOM        PIC X(11).
           03  WS-PTRM-STAT        PIC 99.
           03  WS-PTRM-AVAIL       PIC X.
               88 PTRM-AVAIL               VALUE 'Y'.
       01  WS-LOAD-VARS.
           03  WS-LC-INST          PIC X(4).
           03  WS-LC-LOAD          PIC 999.
           03  WS-LOAD-BLOCK       PIC X.
               88  LOAD-BLOCKED            VALUE 'Y'.
           03  WS-OVR-ANS          PIC X.
       01  WS-QUAL-VARS.
           03  WS-QC-MODE          PIC X.
           03  WS-QC-INST          PIC X(4).
           03  WS-QC-NOTE          PIC X(30).
           03  WS-QC-QUAL          PIC X.
               88  INST-QUALIFIED          VALUE 'Y'.
           03  WS-QC-BASIS         PIC X(20).
       01  WS-SEP-VARS.
           03  WS-SEP-FLAG         PIC X   VALUE 'N'.
               88  INST-GONE               VALUE 'Y'.
           03  WS-SEP-YMD          PIC 9(6).
           03  WS-SEP-TODAY        PIC 9(8).
       COPY OPER-SESSION.
       01  WS-RESTR-SEL            PIC X   VALUE 'N'.
       01  WS-AUD-FIELDS.
           03  WS-INST2            PIC X(4).
           03  WS-INST2-PCT        PIC 999.
           03  WS-SCHED-CAMPUS     PIC X(4).
           03  WS-SCHED-PTRM       PIC XX.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       COPY SCR-COMMON.
       01  SCRN-OUTAGE-ERR.
           03  LINE 15  COL 10  VALUE 'ROOM OUT OF SERVICE: '.
           03           COL 32  PIC X(30) FROM WS-OUT-REASON.
       01  SCRN-EVENT-ERR.
           03  LINE 15  COL 10  VALUE 'ROOM BOOKED FOR EVENT: '.
           03           COL 34  PIC X(30) FROM WS-EVT-NAME.
       01  SCRN-SEATS-ERR.
           03  LINE 15  COL 10  VALUE 'EXCEEDS ROOM CAPACITY'.
       01  SCRN-INST2.
           03           COL 51  PIC X(12) USING WS-XLIST AUTO.
       01  SCRN-XLIST-ERR.
           03  LINE 18  COL 10  VALUE 'HOST SECTION NOT ON SCHEDULE'.
       01  SCRN-PTRM.
           03  LINE 19  COL 10  VALUE
               'PART OF TERM (BLANK = FULL TERM):'.
           03           COL 45  PIC XX USING WS-SCHED-PTRM AUTO.
       01  SCRN-PTRM-ERR.
           03  LINE 19  COL 50  VALUE 'PART OF TERM NOT ON FILE'.
       01  SCRN-TIME-ERR.
           03  LINE 13  COL 10  VALUE
               'ENTER DAY LETTERS AND VALID HHMM TIMES, END > START'.
               PERFORM 140-VAL-INS
               PERFORM 142-VAL-INST2
               PERFORM 145-VAL-XLIST
               PERFORM 147-VAL-PTRM
               PERFORM 150-SAVE
           END-PERFORM.          
           
                           MOVE WS-INST-ID   TO WS-OLD-INST
                           MOVE WS-INST2     TO WS-OLD-INST2
                           MOVE WS-SCHED-CAMPUS TO WS-OLD-CAMPUS
                           IF WS-SCHED-PTRM = LOW-VALUES
                               MOVE SPACES TO WS-SCHED-PTRM
                           END-IF
                           MOVE WS-SCHED-PTRM TO WS-OLD-PTRM
                           IF OPEN-SEATS NUMERIC
                               MOVE OPEN-SEATS TO WS-ORIG-SEATS
                           ELSE
      *THE SECTION SITS WHEREVER ITS ROOM SITS - CARRY THE CAMPUS
                           MOVE BLD-CAMPUS TO WS-SCHED-CAMPUS
                           PERFORM 131-CHECK-OUTAGE
                           MOVE 'N' TO WS-CONFLICT
                           IF NOT ROOM-OUT
                               PERFORM 132-CHECK-EVENT
                           END-IF
                           IF NOT ROOM-OUT AND NOT EVENT-CONFLICT
                               PERFORM 136-CHECK-CONFLICT
                           END-IF
                           IF ROOM-OUT OR EVENT-CONFLICT
                               OR ROOM-CONFLICT
                               EVALUATE TRUE
                                   WHEN ROOM-OUT
                                       DISPLAY SCRN-OUTAGE-ERR
                                   WHEN EVENT-CONFLICT
                                       DISPLAY SCRN-EVENT-ERR
                                   WHEN OTHER
                                       DISPLAY SCRN-CONFLICT-ERR
                               END-EVALUATE
                               ACCEPT WS-RESP
                           ELSE
                               MOVE BLD-MAX-SEAT TO WS-SEATS
               MOVE 'N' TO WS-OUT-FLAG.
               CALL 'ROOM-OUTAGE' USING BLD-BUILDING-ROOM
                   WS-YEAR WS-SEM WS-OUT-FLAG WS-OUT-REASON.
      *-----------------------------------------------------------------
      *AN EVENT BOOKED INTO THE ROOM ON A DAY AND TIME THE MEETING
      *NEEDS HOLDS THE ROOM THE SAME AS ANOTHER CLASS WOULD
           132-CHECK-EVENT.
               MOVE 'N' TO WS-EVT-FLAG.
               CALL 'ROOM-EVENT-CHECK' USING BLD-BUILDING-ROOM
                   WS-YEAR WS-SEM WS-DAYS WS-START WS-END
                   WS-EVT-FLAG WS-EVT-NAME.
      *-----------------------------------------------------------------
           136-CHECK-CONFLICT.
               MOVE 'N' TO WS-CONFLICT.
                       NOT INVALID KEY
                           MOVE INST-NAME TO WS-STATUS
                           DISPLAY SCRN-INST
                           MOVE 'N' TO WS-SEP-FLAG
                           MOVE 'N' TO WS-LOAD-BLOCK
                           IF WS-INST-ID NOT = WS-OLD-INST
                               PERFORM 144-CHECK-SEP
                               IF NOT INST-GONE
                                   PERFORM 141-CHECK-LOAD
                               END-IF
                           END-IF
                           MOVE 'Y' TO WS-QC-QUAL
                           IF NOT LOAD-BLOCKED AND NOT INST-GONE
                               AND (WS-INST-ID NOT = WS-OLD-INST
                                 OR WS-COURSE-ID NOT = WS-OLD-COURSE-ID)
                               MOVE WS-INST-ID TO WS-QC-INST
                               PERFORM 143-CHECK-QUAL
                           END-IF
                           EVALUATE TRUE
                               WHEN INST-GONE
                                   MOVE 'INSTRUCTOR HAS SEPARATED' TO
                                       WS-STATUS
                                   DISPLAY SCRN-STATUS
                               WHEN LOAD-BLOCKED
                                   MOVE 'INSTRUCTOR AT LOAD LIMIT' TO
                                       WS-STATUS
                                   DISPLAY SCRN-STATUS
                               WHEN NOT INST-QUALIFIED
                                   MOVE 'INSTRUCTOR NOT QUALIFIED FOR '
                                       & 'THIS COURSE' TO WS-STATUS
                                   DISPLAY SCRN-STATUS
                               WHEN OTHER
                                   MOVE 'Y' TO WS-VALIDATE
                           END-EVALUATE
                   END-READ
               END-PERFORM.
               CLOSE INST-MASTER.
                           DISPLAY SCRN-STATUS
                       NOT INVALID KEY
                           PERFORM 131-CHECK-OUTAGE
                           IF NOT ROOM-OUT
                               PERFORM 132-CHECK-EVENT
                           END-IF
                           IF ROOM-OUT OR EVENT-CONFLICT
                               IF ROOM-OUT
                                   DISPLAY SCRN-OUTAGE-ERR
                               ELSE
                                   DISPLAY SCRN-EVENT-ERR
                               END-IF
                               ACCEPT WS-RESP
                           ELSE
                               MOVE 'Y' TO WS-VALIDATE
                   END-IF
               END-PERFORM.
      *-----------------------------------------------------------------
      *A SECTION IN AN ACCELERATED OR LATE-START SESSION CARRIES THE
      *PART-OF-TERM CODE - IT MUST BE SET UP FOR THE TERM FIRST
          147-VAL-PTRM.
               MOVE 'N' TO WS-PTRM-AVAIL.
               OPEN INPUT PTRM-MASTER.
               IF WS-PTRM-STAT = ZERO
                   MOVE 'Y' TO WS-PTRM-AVAIL
               END-IF.
               MOVE 'N' TO WS-VALIDATE.
               PERFORM UNTIL VALIDATED
                   DISPLAY SCRN-PTRM
                   ACCEPT  SCRN-PTRM
                   IF WS-SCHED-PTRM = SPACES
                       MOVE 'Y' TO WS-VALIDATE
                   ELSE
                       MOVE WS-YEAR       TO PTRM-YEAR
                       MOVE WS-SEM        TO PTRM-SEM
                       MOVE WS-SCHED-PTRM TO PTRM-CODE
                       IF NOT PTRM-AVAIL
                           DISPLAY SCRN-PTRM-ERR
                       ELSE
                           READ PTRM-MASTER
                               INVALID KEY
                                   DISPLAY SCRN-PTRM-ERR
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-VALIDATE
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM.
               IF PTRM-AVAIL
                   CLOSE PTRM-MASTER
               END-IF.
      *-----------------------------------------------------------------
      *TEAM-TAUGHT SECTIONS CARRY A SECOND INSTRUCTOR AND THE SHARE
      *OF THE LOAD CREDITED TO THEM (PRIMARY KEEPS THE REMAINDER)
      *AN INSTRUCTOR MUST HOLD THE DEGREE OR GRADUATE HOURS FOR THE
      *COURSE'S DISCIPLINE OR AN APPROVAL FOR IT. AN ADMIN MAY LET
      *AN UNQUALIFIED ASSIGNMENT STAND BY DOCUMENTING AN EXCEPTION.
          143-CHECK-QUAL.
               MOVE 'C'    TO WS-QC-MODE.
               MOVE SPACES TO WS-QC-NOTE.
               CALL 'INST-QUAL-CHECK' USING WS-QC-MODE WS-QC-INST
                   WS-COURSE-ID WS-QC-NOTE WS-QC-QUAL WS-QC-BASIS.
               IF NOT INST-QUALIFIED AND SESSION-IS-ADMIN
                   MOVE 'NOT QUALIFIED - EXCEPTION REASON (BLANK=NONE)'
                       TO WS-STATUS
                   DISPLAY SCRN-STATUS
                   ACCEPT WS-QC-NOTE
                   IF WS-QC-NOTE NOT = SPACES
                       MOVE 'E' TO WS-QC-MODE
                       CALL 'INST-QUAL-CHECK' USING WS-QC-MODE
                           WS-QC-INST WS-COURSE-ID WS-QC-NOTE
                           WS-QC-QUAL WS-QC-BASIS
                   END-IF
               END-IF.
      *-----------------------------------------------------------------
      *AN INSTRUCTOR PAST THEIR SEPARATION DATE TAKES NO NEW SECTIONS
          144-CHECK-SEP.
               MOVE 'N' TO WS-SEP-FLAG.
               IF INST-SEPARATED AND INST-SEP-DATE NUMERIC
                   ACCEPT WS-DATE FROM DATE
                   MOVE WS-DATE TO WS-SEP-YMD
                   COMPUTE WS-SEP-TODAY = 20000000 + WS-SEP-YMD
                   IF INST-SEP-DATE NOT > WS-SEP-TODAY
                       MOVE 'Y' TO WS-SEP-FLAG
                   END-IF
               END-IF.
      *-----------------------------------------------------------------
          142-VAL-INST2.
               OPEN INPUT INST-MASTER.
               MOVE 'N' TO WS-VALIDATE.
                           INVALID KEY
                               DISPLAY SCRN-INST2-ERR
                           NOT INVALID KEY
                               MOVE 'N' TO WS-SEP-FLAG
                               IF WS-INST2 NOT = WS-OLD-INST2
                                   PERFORM 144-CHECK-SEP
                               END-IF
                               MOVE 'Y' TO WS-QC-QUAL
                               IF NOT INST-GONE
                                   AND (WS-INST2 NOT = WS-OLD-INST2
                                    OR WS-COURSE-ID NOT =
                                       WS-OLD-COURSE-ID)
                                   MOVE WS-INST2 TO WS-QC-INST
                                   PERFORM 143-CHECK-QUAL
                               END-IF
                               EVALUATE TRUE
                                   WHEN INST-GONE
                                       MOVE 'CO-INSTRUCTOR HAS '
                                           & 'SEPARATED' TO WS-STATUS
                                       DISPLAY SCRN-STATUS
                                   WHEN INST-QUALIFIED
                                       DISPLAY SCRN-INST2-PCT
                                       ACCEPT  SCRN-INST2-PCT
                                       IF WS-INST2-PCT > 100
                                           MOVE 50 TO WS-INST2-PCT
                                           DISPLAY SCRN-INST2-PCT
                                       END-IF
                                       MOVE 'Y' TO WS-VALIDATE
                                   WHEN OTHER
                                       MOVE 'CO-INSTRUCTOR NOT '
                                           & 'QUALIFIED FOR THIS COURSE'
                                           TO WS-STATUS
                                       DISPLAY SCRN-STATUS
                               END-EVALUATE
                       END-READ
                   END-IF
               END-PERFORM.
                   MOVE WS-SCHED-CAMPUS TO WS-AUD-NEW
                   PERFORM 750-LOG-ONE
               END-IF.
               IF WS-SCHED-PTRM NOT = WS-OLD-PTRM
                   MOVE 'PART OF TERM' TO WS-AUD-FIELD
                   MOVE WS-OLD-PTRM     TO WS-AUD-OLD
                   MOVE WS-SCHED-PTRM   TO WS-AUD-NEW
                   PERFORM 750-LOG-ONE
               END-IF.
      *-----------------------------------------------------------------
           750-LOG-ONE.
               CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY

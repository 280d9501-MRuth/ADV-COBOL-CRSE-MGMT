       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSV-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS RESERVED SEAT POOLS - SEATS IN A SECTION HELD FOR A
      *MAJOR, A STANDING, OR INCOMING STUDENTS UNDER A CREDIT LIMIT
      *UNTIL A RELEASE DATE. POOLS LIVE ON THE SECTION THAT OWNS THE
      *SEATS, SO A CROSS-LISTED SECTION IS SENT TO ITS HOST. THE
      *SEATS STILL HELD MAY NOT EXCEED THE SECTION'S OPEN SEATS.
      *CHANGES LEAVE BEFORE/AFTER IMAGES ON THE MAINTENANCE AUDIT
      *FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSV-SEAT     ASSIGN        TO
                               '../FILES/RSV-SEAT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RSV-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY RSV-SEAT-RECS.
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
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CRN              PIC 9999.
           03  WS-SCHED-ID         PIC X(12).
           03  WS-KIND             PIC X.
               88  VALID-KIND              VALUE 'M' 'S' 'C'.
           03  WS-MAJOR            PIC X(4).
           03  WS-MAX-CREDITS      PIC 999.
           03  WS-STANDING         PIC X.
           03  WS-SEATS            PIC 999.
           03  WS-RELEASE-DATE     PIC 9(8).
           03  WS-SEQ              PIC 9.
           03  WS-NEXT-SEQ         PIC 9.
           03  WS-LINE             PIC 99.
           03  WS-OPEN-SEATS       PIC 999.
           03  WS-HELD             PIC 999.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-POOL-DESC        PIC X(20).
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15).
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
           03  LINE 3  COL 26  VALUE 'RESERVED SEAT POOLS'.
       01  SCRN-KEYS.
           03  LINE 5  COL 15  VALUE 'YEAR: '.
           03          COL 22  PIC ZZZ9 TO WS-YEAR
                                            AUTO REQUIRED FULL.
           03          COL 33  VALUE 'SEMESTER: '.
           03          COL 44  PIC Z9   TO WS-SEM
                                            AUTO REQUIRED.
           03          COL 52  VALUE 'CRN: '.
           03          COL 58  PIC 9999 TO WS-CRN
                                            AUTO REQUIRED.
       01  SCRN-SECTION.
           03  LINE 6  COL 15  VALUE 'SECTION : '.
           03          COL 26  PIC X(9) FROM COURSE-ID-O.
           03          COL 38  VALUE 'OPEN SEATS: '.
           03          COL 50  PIC ZZ9  FROM WS-OPEN-SEATS.
           03          COL 55  VALUE 'HELD: '.
           03          COL 61  PIC ZZ9  FROM WS-HELD.
       01  SCRN-RSV-HDR.
           03  LINE 8  COL 10  VALUE
               'SEQ KIND MAJOR MAX-CRD STND SEATS TAKEN RELEASE  ST'.
       01  SCRN-RSV-LN.
           03  SCRN-RSVL.
               05  LINE WS-LINE COL 10 PIC 9    FROM RSV-SEQ.
               05               COL 14 PIC X    FROM RSV-KIND.
               05               COL 19 PIC X(4) FROM RSV-MAJOR.
               05               COL 25 PIC 999  FROM RSV-MAX-CREDITS.
               05               COL 33 PIC X    FROM RSV-STANDING.
               05               COL 38 PIC ZZ9  FROM RSV-SEATS.
               05               COL 44 PIC ZZ9  FROM RSV-TAKEN.
               05               COL 50 PIC 9(8) FROM RSV-RELEASE-DATE.
               05               COL 59 PIC X    FROM RSV-STATUS.
       01  SCRN-ACTION.
           03  LINE 14 COL 10  VALUE
                       'A) ADD POOL  D) DELETE POOL  X) DONE'.
           03          COL 48  PIC X TO WS-SEL AUTO.
       01  SCRN-RSV-DATA.
           03  LINE 15 COL 10  VALUE
               'KIND M=MAJOR S=STANDING C=INCOMING (MAX CREDITS): '.
           03          COL 61  PIC X TO WS-KIND AUTO.
           03  LINE 16 COL 10  VALUE 'MAJOR (M)       : '.
           03          COL 29  PIC X(4) TO WS-MAJOR AUTO.
           03          COL 38  VALUE 'SEATS          : '.
           03          COL 56  PIC 999 TO WS-SEATS AUTO.
           03  LINE 17 COL 10  VALUE 'MAX CREDITS (C) : '.
           03          COL 29  PIC 999 TO WS-MAX-CREDITS AUTO.
           03          COL 38  VALUE 'RELEASE YYYYMMDD: '.
           03          COL 56  PIC 9(8) TO WS-RELEASE-DATE AUTO.
           03  LINE 18 COL 10  VALUE 'STANDING (S)    : '.
           03          COL 29  PIC X TO WS-STANDING AUTO.
       01  SCRN-DEL-SEQ.
           03  LINE 15 COL 10  VALUE 'POOL SEQ: '.
           03          COL 21  PIC 9 TO WS-SEQ
                                            AUTO REQUIRED.
       01  SCRN-ERR1.
           03  LINE 6  COL 15  VALUE 'SECTION NOT ON SCHEDULE'.
       01  SCRN-XLIST-ERR.
           03  LINE 6  COL 15  VALUE 'CROSS-LISTED - SET POOLS ON '.
           03          COL 43  PIC X(12) FROM SCHED-XLIST-O.
       01  SCRN-KIND-ERR.
           03  LINE 20 COL 10  VALUE 'KIND MUST BE M, S, OR C'.
       01  SCRN-SEATS-ERR.
           03  LINE 20 COL 10  VALUE
               'SEATS MUST BE 1 OR MORE AND FIT IN THE OPEN SEATS'.
       01  SCRN-DATE-ERR.
           03  LINE 20 COL 10  VALUE
               'RELEASE DATE MUST BE AFTER TODAY'.
       01  SCRN-FULL-ERR.
           03  LINE 20 COL 10  VALUE 'NO POOL SEQ LEFT FOR SECTION'.
       01  SCRN-ADDED.
           03  LINE 20 COL 10  VALUE 'POOL RECORDED'.
       01  SCRN-DELETED.
           03  LINE 20 COL 10  VALUE 'POOL DELETED'.
       01  SCRN-DEL-ERR.
           03  LINE 20 COL 10  VALUE 'NO POOL WITH THAT SEQ'.
       01  SCRN-CONTINUE.
           03  LINE 22 COL 25  VALUE 'ANOTHER SECTION? (Y/N)'.
           03          COL 49  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'RSV-MAINT' TO WS-ERR-PGM.
           OPEN I-O RSV-SEAT.
           MOVE 'RSV-SEAT' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT SCHE-MST.
           MOVE 'SCHEDULE-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-KEYS
               ACCEPT  SCRN-KEYS

               STRING WS-YEAR DELIMITED BY SIZE
                      WS-SPACE DELIMITED BY SIZE
                      WS-SEM DELIMITED BY SIZE
                      WS-SPACE DELIMITED BY SIZE
                      WS-CRN DELIMITED BY SIZE
                      INTO WS-SCHED-ID
               MOVE WS-SCHED-ID TO SCHEDULE-ID-O
               READ SCHE-MST
                   INVALID KEY
                       DISPLAY SCRN-ERR1
                   NOT INVALID KEY
                       IF SCHED-XLIST-O NOT = SPACES
                           AND SCHED-XLIST-O NOT = LOW-VALUES
                           DISPLAY SCRN-XLIST-ERR
                       ELSE
                           MOVE OPEN-SEATS-O TO WS-OPEN-SEATS
                           PERFORM 100-LIST-POOLS
                           PERFORM 200-ACTION-LOOP
                       END-IF
               END-READ
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE RSV-SEAT.
           CLOSE SCHE-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *LIST THE POOLS AND TOTAL THE SEATS THEY STILL HOLD BACK
       100-LIST-POOLS.
           MOVE ZERO TO WS-HELD.
           MOVE 9 TO WS-LINE.
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE WS-SCHED-ID TO RSV-SCHED-ID.
           MOVE ZERO        TO RSV-SEQ.
           MOVE 'N' TO WS-EOF.
           START RSV-SEAT KEY NOT LESS THAN RSV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           DISPLAY SCRN-RSV-HDR.
           PERFORM UNTIL EOF
               READ RSV-SEAT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RSV-SCHED-ID NOT = WS-SCHED-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE RSV-SEQ TO WS-NEXT-SEQ
                           IF RSV-HELD
                               AND WS-TODAY < RSV-RELEASE-DATE
                               AND RSV-TAKEN < RSV-SEATS
                               COMPUTE WS-HELD = WS-HELD
                                   + RSV-SEATS - RSV-TAKEN
                           END-IF
                           DISPLAY SCRN-RSV-LN
                           ADD 1 TO WS-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY SCRN-SECTION.
      *-----------------------------------------------------------------
       200-ACTION-LOOP.
           MOVE SPACE TO WS-SEL.
           PERFORM UNTIL WS-SEL = 'X' OR WS-SEL = 'x'
               DISPLAY SCRN-ACTION
               ACCEPT  SCRN-ACTION
               EVALUATE WS-SEL
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 300-ADD-POOL
                       PERFORM 100-LIST-POOLS
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM 400-DELETE-POOL
                       PERFORM 100-LIST-POOLS
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       300-ADD-POOL.
           MOVE SPACES TO WS-MAJOR.
           MOVE ZERO   TO WS-MAX-CREDITS.
           MOVE SPACE  TO WS-STANDING.
           MOVE ZERO   TO WS-SEATS.
           MOVE ZERO   TO WS-RELEASE-DATE.
           DISPLAY SCRN-RSV-DATA.
           ACCEPT  SCRN-RSV-DATA.
           MOVE FUNCTION UPPER-CASE(WS-KIND) TO WS-KIND.
           IF NOT VALID-KIND
               DISPLAY SCRN-KIND-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEATS = ZERO
               OR WS-HELD + WS-SEATS > WS-OPEN-SEATS
               DISPLAY SCRN-SEATS-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-RELEASE-DATE NOT > WS-TODAY
               DISPLAY SCRN-DATE-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEXT-SEQ = 9
               DISPLAY SCRN-FULL-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SCHED-ID TO RSV-SCHED-ID.
           COMPUTE RSV-SEQ = WS-NEXT-SEQ + 1.
           MOVE WS-KIND TO RSV-KIND.
           MOVE FUNCTION UPPER-CASE(WS-MAJOR) TO RSV-MAJOR.
           MOVE WS-MAX-CREDITS TO RSV-MAX-CREDITS.
           MOVE FUNCTION UPPER-CASE(WS-STANDING) TO RSV-STANDING.
           MOVE WS-SEATS TO RSV-SEATS.
           MOVE ZERO TO RSV-TAKEN.
           MOVE WS-RELEASE-DATE TO RSV-RELEASE-DATE.
           MOVE 'H' TO RSV-STATUS.
           MOVE ZERO TO RSV-RELEASED-SEATS.
           WRITE RSV-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY SCRN-ADDED
                   PERFORM 450-DESCRIBE-POOL
                   MOVE SPACES       TO WS-AUD-OLD
                   MOVE WS-POOL-DESC TO WS-AUD-NEW
                   PERFORM 500-AUDIT-CHANGE
           END-WRITE.
      *-----------------------------------------------------------------
       400-DELETE-POOL.
           DISPLAY SCRN-DEL-SEQ.
           ACCEPT  SCRN-DEL-SEQ.
           MOVE WS-SCHED-ID TO RSV-SCHED-ID.
           MOVE WS-SEQ      TO RSV-SEQ.
           READ RSV-SEAT
               INVALID KEY
                   DISPLAY SCRN-DEL-ERR
               NOT INVALID KEY
                   PERFORM 450-DESCRIBE-POOL
                   DELETE RSV-SEAT RECORD
                   DISPLAY SCRN-DELETED
                   MOVE WS-POOL-DESC TO WS-AUD-OLD
                   MOVE SPACES       TO WS-AUD-NEW
                   PERFORM 500-AUDIT-CHANGE
           END-READ.
      *-----------------------------------------------------------------
      *KIND, CRITERION, SEATS AND RELEASE DATE IN ONE AUDIT IMAGE
       450-DESCRIBE-POOL.
           MOVE SPACES TO WS-POOL-DESC.
           MOVE RSV-KIND TO WS-POOL-DESC(1:1).
           EVALUATE TRUE
               WHEN RSV-BY-MAJOR
                   MOVE RSV-MAJOR       TO WS-POOL-DESC(3:4)
               WHEN RSV-BY-STANDING
                   MOVE RSV-STANDING    TO WS-POOL-DESC(3:1)
               WHEN RSV-BY-CREDITS
                   MOVE RSV-MAX-CREDITS TO WS-POOL-DESC(3:3)
           END-EVALUATE.
           MOVE RSV-SEATS        TO WS-POOL-DESC(8:3).
           MOVE RSV-RELEASE-DATE TO WS-POOL-DESC(12:8).
      *-----------------------------------------------------------------
       500-AUDIT-CHANGE.
           MOVE 'RSV-MAINT'     TO WS-AUD-PGM.
           MOVE WS-SCHED-ID     TO WS-AUD-KEY.
           MOVE SPACES          TO WS-AUD-FIELD.
           MOVE 'RSV POOL'      TO WS-AUD-FIELD(1:8).
           MOVE RSV-SEQ         TO WS-AUD-FIELD(10:1).
           PERFORM 510-WRITE-AUDIT.
      *-----------------------------------------------------------------
       510-WRITE-AUDIT.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

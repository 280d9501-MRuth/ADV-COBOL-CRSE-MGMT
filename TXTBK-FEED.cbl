       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXTBK-FEED.
      *-----------------------------------------------------------------
      *BOOKSTORE TEXTBOOK FEED FOR ONE TERM. ONE LINE PER ADOPTED
      *BOOK ON EVERY SECTION NOT CANCELLED, CARRYING THE SECTION'S
      *CAPACITY, CURRENT ENROLLMENT AND WAITLIST COUNT SO THE
      *BOOKSTORE CAN SIZE ITS ORDER. CAPACITY IS THE ROOM'S SEATING
      *AND ENROLLMENT IS CAPACITY LESS OPEN SEATS; A SECTION WITH NO
      *ROOM ON FILE HAS ITS REGISTRATIONS COUNTED INSTEAD AND ITS
      *CAPACITY TAKEN AS ENROLLED PLUS OPEN. A SECTION WITH NO
      *ADOPTION YET IS SENT ONCE WITH A BLANK ISBN AND USE CODE SO
      *THE BOOKSTORE SEES IT TOO.
      *FEED FILE: H1 HEADER (TERM, DATE), D1 DETAIL, T1 TRAILER
      *(COUNT). USE CODE R REQUIRED, O OPTIONAL, N NO TEXT.
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
                               FILE STATUS   IS WS-REG-STAT.
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
                               FILE STATUS   IS WS-BLD-STAT.
           SELECT TXTBK-ADOPT  ASSIGN        TO
                               '../FILES/TXTBK-ADOPT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TA-KEY
                               FILE STATUS   IS WS-TA-STAT.
           SELECT FEED-FILE    ASSIGN        TO
                               '../FILES/TXTBK-FEED.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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
               88  SCHED-CANCELLED         VALUE 'C'.
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
       COPY TXTBK-ADOPT-RECS.
       FD  FEED-FILE.
       01  FEED-REC                PIC X(140).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-REG-STAT         PIC 99.
           03  WS-WAIT-STAT        PIC 99.
           03  WS-BLD-STAT         PIC 99.
           03  WS-TA-STAT          PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SUB-EOF          PIC X.
               88  SUB-EOF                 VALUE 'Y'.
           03  WS-WAIT-AVAIL       PIC X   VALUE 'N'.
               88  WAIT-AVAIL              VALUE 'Y'.
           03  WS-BLD-AVAIL        PIC X   VALUE 'N'.
               88  BLD-AVAIL               VALUE 'Y'.
           03  WS-ROOM-FOUND       PIC X.
               88  ROOM-FOUND              VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CRN              PIC 9(4).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-OPEN             PIC 999.
           03  WS-CAP              PIC 9(4).
           03  WS-ENRL             PIC 9(4).
           03  WS-WAIT             PIC 9(4).
           03  WS-BOOKS            PIC 99.
           03  WS-SECT-COUNT       PIC 9(5) VALUE 0.
           03  WS-NONE-COUNT       PIC 9(5) VALUE 0.
           03  WS-SENT-COUNT       PIC 9(6) VALUE 0.
       01  WS-FEED-HDR.
           03  FILLER              PIC X(2) VALUE 'H1'.
           03  WS-FH-YEAR          PIC 9(4).
           03  WS-FH-SEM           PIC 99.
           03  WS-FH-DATE          PIC 9(8).
       01  WS-FEED-DTL.
           03  FILLER              PIC X(2) VALUE 'D1'.
           03  WS-FD-SCHED-ID      PIC X(12).
           03  WS-FD-COURSE        PIC X(9).
           03  WS-FD-INSTRUCTOR    PIC X(4).
           03  WS-FD-CAPACITY      PIC 9(4).
           03  WS-FD-ENROLLED      PIC 9(4).
           03  WS-FD-WAITLIST      PIC 9(4).
           03  WS-FD-SEQ           PIC 99.
           03  WS-FD-ISBN          PIC X(13).
           03  WS-FD-TITLE         PIC X(40).
           03  WS-FD-USE           PIC X.
           03  WS-FD-ADOPTED-BY    PIC 9(4).
           03  WS-FD-ADOPT-DATE    PIC 9(8).
       01  WS-FEED-TRL.
           03  FILLER              PIC X(2) VALUE 'T1'.
           03  WS-FT-COUNT         PIC 9(6).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'TXTBK-FEED'.
           03  WS-CAT-FILE         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'BOOKSTORE TEXTBOOK FEED'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN INPUT TXTBK-ADOPT.
           IF WS-TA-STAT NOT = ZERO
               DISPLAY 'TXTBK-ADOPT.DAT CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT SCHE-MST.
           OPEN INPUT REG-MASTER.
           OPEN INPUT WAIT-MASTER.
           IF WS-WAIT-STAT = ZERO
               MOVE 'Y' TO WS-WAIT-AVAIL
           END-IF.
           OPEN INPUT BLD-MASTER.
           IF WS-BLD-STAT = ZERO
               MOVE 'Y' TO WS-BLD-AVAIL
           END-IF.
           OPEN OUTPUT FEED-FILE.

           MOVE WS-YEAR  TO WS-FH-YEAR.
           MOVE WS-SEM   TO WS-FH-SEM.
           MOVE WS-TODAY TO WS-FH-DATE.
           MOVE WS-FEED-HDR TO FEED-REC.
           WRITE FEED-REC.

           MOVE LOW-VALUES TO SCHEDULE-ID-O.
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
                       IF SCHEDULE-ID-O(1:4) = WS-YEAR
                           AND SCHEDULE-ID-O(6:2) = WS-SEM
                           AND NOT SCHED-CANCELLED
                           PERFORM 100-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-SENT-COUNT TO WS-FT-COUNT.
           MOVE WS-FEED-TRL TO FEED-REC.
           WRITE FEED-REC.

           CLOSE TXTBK-ADOPT.
           CLOSE SCHE-MST.
           CLOSE REG-MASTER.
           CLOSE WAIT-MASTER.
           CLOSE BLD-MASTER.
           CLOSE FEED-FILE.

           MOVE '../FILES/TXTBK-FEED.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'TXTBK-FEED COMPLETE'.
           DISPLAY 'SECTIONS            : ' WS-SECT-COUNT.
           DISPLAY 'WITH NO ADOPTION    : ' WS-NONE-COUNT.
           DISPLAY 'RECORDS SENT        : ' WS-SENT-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-ONE-SECTION.
           ADD 1 TO WS-SECT-COUNT.
           MOVE SCHEDULE-ID-O(9:4) TO WS-CRN.
           PERFORM 200-SECTION-COUNTS.

           MOVE SCHEDULE-ID-O   TO WS-FD-SCHED-ID.
           MOVE COURSE-ID-O     TO WS-FD-COURSE.
           MOVE INSTRUCTOR-ID-O TO WS-FD-INSTRUCTOR.
           MOVE WS-CAP          TO WS-FD-CAPACITY.
           MOVE WS-ENRL         TO WS-FD-ENROLLED.
           MOVE WS-WAIT         TO WS-FD-WAITLIST.

           MOVE 0 TO WS-BOOKS.
           MOVE SCHEDULE-ID-O TO TA-SCHED-ID.
           MOVE ZERO TO TA-SEQ.
           MOVE 'N' TO WS-SUB-EOF.
           START TXTBK-ADOPT KEY NOT LESS THAN TA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
           END-START.
           PERFORM UNTIL SUB-EOF
               READ TXTBK-ADOPT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF TA-SCHED-ID NOT = SCHEDULE-ID-O
                           MOVE 'Y' TO WS-SUB-EOF
                       ELSE
                           ADD 1 TO WS-BOOKS
                           MOVE TA-SEQ        TO WS-FD-SEQ
                           MOVE TA-ISBN       TO WS-FD-ISBN
                           MOVE TA-TITLE      TO WS-FD-TITLE
                           MOVE TA-USE        TO WS-FD-USE
                           MOVE TA-ADOPTED-BY TO WS-FD-ADOPTED-BY
                           MOVE TA-ADOPT-DATE TO WS-FD-ADOPT-DATE
                           PERFORM 300-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-BOOKS = 0
               ADD 1 TO WS-NONE-COUNT
               MOVE ZERO   TO WS-FD-SEQ
               MOVE SPACES TO WS-FD-ISBN
               MOVE SPACES TO WS-FD-TITLE
               MOVE SPACE  TO WS-FD-USE
               MOVE ZERO   TO WS-FD-ADOPTED-BY
               MOVE ZERO   TO WS-FD-ADOPT-DATE
               PERFORM 300-WRITE-DETAIL
           END-IF.
      *-----------------------------------------------------------------
      *CAPACITY, ENROLLMENT AND WAITLIST FOR THE SECTION
       200-SECTION-COUNTS.
           IF OPEN-SEATS-O NUMERIC
               MOVE OPEN-SEATS-O TO WS-OPEN
           ELSE
               MOVE ZERO TO WS-OPEN
           END-IF.
           MOVE 'N' TO WS-ROOM-FOUND.
           IF BLD-AVAIL
               MOVE BUILDING-ID-O TO BLD-BUILDING-ROOM
               READ BLD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROOM-FOUND
               END-READ
           END-IF.
           IF ROOM-FOUND
               MOVE BLD-MAX-SEAT TO WS-CAP
               IF WS-CAP > WS-OPEN
                   COMPUTE WS-ENRL = WS-CAP - WS-OPEN
               ELSE
                   MOVE ZERO TO WS-ENRL
               END-IF
           ELSE
               PERFORM 210-COUNT-ENROLLED
               COMPUTE WS-CAP = WS-ENRL + WS-OPEN
           END-IF.
           PERFORM 220-COUNT-WAITLIST.
      *-----------------------------------------------------------------
      *W ROWS HAVE ALREADY GIVEN THEIR SEAT BACK
       210-COUNT-ENROLLED.
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
       220-COUNT-WAITLIST.
           MOVE ZERO TO WS-WAIT.
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
                           ADD 1 TO WS-WAIT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       300-WRITE-DETAIL.
           MOVE WS-FEED-DTL TO FEED-REC.
           WRITE FEED-REC.
           ADD 1 TO WS-SENT-COUNT.

      *WALKS THE TERM'S SECTIONS GROUPED BY DEPARTMENT, WITH THE
      *COURSE NAME AND CREDITS FROM THE CATALOG VERSION IN EFFECT,
      *MEETING DAYS/TIMES, ROOM, THE INSTRUCTOR NAME, AND ANY EXTRA
      *MEETING PATTERNS, AND THE SECTION'S ADOPTED TEXTBOOKS FOR THE
      *TEXTBOOK DISCLOSURE; OPENS WITH THE INSTITUTION HEADER AND THE
      *TERM DEADLINES AND CLOSES WITH A DEPARTMENT INDEX BY PAGE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MEET-KEY
                               FILE STATUS   IS WS-MEET-STAT.
           SELECT TXTBK-ADOPT  ASSIGN        TO
                               '../FILES/TXTBK-ADOPT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TA-KEY
                               FILE STATUS   IS WS-TA-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  INSTR-MASTER.
       01  INSTR-REC.
           03  INSTR-ID    PIC 9999.
               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       COPY MEET-MASTER-RECS.
       COPY TXTBK-ADOPT-RECS.
       COPY TERM-MASTER-RECS.
       COPY MST-CTRL-LIST-RECS.
       SD  SORT-WORK.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-MEET-STAT        PIC 99.
           03  WS-TA-STAT          PIC 99.
           03  WS-TERM-STAT        PIC 99.
           03  WS-MST-STAT         PIC 99.
           03  WS-MST-REC-KEY      PIC 99.
               88  MEET-EOF                VALUE 'Y'.
           03  WS-MEET-AVAIL       PIC X   VALUE 'N'.
               88  MEET-AVAIL              VALUE 'Y'.
           03  WS-TA-EOF           PIC X.
               88  TA-EOF                  VALUE 'Y'.
           03  WS-TA-AVAIL         PIC X   VALUE 'N'.
               88  TA-AVAIL                VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-M-END            PIC 9(4).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-M-ROOM           PIC X(11).
       01  WS-BOOK-LN.
           03  FILLER              PIC X(17) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'TEXTBOOK: '.
           03  WS-B-ISBN           PIC X(13).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-B-TITLE          PIC X(40).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-B-USE            PIC X(8).
       01  WS-DL-LN.
           03  WS-DL-LABEL         PIC X(22).
           03  WS-DL-DATE          PIC 9(8).
           IF WS-MEET-STAT = ZERO
               MOVE 'Y' TO WS-MEET-AVAIL
           END-IF.
           OPEN INPUT TXTBK-ADOPT.
           IF WS-TA-STAT = ZERO
               MOVE 'Y' TO WS-TA-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           PERFORM 050-GET-LETTERHEAD.
           CLOSE SCHE-MST.
           CLOSE INSTR-MASTER.
           CLOSE MEET-MASTER.
           CLOSE TXTBK-ADOPT.
           CLOSE PRINT-FILE.

           DISPLAY 'SCHED-BOOKLET COMPLETE'.
           IF MEET-AVAIL
               PERFORM 350-PRINT-EXTRA-MEETINGS
           END-IF.
           IF TA-AVAIL
               PERFORM 360-PRINT-TEXTBOOKS
           END-IF.
      *-----------------------------------------------------------------
       350-PRINT-EXTRA-MEETINGS.
           MOVE SCHEDULE-ID-O TO MEET-SCHED-ID.
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE ADOPTED BOOKS PRINT UNDER THE SECTION SO STUDENTS SEE THE
      *ISBN BEFORE THEY REGISTER; A SECTION THE INSTRUCTOR MARKED AS
      *USING NO BOOK SAYS SO
       360-PRINT-TEXTBOOKS.
           MOVE SCHEDULE-ID-O TO TA-SCHED-ID.
           MOVE ZERO TO TA-SEQ.
           MOVE 'N' TO WS-TA-EOF.
           START TXTBK-ADOPT KEY NOT LESS THAN TA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TA-EOF
           END-START.
           PERFORM UNTIL TA-EOF
               READ TXTBK-ADOPT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TA-EOF
                   NOT AT END
                       IF TA-SCHED-ID NOT = SCHEDULE-ID-O
                           MOVE 'Y' TO WS-TA-EOF
                       ELSE
                           IF TA-NO-TEXT
                               MOVE SPACES TO PRINT-REC
                               MOVE 'TEXTBOOK: NONE REQUIRED'
                                   TO PRINT-REC(18:23)
                           ELSE
                               MOVE TA-ISBN  TO WS-B-ISBN
                               MOVE TA-TITLE TO WS-B-TITLE
                               IF TA-REQUIRED
                                   MOVE 'REQUIRED' TO WS-B-USE
                               ELSE
                                   MOVE 'OPTIONAL' TO WS-B-USE
                               END-IF
                               MOVE WS-BOOK-LN TO PRINT-REC
                           END-IF
                           WRITE PRINT-REC
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       400-DEPT-HEADER.
           IF WS-LINE-COUNT > 45

      *THE INSTRUCTOR OF RECORD OR THE SECOND INSTRUCTOR, AND POSTS
      *MIDTERM AND FINAL GRADES WITH THE SAME VALIDATION AND CHANGE
      *LOGGING THE OPERATOR GRADE-POST SCREEN USES. CUMULATIVE GPA
      *PICKUP IS LEFT TO THE GPA-VERIFY BATCH. THE INSTRUCTOR ALSO
      *KEEPS THE TEXTBOOK ADOPTIONS FOR THOSE SECTIONS - EACH BOOK'S
      *ISBN, TITLE AND WHETHER IT IS REQUIRED, OR A NOTE THAT THE
      *SECTION USES NO BOOK. ENTERING ID 0000 WITH
      *PIN 'OFF' SHUTS THE KIOSK DOWN (FRONT DESK USE ONLY).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                               ACCESS        IS RANDOM
                               RECORD KEY    IS RB-KEY
                               FILE STATUS   IS WS-RB-STAT.
           SELECT TXTBK-ADOPT  ASSIGN        TO
                               '../FILES/TXTBK-ADOPT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TA-KEY
                               FILE STATUS   IS WS-TA-STAT.
           SELECT GRADE-CHG-LOG ASSIGN      TO
                               '../FILES/GRADE-CHANGE-LOG.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
       COPY INST-CRED-RECS.
       COPY STU-MST-DEF.
       COPY REG-BASIS-RECS.
       COPY TXTBK-ADOPT-RECS.
       FD  INSTR-MASTER.
       01  INSTR-REC.
           03  INSTR-ID    PIC 9999.
               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       FD  REG-MASTER.
       01  REG-REC.
           03  REG-KEY.
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  GRADE-CHG-LOG.
       01  GRADE-CHG-REC           PIC X(80).
       WORKING-STORAGE SECTION.
           03  WS-KIOSK-PIN        PIC X(4).
           03  WS-KIOSK-ID-X       PIC X(4).
           03  WS-KIOSK-OPER       PIC X(8).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-SEL              PIC X.
           03  WS-RSP              PIC X.
           03  WS-EOF              PIC X.
           03  WS-OLD-GRADE        PIC X.
           03  WS-REASON           PIC X.
               88  VALID-REASON    VALUES 'C' 'L' 'A' 'O'.
           03  WS-TA-STAT          PIC 99 VALUE 99.
           03  WS-TA-AVAIL         PIC X   VALUE 'N'.
               88  TA-AVAIL                VALUE 'Y'.
           03  WS-TA-EOF           PIC X.
               88  TA-EOF                  VALUE 'Y'.
           03  WS-TA-CMD           PIC X.
           03  WS-TA-COUNT         PIC 99.
           03  WS-TA-LAST-SEQ      PIC 99.
           03  WS-TA-NO-TEXT-SEQ   PIC 99.
           03  WS-TA-LINE          PIC 99.
           03  WS-TA-ISBN          PIC X(13).
           03  WS-TA-TITLE         PIC X(40).
           03  WS-TA-USE           PIC X.
               88  VALID-TA-USE            VALUES 'R' 'O'.
           03  WS-ISBN-OK          PIC X.
               88  ISBN-OK                 VALUE 'Y'.
       01  WS-CHG-LN.
           03  WS-CHG-DATE             PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  LINE 05 COL 28 PIC X(22) FROM INSTR-NAME.
           03  LINE 07 COL 28 VALUE "1) MY SECTIONS".
           03  LINE 08 COL 28 VALUE "2) ENTER GRADES".
           03  LINE 09 COL 28 VALUE "3) TEXTBOOK ADOPTIONS".
           03  LINE 10 COL 28 VALUE "R) DONE - SIGN OFF".
           03  LINE 11 COL 28 VALUE "SELECTION: ".
           03              COL 40 PIC X TO WS-SEL AUTO.
       01  SCRN-TERM.
               STOP RUN
           END-IF.
           OPEN INPUT REG-BASIS.
           OPEN I-O TXTBK-ADOPT.
           IF WS-TA-STAT = ZERO
               MOVE 'Y' TO WS-TA-AVAIL
           END-IF.
           OPEN EXTEND GRADE-CHG-LOG.

           PERFORM UNTIL KIOSK-DOWN
           IF WS-RB-STAT = ZERO
               CLOSE REG-BASIS
           END-IF.
           IF TA-AVAIL
               CLOSE TXTBK-ADOPT
           END-IF.
           CLOSE GRADE-CHG-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
                           READ INSTR-MASTER
                               INVALID KEY
                                   MOVE SPACES TO INSTR-NAME
                               NOT INVALID KEY
                                   PERFORM 110-CHECK-SEPARATED
                           END-READ
                           MOVE WS-KIOSK-ID TO WS-KIOSK-ID-X
                           MOVE SPACES TO WS-KIOSK-OPER
                       END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      *THE PIN STOPS WORKING ON THE SEPARATION DATE EVEN BEFORE THE
      *NIGHTLY RUN BLANKS IT ON THE CREDENTIALS FILE
       110-CHECK-SEPARATED.
           IF INSTR-SEPARATED AND INSTR-SEP-DATE NUMERIC
               ACCEPT WS-DATE FROM DATE
               MOVE WS-DATE TO WS-TODAY-YMD
               COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD
               IF INSTR-SEP-DATE NOT > WS-TODAY
                   MOVE 'N' TO WS-SIGNED-ON
                   DISPLAY SCRN-KIOSK-ERR
                   PERFORM 900-PAUSE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       200-FACULTY-MENU.
           MOVE SPACE TO WS-SEL.
               EVALUATE WS-SEL
                   WHEN '1' PERFORM 300-SHOW-MY-SECTIONS
                   WHEN '2' PERFORM 400-ENTER-GRADES
                   WHEN '3' PERFORM 700-TEXTBOOKS
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
           MOVE WS-KIOSK-OPER   TO WS-CHG-OPER.
           MOVE WS-CHG-LN       TO GRADE-CHG-REC.
           WRITE GRADE-CHG-REC.
      *-----------------------------------------------------------------
      *TEXTBOOK ADOPTIONS FOR ONE OF THE INSTRUCTOR'S SECTIONS
       700-TEXTBOOKS.
           IF NOT TA-AVAIL
               DISPLAY 'TEXTBOOK ADOPTIONS ARE NOT AVAILABLE'
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 250-GET-TERM.
           DISPLAY 'CRN: ' WITH NO ADVANCING.
           ACCEPT WS-CRN.
           STRING WS-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-CRN DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   DISPLAY 'SECTION NOT ON SCHEDULE'
                   PERFORM 900-PAUSE
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 320-CHECK-MINE.
           IF NOT SECTION-MINE
               DISPLAY 'THIS IS NOT ONE OF YOUR SECTIONS'
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WS-TA-CMD.
           PERFORM UNTIL WS-TA-CMD = 'X'
               PERFORM 710-LIST-ADOPTIONS
               DISPLAY 'A)DD C)HANGE D)ELETE N)O TEXT X) DONE: '
                   WITH NO ADVANCING
               ACCEPT WS-TA-CMD
               MOVE FUNCTION UPPER-CASE(WS-TA-CMD) TO WS-TA-CMD
               EVALUATE WS-TA-CMD
                   WHEN 'A' PERFORM 720-ADD-BOOK
                   WHEN 'C' PERFORM 730-CHANGE-BOOK
                   WHEN 'D' PERFORM 740-DELETE-BOOK
                   WHEN 'N' PERFORM 750-NO-TEXT
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       710-LIST-ADOPTIONS.
           DISPLAY CLEAR.
           DISPLAY 'TEXTBOOKS - CRN ' WS-CRN ' ' COURSE-ID-O.
           DISPLAY SPACES.
           MOVE 0 TO WS-TA-COUNT WS-TA-LAST-SEQ WS-TA-NO-TEXT-SEQ.
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
                           ADD 1 TO WS-TA-COUNT
                           MOVE TA-SEQ TO WS-TA-LAST-SEQ
                           IF TA-NO-TEXT
                               MOVE TA-SEQ TO WS-TA-NO-TEXT-SEQ
                           END-IF
                           DISPLAY TA-SEQ ') ' TA-ISBN ' ' TA-TITLE
                               ' ' TA-USE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TA-COUNT = 0
               DISPLAY 'NO ADOPTION ON FILE FOR THIS SECTION'
           END-IF.
           DISPLAY SPACES.
      *-----------------------------------------------------------------
      *A BOOK ADDED TO A SECTION MARKED NO TEXT TAKES THE MARK OFF
       720-ADD-BOOK.
           IF WS-TA-LAST-SEQ = 99
               DISPLAY 'NO ROOM FOR ANOTHER BOOK ON THIS SECTION'
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TA-ISBN WS-TA-TITLE.
           MOVE SPACE  TO WS-TA-USE.
           PERFORM 760-GET-ISBN.
           IF NOT ISBN-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'TITLE: ' WITH NO ADVANCING.
           ACCEPT WS-TA-TITLE.
           MOVE FUNCTION UPPER-CASE(WS-TA-TITLE) TO WS-TA-TITLE.
           PERFORM 770-GET-USE.

           IF WS-TA-NO-TEXT-SEQ NOT = ZERO
               MOVE SCHEDULE-ID-O     TO TA-SCHED-ID
               MOVE WS-TA-NO-TEXT-SEQ TO TA-SEQ
               DELETE TXTBK-ADOPT RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE SCHEDULE-ID-O TO TA-SCHED-ID.
           COMPUTE TA-SEQ = WS-TA-LAST-SEQ + 1.
           MOVE WS-TA-ISBN    TO TA-ISBN.
           MOVE WS-TA-TITLE   TO TA-TITLE.
           MOVE WS-TA-USE     TO TA-USE.
           PERFORM 780-STAMP.
           WRITE TA-REC
               INVALID KEY
                   DISPLAY 'BOOK NOT SAVED'
                   PERFORM 900-PAUSE
           END-WRITE.
      *-----------------------------------------------------------------
      *BLANK ANSWERS KEEP WHAT IS ON FILE
       730-CHANGE-BOOK.
           DISPLAY 'LINE: ' WITH NO ADVANCING.
           ACCEPT WS-TA-LINE.
           MOVE SCHEDULE-ID-O TO TA-SCHED-ID.
           MOVE WS-TA-LINE    TO TA-SEQ.
           READ TXTBK-ADOPT
               INVALID KEY
                   DISPLAY 'NO SUCH LINE'
                   PERFORM 900-PAUSE
                   EXIT PARAGRAPH
           END-READ.
           IF TA-NO-TEXT
               DISPLAY 'DELETE THE NO TEXT LINE AND ADD THE BOOK'
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ISBN (BLANK = ' TA-ISBN '): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-TA-ISBN.
           ACCEPT WS-TA-ISBN.
           IF WS-TA-ISBN NOT = SPACES
               PERFORM 765-CHECK-ISBN
               IF NOT ISBN-OK
                   DISPLAY 'ISBN MUST BE 13 DIGITS OR A 10-CHARACTER'
                       ' ISBN'
                   PERFORM 900-PAUSE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TA-ISBN TO TA-ISBN
           END-IF.
           DISPLAY 'TITLE (BLANK = KEEP): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-TA-TITLE.
           ACCEPT WS-TA-TITLE.
           IF WS-TA-TITLE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TA-TITLE) TO TA-TITLE
           END-IF.
           DISPLAY 'R)EQUIRED OR O)PTIONAL (BLANK = ' TA-USE '): '
               WITH NO ADVANCING.
           MOVE SPACE TO WS-TA-USE.
           ACCEPT WS-TA-USE.
           MOVE FUNCTION UPPER-CASE(WS-TA-USE) TO WS-TA-USE.
           IF VALID-TA-USE
               MOVE WS-TA-USE TO TA-USE
           END-IF.
           PERFORM 780-STAMP.
           REWRITE TA-REC
               INVALID KEY
                   DISPLAY 'CHANGE NOT SAVED'
                   PERFORM 900-PAUSE
           END-REWRITE.
      *-----------------------------------------------------------------
       740-DELETE-BOOK.
           DISPLAY 'LINE: ' WITH NO ADVANCING.
           ACCEPT WS-TA-LINE.
           MOVE SCHEDULE-ID-O TO TA-SCHED-ID.
           MOVE WS-TA-LINE    TO TA-SEQ.
           DELETE TXTBK-ADOPT RECORD
               INVALID KEY
                   DISPLAY 'NO SUCH LINE'
                   PERFORM 900-PAUSE
           END-DELETE.
      *-----------------------------------------------------------------
       750-NO-TEXT.
           IF WS-TA-COUNT > 0
               DISPLAY 'DELETE THE BOOKS LISTED FIRST'
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
           END-IF.
           MOVE SCHEDULE-ID-O TO TA-SCHED-ID.
           MOVE 1             TO TA-SEQ.
           MOVE SPACES        TO TA-ISBN.
           MOVE 'NO TEXTBOOK REQUIRED' TO TA-TITLE.
           MOVE 'N'           TO TA-USE.
           PERFORM 780-STAMP.
           WRITE TA-REC
               INVALID KEY
                   DISPLAY 'NOT SAVED'
                   PERFORM 900-PAUSE
           END-WRITE.
      *-----------------------------------------------------------------
       760-GET-ISBN.
           DISPLAY 'ISBN: ' WITH NO ADVANCING.
           ACCEPT WS-TA-ISBN.
           PERFORM 765-CHECK-ISBN.
           IF NOT ISBN-OK
               DISPLAY 'ISBN MUST BE 13 DIGITS OR A 10-CHARACTER ISBN'
               PERFORM 900-PAUSE
           END-IF.
      *-----------------------------------------------------------------
      *ISBN-13 IS ALL DIGITS; ISBN-10 IS NINE DIGITS AND A DIGIT OR X
       765-CHECK-ISBN.
           MOVE FUNCTION UPPER-CASE(WS-TA-ISBN) TO WS-TA-ISBN.
           MOVE 'N' TO WS-ISBN-OK.
           IF WS-TA-ISBN NUMERIC
               MOVE 'Y' TO WS-ISBN-OK
           END-IF.
           IF WS-TA-ISBN(1:9) NUMERIC
               AND (WS-TA-ISBN(10:1) NUMERIC
                 OR WS-TA-ISBN(10:1) = 'X')
               AND WS-TA-ISBN(11:3) = SPACES
               MOVE 'Y' TO WS-ISBN-OK
           END-IF.
      *-----------------------------------------------------------------
       770-GET-USE.
           PERFORM UNTIL VALID-TA-USE
               DISPLAY 'R)EQUIRED OR O)PTIONAL: ' WITH NO ADVANCING
               ACCEPT WS-TA-USE
               MOVE FUNCTION UPPER-CASE(WS-TA-USE) TO WS-TA-USE
           END-PERFORM.
      *-----------------------------------------------------------------
       780-STAMP.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE WS-KIOSK-ID TO TA-ADOPTED-BY.
           MOVE WS-TODAY    TO TA-ADOPT-DATE.
      *-----------------------------------------------------------------
       900-PAUSE.
           DISPLAY SPACES.

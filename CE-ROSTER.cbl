       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE-ROSTER.
      *-----------------------------------------------------------------
      *SHOWS THE ROSTER OF A CONTINUING EDUCATION OFFERING AND RECORDS
      *WHO COMPLETED IT. A COMPLETION AWARDS THE COURSE CONTACT HOURS
      *AND CEUS AS THEY STAND ON THE DAY IT IS RECORDED, DATED THE
      *LAST DAY OF THE OFFERING (OR TODAY IF THE OFFERING HAS NOT YET
      *ENDED). NOTHING HERE TOUCHES GRADES OR THE ACADEMIC RECORD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CE-ENROLL    ASSIGN        TO
                               '../FILES/CE-ENROLL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CEE-KEY
                               ALTERNATE KEY IS CEE-PART-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CE-PARTICIPANT ASSIGN      TO
                               '../FILES/CE-PARTICIPANT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CEP-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CE-COURSE    ASSIGN        TO
                               '../FILES/CE-COURSE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CEC-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CE-SECTION   ASSIGN        TO
                               '../FILES/CE-SECTION.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CES-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY CE-ENROLL-RECS.
       COPY CE-PART-RECS.
       COPY CE-COURSE-RECS.
       COPY CE-SECTION-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-FOUND            PIC X.
               88  SECT-FOUND              VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-LINE             PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-DONE-DATE        PIC 9(8).
           03  WS-CHANGED          PIC 999.
           03  WS-PART-NAME        PIC X(31).
       01  WS-KEY-DATA.
           03  WS-CRSE-ID          PIC X(9).
           03  WS-SEQ              PIC 99.
           03  WS-PART-ID          PIC 9(7).
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
           03  LINE 2  COL 18  VALUE
               'CONTINUING EDUCATION ROSTER AND COMPLETION'.
       01  SCRN-OFFERING.
           03  LINE 4  COL 2   VALUE 'COURSE ID: '.
           03          COL 13  PIC X(9) USING WS-CRSE-ID
                                        AUTO REQUIRED.
           03          COL 24  VALUE 'OFFERING NUMBER: '.
           03          COL 41  PIC 99   USING WS-SEQ AUTO.
       01  SCRN-OFFER-SHOW.
           03  LINE 5  COL 2   PIC X(35)    FROM CEC-TITLE.
           03          COL 38  PIC 9(8)     FROM CES-START-DATE.
           03          COL 47  PIC 9(8)     FROM CES-END-DATE.
           03          COL 57  VALUE 'CEUS: '.
           03          COL 63  PIC Z9.9     FROM CEC-CEUS.
           03  LINE 6  COL 2   PIC X(22)    FROM CES-INSTRUCTOR.
           03          COL 26  PIC X(20)    FROM CES-LOCATION.
           03          COL 48  VALUE 'ENROLLED: '.
           03          COL 58  PIC ZZ9      FROM CES-ENROLLED.
       01  SCRN-ROSTER-HDR.
           03  LINE 8  COL 2   VALUE
               'PARTICIPANT NAME                            S'.
           03          COL 48  VALUE 'COMPLETED'.
       01  SCRN-ROSTER-LN.
           03  LINE WS-LINE COL 2  PIC 9(7)     FROM CEE-PART-ID.
           03               COL 14 PIC X(31)    FROM WS-PART-NAME.
           03               COL 46 PIC X        FROM CEE-STATUS.
           03               COL 48 PIC 9(8)     FROM CEE-COMPLETE-DATE.
       01  SCRN-MORE.
           03  LINE 17 COL 2   VALUE '(MORE PARTICIPANTS NOT SHOWN)'.
       01  SCRN-ACTION.
           03  LINE 18 COL 2   VALUE
               'C) COMPLETED  N) NOT COMPLETED  A) ALL COMPLETED'.
           03          COL 51  VALUE 'X) DONE'.
           03          COL 59  PIC X TO WS-SEL AUTO.
       01  SCRN-PART.
           03  LINE 19 COL 2   VALUE 'PARTICIPANT ID: '.
           03          COL 18  PIC 9(7) TO WS-PART-ID AUTO.
       01  SCRN-SECT-ERR.
           03  LINE 22 COL 2   VALUE 'NO SUCH OFFERING'.
       01  SCRN-START-ERR.
           03  LINE 22 COL 2   VALUE
               'OFFERING HAS NOT STARTED - NO COMPLETIONS YET'.
       01  SCRN-PART-ERR.
           03  LINE 22 COL 2   VALUE
               'PARTICIPANT NOT ON THIS ROSTER OR WITHDRAWN'.
       01  SCRN-SAVED.
           03  LINE 22 COL 2   VALUE 'SAVED'.
       01  SCRN-ALL-DONE.
           03  LINE 22 COL 2   PIC ZZ9 FROM WS-CHANGED.
           03          COL 6   VALUE 'PARTICIPANTS MARKED COMPLETED'.
       01  SCRN-CONTINUE.
           03  LINE 24 COL 25  VALUE 'ANOTHER OFFERING? (Y/N)'.
           03          COL 50  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'CE-ROSTER' TO WS-ERR-PGM.
           OPEN I-O CE-ENROLL.
           MOVE 'CE-ENROLL' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT CE-PARTICIPANT.
           MOVE 'CE-PARTICIPANT' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT CE-COURSE.
           MOVE 'CE-COURSE' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT CE-SECTION.
           MOVE 'CE-SECTION' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               MOVE SPACES TO WS-CRSE-ID
               MOVE ZERO   TO WS-SEQ
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-OFFERING
               ACCEPT  SCRN-OFFERING
               MOVE FUNCTION UPPER-CASE(WS-CRSE-ID) TO WS-CRSE-ID
               PERFORM 050-GET-OFFERING
               IF SECT-FOUND
                   PERFORM 100-LIST-ROSTER
                   PERFORM 200-ACTION-LOOP
               ELSE
                   DISPLAY SCRN-SECT-ERR
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE CE-ENROLL.
           CLOSE CE-PARTICIPANT.
           CLOSE CE-COURSE.
           CLOSE CE-SECTION.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-GET-OFFERING.
           MOVE 'N' TO WS-FOUND.
           MOVE WS-CRSE-ID TO CEC-ID.
           READ CE-COURSE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-CRSE-ID TO CES-COURSE-ID.
           MOVE WS-SEQ     TO CES-SEQ.
           READ CE-SECTION
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-FOUND.
      *COMPLETIONS ARE DATED THE LAST DAY OF THE OFFERING ONCE IT IS
      *OVER
           IF CES-END-DATE < WS-TODAY
               MOVE CES-END-DATE TO WS-DONE-DATE
           ELSE
               MOVE WS-TODAY     TO WS-DONE-DATE
           END-IF.
      *-----------------------------------------------------------------
       100-LIST-ROSTER.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-OFFERING.
           DISPLAY SCRN-OFFER-SHOW.
           DISPLAY SCRN-ROSTER-HDR.
           MOVE 9 TO WS-LINE.
           MOVE WS-CRSE-ID TO CEE-COURSE-ID.
           MOVE WS-SEQ     TO CEE-SEQ.
           MOVE ZERO       TO CEE-PART-ID.
           MOVE 'N' TO WS-EOF.
           START CE-ENROLL KEY NOT LESS THAN CEE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ CE-ENROLL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CEE-COURSE-ID NOT = WS-CRSE-ID
                           OR CEE-SEQ NOT = WS-SEQ
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-LINE < 17
                               PERFORM 150-PART-NAME
                               DISPLAY SCRN-ROSTER-LN
                               ADD 1 TO WS-LINE
                           ELSE
                               DISPLAY SCRN-MORE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       150-PART-NAME.
           MOVE SPACES      TO WS-PART-NAME.
           MOVE CEE-PART-ID TO CEP-ID.
           READ CE-PARTICIPANT
               INVALID KEY
                   MOVE '** NOT ON FILE **' TO WS-PART-NAME
               NOT INVALID KEY
                   STRING CEP-L-NAME DELIMITED BY SPACE
                          ', '       DELIMITED BY SIZE
                          CEP-F-NAME DELIMITED BY SPACE
                          INTO WS-PART-NAME
           END-READ.
      *-----------------------------------------------------------------
       200-ACTION-LOOP.
           MOVE SPACE TO WS-SEL.
           PERFORM UNTIL WS-SEL = 'X' OR WS-SEL = 'x'
               DISPLAY SCRN-ACTION
               ACCEPT  SCRN-ACTION
               EVALUATE WS-SEL
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM 300-MARK-ONE
                   WHEN 'N'
                   WHEN 'n'
                       PERFORM 300-MARK-ONE
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 400-MARK-ALL
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
      *C OR N FOR ONE PARTICIPANT; EITHER MAY CORRECT THE OTHER BUT A
      *WITHDRAWAL STANDS
       300-MARK-ONE.
           IF CES-START-DATE > WS-TODAY
               DISPLAY SCRN-START-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PART-ID.
           DISPLAY SCRN-PART.
           ACCEPT  SCRN-PART.
           MOVE WS-CRSE-ID TO CEE-COURSE-ID.
           MOVE WS-SEQ     TO CEE-SEQ.
           MOVE WS-PART-ID TO CEE-PART-ID.
           READ CE-ENROLL
               INVALID KEY
                   DISPLAY SCRN-PART-ERR
                   EXIT PARAGRAPH
           END-READ.
           IF CEE-WITHDRAWN
               DISPLAY SCRN-PART-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEL = 'C' OR WS-SEL = 'c'
               PERFORM 350-SET-COMPLETED
           ELSE
               MOVE 'N'  TO CEE-STATUS
               MOVE ZERO TO CEE-COMPLETE-DATE
               MOVE ZERO TO CEE-CONTACT-HRS
               MOVE ZERO TO CEE-CEUS
           END-IF.
           MOVE SESSION-OPER-ID TO CEE-UPD-BY.
           REWRITE CEE-REC.
           PERFORM 100-LIST-ROSTER.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
       350-SET-COMPLETED.
           MOVE 'C'             TO CEE-STATUS.
           MOVE WS-DONE-DATE    TO CEE-COMPLETE-DATE.
           MOVE CEC-CONTACT-HRS TO CEE-CONTACT-HRS.
           MOVE CEC-CEUS        TO CEE-CEUS.
      *-----------------------------------------------------------------
      *EVERYONE STILL ENROLLED IS MARKED COMPLETED; THOSE ALREADY
      *MARKED EITHER WAY AND WITHDRAWALS ARE LEFT ALONE
       400-MARK-ALL.
           IF CES-START-DATE > WS-TODAY
               DISPLAY SCRN-START-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CHANGED.
           MOVE WS-CRSE-ID TO CEE-COURSE-ID.
           MOVE WS-SEQ     TO CEE-SEQ.
           MOVE ZERO       TO CEE-PART-ID.
           MOVE 'N' TO WS-EOF.
           START CE-ENROLL KEY NOT LESS THAN CEE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ CE-ENROLL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CEE-COURSE-ID NOT = WS-CRSE-ID
                           OR CEE-SEQ NOT = WS-SEQ
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CEE-ENROLLED
                               PERFORM 350-SET-COMPLETED
                               MOVE SESSION-OPER-ID TO CEE-UPD-BY
                               REWRITE CEE-REC
                               ADD 1 TO WS-CHANGED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 100-LIST-ROSTER.
           DISPLAY SCRN-ALL-DONE.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

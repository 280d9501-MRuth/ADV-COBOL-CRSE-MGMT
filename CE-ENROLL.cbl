       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE-ENROLL.
      *-----------------------------------------------------------------
      *ENROLLS PARTICIPANTS IN CONTINUING EDUCATION OFFERINGS. A NEW
      *PARTICIPANT IS ADDED HERE WITH ONLY A NAME AND AN EMAIL OR
      *PHONE - THE ADMISSION EDITS OF STUDENT-ADD DO NOT APPLY AND
      *NOTHING IS WRITTEN TO STUDENT-MASTER. AN OFFERING IS MARKED
      *FULL WHEN THE LAST SEAT IS TAKEN AND REOPENS WHEN A SEAT IS
      *GIVEN UP. THE OFFERING PRICE IS CARRIED ON THE ENROLLMENT FOR
      *CE-BILL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CE-PARTICIPANT ASSIGN      TO
                               '../FILES/CE-PARTICIPANT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CEP-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CE-ENROLL    ASSIGN        TO
                               '../FILES/CE-ENROLL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CEE-KEY
                               ALTERNATE KEY IS CEE-PART-KEY
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
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY CE-PART-RECS.
       COPY CE-ENROLL-RECS.
       COPY CE-COURSE-RECS.
       COPY CE-SECTION-RECS.
       COPY STU-MST-DEF.
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
               88  PART-FOUND              VALUE 'Y'.
           03  WS-OK               PIC X.
               88  DATA-OK                 VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-LINE             PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-PART-NAME        PIC X(31).
       01  WS-PART-DATA.
           03  WS-PART-ID          PIC 9(7).
           03  WS-L-NAME           PIC X(15).
           03  WS-F-NAME           PIC X(15).
           03  WS-EMAIL            PIC X(30).
           03  WS-PHONE            PIC X(10).
           03  WS-STREET           PIC X(25).
           03  WS-CITY             PIC X(20).
           03  WS-STATE            PIC XX.
           03  WS-ZIP              PIC X(5).
           03  WS-STU-ID           PIC 9(7).
       01  WS-ENRL-DATA.
           03  WS-CRSE-ID          PIC X(9).
           03  WS-SEQ              PIC 99.
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
           03  LINE 2  COL 20  VALUE
               'CONTINUING EDUCATION ENROLLMENT'.
       01  SCRN-PART-ID.
           03  LINE 4  COL 2   VALUE 'PARTICIPANT ID (0=NEW): '.
           03          COL 26  PIC 9(7) USING WS-PART-ID AUTO.
       01  SCRN-PART-DATA.
           03  LINE 5  COL 2   VALUE 'LAST NAME : '.
           03          COL 14  PIC X(15) USING WS-L-NAME AUTO.
           03          COL 32  VALUE 'FIRST NAME: '.
           03          COL 44  PIC X(15) USING WS-F-NAME AUTO.
           03  LINE 6  COL 2   VALUE 'EMAIL     : '.
           03          COL 14  PIC X(30) USING WS-EMAIL AUTO.
           03          COL 46  VALUE 'PHONE: '.
           03          COL 53  PIC X(10) USING WS-PHONE AUTO.
           03  LINE 7  COL 2   VALUE 'STREET    : '.
           03          COL 14  PIC X(25) USING WS-STREET AUTO.
           03          COL 41  VALUE 'CITY: '.
           03          COL 47  PIC X(20) USING WS-CITY AUTO.
           03  LINE 8  COL 2   VALUE 'STATE     : '.
           03          COL 14  PIC XX    USING WS-STATE AUTO.
           03          COL 18  VALUE 'ZIP: '.
           03          COL 23  PIC X(5)  USING WS-ZIP AUTO.
           03          COL 31  VALUE 'STUDENT ID IF ALSO ENROLLED: '.
           03          COL 60  PIC 9(7)  USING WS-STU-ID AUTO.
       01  SCRN-PART-SHOW.
           03  LINE 5  COL 2   VALUE 'NAME      : '.
           03          COL 14  PIC X(31) FROM WS-PART-NAME.
           03  LINE 6  COL 2   VALUE 'EMAIL     : '.
           03          COL 14  PIC X(30) FROM CEP-EMAIL.
           03          COL 46  VALUE 'PHONE: '.
           03          COL 53  PIC X(10) FROM CEP-PHONE.
       01  SCRN-ENRL-HDR.
           03  LINE 8  COL 2   VALUE
               'COURSE    NO S ENROLLED COMPLETE   CEUS    PRICE'.
           03          COL 51  VALUE 'BILLED'.
       01  SCRN-ENRL-LN.
           03  LINE WS-LINE COL 2  PIC X(9)     FROM CEE-COURSE-ID.
           03               COL 12 PIC 99       FROM CEE-SEQ.
           03               COL 15 PIC X        FROM CEE-STATUS.
           03               COL 17 PIC 9(8)     FROM CEE-ENROLL-DATE.
           03               COL 26 PIC 9(8)     FROM CEE-COMPLETE-DATE.
           03               COL 36 PIC Z9.9     FROM CEE-CEUS.
           03               COL 41 PIC ZZZZ9.99 FROM CEE-PRICE.
           03               COL 53 PIC X        FROM CEE-BILLED.
       01  SCRN-MORE.
           03  LINE 17 COL 2   VALUE '(MORE ENROLLMENTS NOT SHOWN)'.
       01  SCRN-ACTION.
           03  LINE 18 COL 2   VALUE
               'E) ENROLL  W) WITHDRAW  X) DONE'.
           03          COL 35  PIC X TO WS-SEL AUTO.
       01  SCRN-OFFERING.
           03  LINE 19 COL 2   VALUE 'COURSE ID: '.
           03          COL 13  PIC X(9) USING WS-CRSE-ID AUTO.
           03          COL 24  VALUE 'OFFERING NUMBER: '.
           03          COL 41  PIC 99   USING WS-SEQ AUTO.
       01  SCRN-OFFER-SHOW.
           03  LINE 20 COL 2   PIC X(35)    FROM CEC-TITLE.
           03          COL 38  PIC 9(8)     FROM CES-START-DATE.
           03          COL 47  PIC 9(8)     FROM CES-END-DATE.
           03          COL 57  VALUE 'PRICE: '.
           03          COL 64  PIC ZZZZ9.99 FROM CES-PRICE.
       01  SCRN-NOT-FOUND.
           03  LINE 22 COL 2   VALUE 'PARTICIPANT NOT ON FILE'.
       01  SCRN-PART-ERR.
           03  LINE 22 COL 2   VALUE
               'NAME AND AN EMAIL OR PHONE ARE REQUIRED - NOT ADDED'.
       01  SCRN-STU-ERR.
           03  LINE 22 COL 2   VALUE
               'STUDENT ID NOT ON STUDENT MASTER - NOT ADDED'.
       01  SCRN-PART-ADDED.
           03  LINE 22 COL 2   VALUE 'PARTICIPANT ADDED AS '.
           03          COL 23  PIC 9(7) FROM CEP-ID.
       01  SCRN-CRSE-ERR.
           03  LINE 22 COL 2   VALUE
               'COURSE NOT ON FILE OR INACTIVE - NOT ENROLLED'.
       01  SCRN-SECT-ERR.
           03  LINE 22 COL 2   VALUE
               'NO SUCH OFFERING - NOT ENROLLED'.
       01  SCRN-CLOSED-ERR.
           03  LINE 22 COL 2   VALUE
               'OFFERING IS FULL, CLOSED OR CANCELLED - NOT ENROLLED'.
       01  SCRN-ENDED-ERR.
           03  LINE 22 COL 2   VALUE
               'OFFERING HAS ALREADY ENDED - NOT ENROLLED'.
       01  SCRN-DUP-ERR.
           03  LINE 22 COL 2   VALUE
               'ALREADY ENROLLED IN THIS OFFERING'.
       01  SCRN-ENROLLED.
           03  LINE 22 COL 2   VALUE 'ENROLLED'.
       01  SCRN-WD-ERR.
           03  LINE 22 COL 2   VALUE
               'NOT CURRENTLY ENROLLED IN THIS OFFERING'.
       01  SCRN-WITHDRAWN.
           03  LINE 22 COL 2   VALUE 'WITHDRAWN'.
       01  SCRN-WD-BILLED.
           03  LINE 22 COL 2   VALUE
               'WITHDRAWN - ALREADY INVOICED, REFUND BY HAND'.
       01  SCRN-CONTINUE.
           03  LINE 24 COL 25  VALUE 'ANOTHER PARTICIPANT? (Y/N)'.
           03          COL 53  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'CE-ENROLL' TO WS-ERR-PGM.
           OPEN I-O CE-PARTICIPANT.
           MOVE 'CE-PARTICIPANT' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN I-O CE-ENROLL.
           MOVE 'CE-ENROLL' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT CE-COURSE.
           MOVE 'CE-COURSE' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN I-O CE-SECTION.
           MOVE 'CE-SECTION' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT STU-MST.
           MOVE 'STUDENT-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               MOVE ZERO TO WS-PART-ID
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-PART-ID
               ACCEPT  SCRN-PART-ID
               MOVE 'N' TO WS-FOUND
               IF WS-PART-ID = ZERO
                   PERFORM 300-ADD-PARTICIPANT
               ELSE
                   MOVE WS-PART-ID TO CEP-ID
                   READ CE-PARTICIPANT
                       INVALID KEY
                           DISPLAY SCRN-NOT-FOUND
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FOUND
                   END-READ
               END-IF
               IF PART-FOUND
                   PERFORM 100-LIST-ENROLLMENTS
                   PERFORM 200-ACTION-LOOP
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE CE-PARTICIPANT.
           CLOSE CE-ENROLL.
           CLOSE CE-COURSE.
           CLOSE CE-SECTION.
           CLOSE STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *SHOWS THE PARTICIPANT AND EVERY OFFERING THEY HAVE ENROLLED IN
       100-LIST-ENROLLMENTS.
           MOVE SPACES TO WS-PART-NAME.
           STRING CEP-F-NAME DELIMITED BY SPACE
                  WS-SPACE   DELIMITED BY SIZE
                  CEP-L-NAME DELIMITED BY SPACE
                  INTO WS-PART-NAME.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-PART-ID.
           DISPLAY SCRN-PART-SHOW.
           DISPLAY SCRN-ENRL-HDR.
           MOVE 9 TO WS-LINE.
           MOVE WS-PART-ID TO CEE-P-PART-ID.
           MOVE SPACES     TO CEE-P-COURSE-ID.
           MOVE ZERO       TO CEE-P-SEQ.
           MOVE 'N' TO WS-EOF.
           START CE-ENROLL KEY NOT LESS THAN CEE-PART-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ CE-ENROLL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CEE-P-PART-ID NOT = WS-PART-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-LINE < 17
                               DISPLAY SCRN-ENRL-LN
                               ADD 1 TO WS-LINE
                           ELSE
                               DISPLAY SCRN-MORE
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
                   WHEN 'E'
                   WHEN 'e'
                       PERFORM 400-ENROLL
                       PERFORM 100-LIST-ENROLLMENTS
                   WHEN 'W'
                   WHEN 'w'
                       PERFORM 500-WITHDRAW
                       PERFORM 100-LIST-ENROLLMENTS
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
      *A NEW PARTICIPANT NEEDS ONLY A NAME AND ONE WAY TO REACH THEM;
      *THE ID IS TAKEN FROM THE CONTROL RECORD, WHICH IS STARTED AT 1
      *THE FIRST TIME
       300-ADD-PARTICIPANT.
           MOVE SPACES TO WS-L-NAME WS-F-NAME WS-EMAIL WS-PHONE
                          WS-STREET WS-CITY WS-STATE WS-ZIP.
           MOVE ZERO   TO WS-STU-ID.
           DISPLAY SCRN-PART-DATA.
           ACCEPT  SCRN-PART-DATA.
           MOVE FUNCTION UPPER-CASE(WS-L-NAME) TO WS-L-NAME.
           MOVE FUNCTION UPPER-CASE(WS-F-NAME) TO WS-F-NAME.
           MOVE FUNCTION UPPER-CASE(WS-STREET) TO WS-STREET.
           MOVE FUNCTION UPPER-CASE(WS-CITY)   TO WS-CITY.
           MOVE FUNCTION UPPER-CASE(WS-STATE)  TO WS-STATE.
           IF WS-L-NAME = SPACES OR WS-F-NAME = SPACES
               OR (WS-EMAIL = SPACES AND WS-PHONE = SPACES)
               DISPLAY SCRN-PART-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-STU-ID NOT = ZERO
               MOVE WS-STU-ID TO STU-ID
               READ STU-MST
                   INVALID KEY
                       DISPLAY SCRN-STU-ERR
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           MOVE ZERO TO CEP-CTRL-KEY.
           READ CE-PARTICIPANT
               INVALID KEY
                   MOVE SPACES TO CEP-CTRL-REC
                   MOVE ZERO   TO CEP-CTRL-KEY
                   MOVE 1      TO CEP-NEXT-ID
                   WRITE CEP-CTRL-REC
           END-READ.
           MOVE CEP-NEXT-ID TO WS-PART-ID.
           ADD 1 TO CEP-NEXT-ID.
           REWRITE CEP-CTRL-REC.

           MOVE SPACES     TO CEP-REC.
           MOVE WS-PART-ID TO CEP-ID.
           MOVE WS-L-NAME  TO CEP-L-NAME.
           MOVE WS-F-NAME  TO CEP-F-NAME.
           MOVE WS-EMAIL   TO CEP-EMAIL.
           MOVE WS-PHONE   TO CEP-PHONE.
           MOVE WS-STREET  TO CEP-STREET.
           MOVE WS-CITY    TO CEP-CITY.
           MOVE WS-STATE   TO CEP-STATE.
           MOVE WS-ZIP     TO CEP-ZIP.
           MOVE WS-STU-ID  TO CEP-STU-ID.
           MOVE WS-TODAY   TO CEP-ADD-DATE.
           WRITE CEP-REC.
           DISPLAY SCRN-PART-ADDED.
           MOVE 'Y' TO WS-FOUND.
      *-----------------------------------------------------------------
       400-ENROLL.
           MOVE SPACES TO WS-CRSE-ID.
           MOVE ZERO   TO WS-SEQ.
           DISPLAY SCRN-OFFERING.
           ACCEPT  SCRN-OFFERING.
           MOVE FUNCTION UPPER-CASE(WS-CRSE-ID) TO WS-CRSE-ID.
           PERFORM 450-CHECK-OFFERING.
           IF NOT DATA-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CRSE-ID TO CEE-COURSE-ID.
           MOVE WS-SEQ     TO CEE-SEQ.
           MOVE WS-PART-ID TO CEE-PART-ID.
           READ CE-ENROLL
               INVALID KEY
                   MOVE SPACES      TO CEE-REC
                   MOVE WS-CRSE-ID  TO CEE-COURSE-ID CEE-P-COURSE-ID
                   MOVE WS-SEQ      TO CEE-SEQ CEE-P-SEQ
                   MOVE WS-PART-ID  TO CEE-PART-ID CEE-P-PART-ID
                   PERFORM 460-SET-ENROLLMENT
                   WRITE CEE-REC
               NOT INVALID KEY
      *A WITHDRAWN PARTICIPANT MAY RE-ENROLL
                   IF NOT CEE-WITHDRAWN
                       DISPLAY SCRN-DUP-ERR
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 460-SET-ENROLLMENT
                   REWRITE CEE-REC
           END-READ.

           ADD 1 TO CES-ENROLLED.
           IF CES-ENROLLED NOT < CES-CAPACITY
               MOVE 'F' TO CES-STATUS
           END-IF.
           MOVE WS-TODAY        TO CES-UPD-DATE.
           MOVE SESSION-OPER-ID TO CES-UPD-BY.
           REWRITE CES-REC.
           DISPLAY SCRN-ENROLLED.
      *-----------------------------------------------------------------
      *THE COURSE MUST BE ACTIVE AND THE OFFERING OPEN, NOT FULL AND
      *NOT YET OVER
       450-CHECK-OFFERING.
           MOVE 'N' TO WS-OK.
           MOVE WS-CRSE-ID TO CEC-ID.
           READ CE-COURSE
               INVALID KEY
                   DISPLAY SCRN-CRSE-ERR
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CEC-ACTIVE
               DISPLAY SCRN-CRSE-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CRSE-ID TO CES-COURSE-ID.
           MOVE WS-SEQ     TO CES-SEQ.
           READ CE-SECTION
               INVALID KEY
                   DISPLAY SCRN-SECT-ERR
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY SCRN-OFFER-SHOW.
           IF NOT CES-OPEN OR CES-ENROLLED NOT < CES-CAPACITY
               DISPLAY SCRN-CLOSED-ERR
               EXIT PARAGRAPH
           END-IF.
           IF CES-END-DATE < WS-TODAY
               DISPLAY SCRN-ENDED-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-OK.
      *-----------------------------------------------------------------
      *A RE-ENROLLMENT ALREADY INVOICED KEEPS ITS ORIGINAL CHARGE
       460-SET-ENROLLMENT.
           MOVE 'E'             TO CEE-STATUS.
           MOVE WS-TODAY        TO CEE-ENROLL-DATE.
           MOVE ZERO            TO CEE-COMPLETE-DATE.
           MOVE ZERO            TO CEE-CONTACT-HRS.
           MOVE ZERO            TO CEE-CEUS.
           MOVE SESSION-OPER-ID TO CEE-UPD-BY.
           IF NOT CEE-IS-BILLED
               MOVE CES-PRICE   TO CEE-PRICE
               MOVE 'N'         TO CEE-BILLED
               MOVE ZERO        TO CEE-BILL-DATE
           END-IF.
      *-----------------------------------------------------------------
      *ONLY AN ENROLLMENT STILL IN PROGRESS CAN BE WITHDRAWN; THE SEAT
      *GOES BACK TO THE OFFERING
       500-WITHDRAW.
           MOVE SPACES TO WS-CRSE-ID.
           MOVE ZERO   TO WS-SEQ.
           DISPLAY SCRN-OFFERING.
           ACCEPT  SCRN-OFFERING.
           MOVE FUNCTION UPPER-CASE(WS-CRSE-ID) TO WS-CRSE-ID.
           MOVE WS-CRSE-ID TO CEE-COURSE-ID.
           MOVE WS-SEQ     TO CEE-SEQ.
           MOVE WS-PART-ID TO CEE-PART-ID.
           READ CE-ENROLL
               INVALID KEY
                   DISPLAY SCRN-WD-ERR
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CEE-ENROLLED
               DISPLAY SCRN-WD-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE 'W'             TO CEE-STATUS.
           MOVE SESSION-OPER-ID TO CEE-UPD-BY.
           REWRITE CEE-REC.

           MOVE WS-CRSE-ID TO CES-COURSE-ID.
           MOVE WS-SEQ     TO CES-SEQ.
           READ CE-SECTION
               NOT INVALID KEY
                   IF CES-ENROLLED > ZERO
                       SUBTRACT 1 FROM CES-ENROLLED
                   END-IF
                   IF CES-CLOSED AND CES-ENROLLED < CES-CAPACITY
                       MOVE 'O' TO CES-STATUS
                   END-IF
                   MOVE WS-TODAY        TO CES-UPD-DATE
                   MOVE SESSION-OPER-ID TO CES-UPD-BY
                   REWRITE CES-REC
           END-READ.
           IF CEE-IS-BILLED
               DISPLAY SCRN-WD-BILLED
           ELSE
               DISPLAY SCRN-WITHDRAWN
           END-IF.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

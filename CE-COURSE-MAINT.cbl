       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE-COURSE-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE CONTINUING EDUCATION COURSE CATALOG AND THE
      *OFFERINGS OF EACH COURSE. A COURSE CARRIES CONTACT HOURS AND
      *CEUS INSTEAD OF CREDIT; AN OFFERING RUNS ON ITS OWN START AND
      *END DATES AND HAS A FLAT PRICE. CHANGES GO TO THE MAINTENANCE
      *AUDIT LOG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CE-COURSE    ASSIGN        TO
                               '../FILES/CE-COURSE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CEC-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CE-SECTION   ASSIGN        TO
                               '../FILES/CE-SECTION.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CES-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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
           03  WS-NEW-COURSE       PIC X.
               88  NEW-COURSE              VALUE 'Y'.
           03  WS-OK               PIC X.
               88  DATA-OK                 VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-LINE             PIC 99.
           03  WS-LAST-SEQ         PIC 99.
           03  WS-SEQ              PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-CRSE-DATA.
           03  WS-CEC-ID           PIC X(9).
           03  WS-CEC-TITLE        PIC X(35).
           03  WS-CEC-HRS          PIC 999V9.
           03  WS-CEC-CEUS         PIC 99V9.
           03  WS-CEC-STATUS       PIC X.
       01  WS-SECT-DATA.
           03  WS-CES-START        PIC 9(8).
           03  WS-CES-END          PIC 9(8).
           03  WS-CES-TIMES        PIC X(20).
           03  WS-CES-LOCATION     PIC X(20).
           03  WS-CES-INSTRUCTOR   PIC X(22).
           03  WS-CES-CAPACITY     PIC 999.
           03  WS-CES-PRICE        PIC 9(5)V99.
           03  WS-CES-STATUS       PIC X.
               88  WS-CES-STATUS-VALID     VALUE 'O' 'F' 'C'.
       01  WS-EDIT-HRS             PIC ZZ9.9.
       01  WS-EDIT-CEUS            PIC Z9.9.
       01  WS-EDIT-PRICE           PIC ZZZZ9.99.
       01  WS-EDIT-CAP             PIC ZZ9.
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
           03  LINE 2  COL 22  VALUE
               'CONTINUING EDUCATION COURSES'.
       01  SCRN-CRSE-ID.
           03  LINE 4  COL 2   VALUE 'COURSE ID  : '.
           03          COL 15  PIC X(9) USING WS-CEC-ID
                                        AUTO REQUIRED.
       01  SCRN-CRSE-DATA.
           03  LINE 5  COL 2   VALUE 'TITLE      : '.
           03          COL 15  PIC X(35) USING WS-CEC-TITLE AUTO.
           03  LINE 6  COL 2   VALUE 'CONTACT HRS: '.
           03          COL 15  PIC ZZ9.9 USING WS-CEC-HRS AUTO.
           03          COL 24  VALUE 'CEUS (0=HRS/10): '.
           03          COL 41  PIC Z9.9  USING WS-CEC-CEUS AUTO.
           03          COL 49  VALUE 'STATUS A/I: '.
           03          COL 61  PIC X     USING WS-CEC-STATUS AUTO.
       01  SCRN-SECT-HDR.
           03  LINE 8  COL 2   VALUE
               'NO START    END      LOCATION             INSTRUCTOR'.
           03          COL 58  VALUE 'CAP ENR    PRICE S'.
       01  SCRN-SECT-LN.
           03  LINE WS-LINE COL 2  PIC 99       FROM CES-SEQ.
           03               COL 5  PIC 9(8)     FROM CES-START-DATE.
           03               COL 14 PIC 9(8)     FROM CES-END-DATE.
           03               COL 23 PIC X(20)    FROM CES-LOCATION.
           03               COL 44 PIC X(13)    FROM CES-INSTRUCTOR.
           03               COL 58 PIC ZZ9      FROM CES-CAPACITY.
           03               COL 62 PIC ZZ9      FROM CES-ENROLLED.
           03               COL 66 PIC ZZZZ9.99 FROM CES-PRICE.
           03               COL 75 PIC X        FROM CES-STATUS.
       01  SCRN-MORE.
           03  LINE 17 COL 2   VALUE '(MORE OFFERINGS NOT SHOWN)'.
       01  SCRN-ACTION.
           03  LINE 18 COL 2   VALUE
               'C) CHANGE COURSE  A) ADD OFFERING  U) UPDATE OFFERING'.
           03          COL 56  VALUE 'X) DONE'.
           03          COL 64  PIC X TO WS-SEL AUTO.
       01  SCRN-SEQ.
           03  LINE 19 COL 2   VALUE 'OFFERING NUMBER: '.
           03          COL 19  PIC 99 TO WS-SEQ AUTO.
       01  SCRN-SECT-DATA.
           03  LINE 19 COL 2   VALUE 'START (CCYYMMDD): '.
           03          COL 20  PIC 9(8) USING WS-CES-START AUTO.
           03          COL 30  VALUE 'END: '.
           03          COL 35  PIC 9(8) USING WS-CES-END AUTO.
           03          COL 45  VALUE 'DAYS/TIMES: '.
           03          COL 57  PIC X(20) USING WS-CES-TIMES AUTO.
           03  LINE 20 COL 2   VALUE 'LOCATION: '.
           03          COL 12  PIC X(20) USING WS-CES-LOCATION AUTO.
           03          COL 34  VALUE 'INSTRUCTOR: '.
           03          COL 46  PIC X(22) USING WS-CES-INSTRUCTOR AUTO.
           03  LINE 21 COL 2   VALUE 'CAPACITY: '.
           03          COL 12  PIC ZZ9 USING WS-CES-CAPACITY AUTO.
           03          COL 17  VALUE 'PRICE: '.
           03          COL 24  PIC ZZZZ9.99 USING WS-CES-PRICE AUTO.
           03          COL 34  VALUE 'STATUS O)PEN F)ULL C)ANCEL: '.
           03          COL 62  PIC X USING WS-CES-STATUS AUTO.
       01  SCRN-NEW-CRSE.
           03  LINE 22 COL 2   VALUE
               'NEW COURSE - ENTER TITLE AND CONTACT HOURS'.
       01  SCRN-CRSE-ERR.
           03  LINE 22 COL 2   VALUE
               'TITLE, CONTACT HOURS AND STATUS A OR I ARE REQUIRED'.
       01  SCRN-DATE-ERR.
           03  LINE 22 COL 2   VALUE
               'START AND END DATES REQUIRED, END NOT BEFORE START'.
       01  SCRN-SECT-ERR.
           03  LINE 22 COL 2   VALUE
               'CAPACITY REQUIRED AND STATUS MUST BE O, F OR C'.
       01  SCRN-CAP-ERR.
           03  LINE 22 COL 2   VALUE
               'CAPACITY IS BELOW THE NUMBER ALREADY ENROLLED'.
       01  SCRN-INACTIVE-ERR.
           03  LINE 22 COL 2   VALUE
               'COURSE IS INACTIVE - NO NEW OFFERINGS'.
       01  SCRN-FULL-ERR.
           03  LINE 22 COL 2   VALUE
               'COURSE ALREADY HAS 99 OFFERINGS'.
       01  SCRN-SEQ-ERR.
           03  LINE 22 COL 2   VALUE 'NO OFFERING WITH THIS NUMBER'.
       01  SCRN-SAVED.
           03  LINE 22 COL 2   VALUE 'SAVED'.
       01  SCRN-CONTINUE.
           03  LINE 24 COL 25  VALUE 'ANOTHER COURSE? (Y/N)'.
           03          COL 48  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'CE-COURSE-MAINT' TO WS-ERR-PGM.
           OPEN I-O CE-COURSE.
           MOVE 'CE-COURSE' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN I-O CE-SECTION.
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
               MOVE SPACES TO WS-CEC-ID
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-CRSE-ID
               ACCEPT  SCRN-CRSE-ID
               MOVE FUNCTION UPPER-CASE(WS-CEC-ID) TO WS-CEC-ID
               MOVE WS-CEC-ID TO CEC-ID
               READ CE-COURSE
                   INVALID KEY
                       PERFORM 300-ADD-COURSE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-NEW-COURSE
               END-READ
               IF CEC-ID = WS-CEC-ID
                   PERFORM 100-LIST-OFFERINGS
                   PERFORM 200-ACTION-LOOP
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE CE-COURSE.
           CLOSE CE-SECTION.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *SHOWS THE COURSE AND LISTS ITS OFFERINGS, NOTING THE HIGHEST
      *OFFERING NUMBER SO AN ADD TAKES THE NEXT ONE
       100-LIST-OFFERINGS.
           MOVE CEC-TITLE       TO WS-CEC-TITLE.
           MOVE CEC-CONTACT-HRS TO WS-CEC-HRS.
           MOVE CEC-CEUS        TO WS-CEC-CEUS.
           MOVE CEC-STATUS      TO WS-CEC-STATUS.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-CRSE-ID.
           DISPLAY SCRN-CRSE-DATA.
           DISPLAY SCRN-SECT-HDR.
           MOVE 9 TO WS-LINE.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE WS-CEC-ID TO CES-COURSE-ID.
           MOVE ZERO      TO CES-SEQ.
           MOVE 'N' TO WS-EOF.
           START CE-SECTION KEY NOT LESS THAN CES-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ CE-SECTION NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CES-COURSE-ID NOT = WS-CEC-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE CES-SEQ TO WS-LAST-SEQ
                           IF WS-LINE < 17
                               DISPLAY SCRN-SECT-LN
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
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM 350-CHANGE-COURSE
                       PERFORM 100-LIST-OFFERINGS
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 400-ADD-OFFERING
                       PERFORM 100-LIST-OFFERINGS
                   WHEN 'U'
                   WHEN 'u'
                       PERFORM 500-UPDATE-OFFERING
                       PERFORM 100-LIST-OFFERINGS
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
      *A COURSE NOT ON FILE IS ADDED FROM THE SAME SCREEN; LEAVING THE
      *TITLE BLANK BACKS OUT
       300-ADD-COURSE.
           MOVE 'Y'    TO WS-NEW-COURSE.
           MOVE SPACES TO WS-CEC-TITLE.
           MOVE ZERO   TO WS-CEC-HRS.
           MOVE ZERO   TO WS-CEC-CEUS.
           MOVE 'A'    TO WS-CEC-STATUS.
           DISPLAY SCRN-NEW-CRSE.
           DISPLAY SCRN-CRSE-DATA.
           ACCEPT  SCRN-CRSE-DATA.
           PERFORM 450-VALIDATE-COURSE.
           IF NOT DATA-OK
               MOVE SPACES TO CEC-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES          TO CEC-REC.
           MOVE WS-CEC-ID       TO CEC-ID.
           PERFORM 460-MOVE-COURSE.
           WRITE CEC-REC.
           MOVE 'ADDED'         TO WS-AUD-FIELD.
           MOVE SPACES          TO WS-AUD-OLD.
           MOVE WS-CEC-TITLE    TO WS-AUD-NEW.
           PERFORM 610-AUDIT-COURSE.
      *-----------------------------------------------------------------
       350-CHANGE-COURSE.
           DISPLAY SCRN-CRSE-DATA.
           ACCEPT  SCRN-CRSE-DATA.
           PERFORM 450-VALIDATE-COURSE.
           IF NOT DATA-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-CEC-TITLE NOT = CEC-TITLE
               MOVE 'TITLE'      TO WS-AUD-FIELD
               MOVE CEC-TITLE    TO WS-AUD-OLD
               MOVE WS-CEC-TITLE TO WS-AUD-NEW
               PERFORM 610-AUDIT-COURSE
           END-IF.
           IF WS-CEC-HRS NOT = CEC-CONTACT-HRS
               OR WS-CEC-CEUS NOT = CEC-CEUS
               MOVE 'HOURS/CEUS' TO WS-AUD-FIELD
               MOVE CEC-CONTACT-HRS TO WS-EDIT-HRS
               MOVE CEC-CEUS        TO WS-EDIT-CEUS
               PERFORM 620-HOURS-TEXT
               MOVE WS-AUD-NEW      TO WS-AUD-OLD
               MOVE WS-CEC-HRS      TO WS-EDIT-HRS
               MOVE WS-CEC-CEUS     TO WS-EDIT-CEUS
               PERFORM 620-HOURS-TEXT
               PERFORM 610-AUDIT-COURSE
           END-IF.
           IF WS-CEC-STATUS NOT = CEC-STATUS
               MOVE 'STATUS'      TO WS-AUD-FIELD
               MOVE CEC-STATUS    TO WS-AUD-OLD
               MOVE WS-CEC-STATUS TO WS-AUD-NEW
               PERFORM 610-AUDIT-COURSE
           END-IF.
           PERFORM 460-MOVE-COURSE.
           REWRITE CEC-REC.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
       400-ADD-OFFERING.
           IF NOT CEC-ACTIVE
               DISPLAY SCRN-INACTIVE-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-LAST-SEQ = 99
               DISPLAY SCRN-FULL-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY TO WS-CES-START.
           MOVE WS-TODAY TO WS-CES-END.
           MOVE SPACES   TO WS-CES-TIMES.
           MOVE SPACES   TO WS-CES-LOCATION.
           MOVE SPACES   TO WS-CES-INSTRUCTOR.
           MOVE ZERO     TO WS-CES-CAPACITY.
           MOVE ZERO     TO WS-CES-PRICE.
           MOVE 'O'      TO WS-CES-STATUS.
           DISPLAY SCRN-SECT-DATA.
           ACCEPT  SCRN-SECT-DATA.
           MOVE ZERO TO CES-ENROLLED.
           PERFORM 470-VALIDATE-OFFERING.
           IF NOT DATA-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES    TO CES-REC.
           MOVE WS-CEC-ID TO CES-COURSE-ID.
           COMPUTE CES-SEQ = WS-LAST-SEQ + 1.
           MOVE ZERO      TO CES-ENROLLED.
           PERFORM 480-MOVE-OFFERING.
           WRITE CES-REC.
           MOVE 'OFFERING'   TO WS-AUD-FIELD.
           MOVE SPACES       TO WS-AUD-OLD.
           MOVE SPACES       TO WS-AUD-NEW.
           MOVE CES-PRICE    TO WS-EDIT-PRICE.
           STRING CES-START-DATE DELIMITED BY SIZE
                  WS-SPACE       DELIMITED BY SIZE
                  WS-EDIT-PRICE  DELIMITED BY SIZE
                  INTO WS-AUD-NEW.
           PERFORM 650-AUDIT-OFFERING.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
       500-UPDATE-OFFERING.
           MOVE ZERO TO WS-SEQ.
           DISPLAY SCRN-SEQ.
           ACCEPT  SCRN-SEQ.
           MOVE WS-CEC-ID TO CES-COURSE-ID.
           MOVE WS-SEQ    TO CES-SEQ.
           READ CE-SECTION
               INVALID KEY
                   DISPLAY SCRN-SEQ-ERR
                   EXIT PARAGRAPH
           END-READ.
           MOVE CES-START-DATE TO WS-CES-START.
           MOVE CES-END-DATE   TO WS-CES-END.
           MOVE CES-TIMES      TO WS-CES-TIMES.
           MOVE CES-LOCATION   TO WS-CES-LOCATION.
           MOVE CES-INSTRUCTOR TO WS-CES-INSTRUCTOR.
           MOVE CES-CAPACITY   TO WS-CES-CAPACITY.
           MOVE CES-PRICE      TO WS-CES-PRICE.
           MOVE CES-STATUS     TO WS-CES-STATUS.
           DISPLAY SCRN-SECT-DATA.
           ACCEPT  SCRN-SECT-DATA.
           PERFORM 470-VALIDATE-OFFERING.
           IF NOT DATA-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-CES-PRICE NOT = CES-PRICE
               MOVE 'PRICE'       TO WS-AUD-FIELD
               MOVE CES-PRICE     TO WS-EDIT-PRICE
               MOVE WS-EDIT-PRICE TO WS-AUD-OLD
               MOVE WS-CES-PRICE  TO WS-EDIT-PRICE
               MOVE WS-EDIT-PRICE TO WS-AUD-NEW
               PERFORM 650-AUDIT-OFFERING
           END-IF.
           IF WS-CES-CAPACITY NOT = CES-CAPACITY
               MOVE 'CAPACITY'    TO WS-AUD-FIELD
               MOVE CES-CAPACITY  TO WS-EDIT-CAP
               MOVE WS-EDIT-CAP   TO WS-AUD-OLD
               MOVE WS-CES-CAPACITY TO WS-EDIT-CAP
               MOVE WS-EDIT-CAP   TO WS-AUD-NEW
               PERFORM 650-AUDIT-OFFERING
           END-IF.
           IF WS-CES-STATUS NOT = CES-STATUS
               MOVE 'STATUS'      TO WS-AUD-FIELD
               MOVE CES-STATUS    TO WS-AUD-OLD
               MOVE WS-CES-STATUS TO WS-AUD-NEW
               PERFORM 650-AUDIT-OFFERING
           END-IF.
           IF WS-CES-START NOT = CES-START-DATE
               OR WS-CES-END NOT = CES-END-DATE
               MOVE 'DATES'       TO WS-AUD-FIELD
               MOVE SPACES        TO WS-AUD-OLD
               MOVE SPACES        TO WS-AUD-NEW
               STRING CES-START-DATE DELIMITED BY SIZE
                      WS-SPACE       DELIMITED BY SIZE
                      CES-END-DATE(3:6) DELIMITED BY SIZE
                      INTO WS-AUD-OLD
               STRING WS-CES-START   DELIMITED BY SIZE
                      WS-SPACE       DELIMITED BY SIZE
                      WS-CES-END(3:6) DELIMITED BY SIZE
                      INTO WS-AUD-NEW
               PERFORM 650-AUDIT-OFFERING
           END-IF.
           PERFORM 480-MOVE-OFFERING.
           REWRITE CES-REC.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
       450-VALIDATE-COURSE.
           MOVE 'N' TO WS-OK.
           MOVE FUNCTION UPPER-CASE(WS-CEC-TITLE)  TO WS-CEC-TITLE.
           MOVE FUNCTION UPPER-CASE(WS-CEC-STATUS) TO WS-CEC-STATUS.
           IF WS-CEC-TITLE = SPACES OR WS-CEC-HRS = ZERO
               OR (WS-CEC-STATUS NOT = 'A' AND WS-CEC-STATUS NOT = 'I')
               DISPLAY SCRN-CRSE-ERR
               EXIT PARAGRAPH
           END-IF.
      *ONE CEU PER TEN CONTACT HOURS UNLESS ENTERED
           IF WS-CEC-CEUS = ZERO
               COMPUTE WS-CEC-CEUS ROUNDED = WS-CEC-HRS / 10
           END-IF.
           MOVE 'Y' TO WS-OK.
      *-----------------------------------------------------------------
       460-MOVE-COURSE.
           MOVE WS-CEC-TITLE    TO CEC-TITLE.
           MOVE WS-CEC-HRS      TO CEC-CONTACT-HRS.
           MOVE WS-CEC-CEUS     TO CEC-CEUS.
           MOVE WS-CEC-STATUS   TO CEC-STATUS.
           MOVE WS-TODAY        TO CEC-UPD-DATE.
           MOVE SESSION-OPER-ID TO CEC-UPD-BY.
      *-----------------------------------------------------------------
       470-VALIDATE-OFFERING.
           MOVE 'N' TO WS-OK.
           MOVE FUNCTION UPPER-CASE(WS-CES-STATUS) TO WS-CES-STATUS.
           MOVE FUNCTION UPPER-CASE(WS-CES-LOCATION)
               TO WS-CES-LOCATION.
           MOVE FUNCTION UPPER-CASE(WS-CES-INSTRUCTOR)
               TO WS-CES-INSTRUCTOR.
           MOVE FUNCTION UPPER-CASE(WS-CES-TIMES) TO WS-CES-TIMES.
           IF WS-CES-START = ZERO OR WS-CES-END = ZERO
               OR WS-CES-END < WS-CES-START
               DISPLAY SCRN-DATE-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-CES-CAPACITY = ZERO OR NOT WS-CES-STATUS-VALID
               DISPLAY SCRN-SECT-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-CES-CAPACITY < CES-ENROLLED
               DISPLAY SCRN-CAP-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-OK.
      *-----------------------------------------------------------------
       480-MOVE-OFFERING.
           MOVE WS-CES-START      TO CES-START-DATE.
           MOVE WS-CES-END        TO CES-END-DATE.
           MOVE WS-CES-TIMES      TO CES-TIMES.
           MOVE WS-CES-LOCATION   TO CES-LOCATION.
           MOVE WS-CES-INSTRUCTOR TO CES-INSTRUCTOR.
           MOVE WS-CES-CAPACITY   TO CES-CAPACITY.
           MOVE WS-CES-PRICE      TO CES-PRICE.
           MOVE WS-CES-STATUS     TO CES-STATUS.
           MOVE WS-TODAY          TO CES-UPD-DATE.
           MOVE SESSION-OPER-ID   TO CES-UPD-BY.
      *-----------------------------------------------------------------
       610-AUDIT-COURSE.
           MOVE 'CE-COURSE-MAIN' TO WS-AUD-PGM.
           MOVE WS-CEC-ID        TO WS-AUD-KEY.
           PERFORM 690-WRITE-AUDIT.
      *-----------------------------------------------------------------
       620-HOURS-TEXT.
           MOVE SPACES TO WS-AUD-NEW.
           STRING WS-EDIT-HRS  DELIMITED BY SIZE
                  WS-SPACE     DELIMITED BY SIZE
                  WS-EDIT-CEUS DELIMITED BY SIZE
                  INTO WS-AUD-NEW.
      *-----------------------------------------------------------------
      *OFFERING CHANGES ARE KEYED BY COURSE AND OFFERING NUMBER
       650-AUDIT-OFFERING.
           MOVE 'CE-COURSE-MAIN' TO WS-AUD-PGM.
           MOVE SPACES           TO WS-AUD-KEY.
           STRING CES-COURSE-ID DELIMITED BY SPACE
                  WS-SPACE      DELIMITED BY SIZE
                  CES-SEQ       DELIMITED BY SIZE
                  INTO WS-AUD-KEY.
           PERFORM 690-WRITE-AUDIT.
      *-----------------------------------------------------------------
       690-WRITE-AUDIT.
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

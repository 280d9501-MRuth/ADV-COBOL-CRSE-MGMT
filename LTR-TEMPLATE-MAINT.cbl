       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTR-TEMPLATE-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE LETTER TEMPLATES THE LETTER PROGRAMS PRINT FROM.
      *A LETTER IS PICKED BY CODE AND ITS TEXT LISTED TWELVE LINES AT
      *A TIME; A LINE IS ADDED OR CHANGED BY NUMBER, OR DELETED. THE
      *HEADER CARRIES THE DESCRIPTION AND THE MAIL CLASS - O)FFICIAL
      *LETTERS GO TO EVERY STUDENT, G)ENERAL ONES ARE HELD BACK FROM
      *STUDENTS UNDER A PRIVACY HOLD. A NEW LETTER STARTS WITH ITS
      *HEADER. EVERY CHANGE STAMPS THE HEADER WITH THE DATE AND THE
      *OPERATOR AND LEAVES BEFORE/AFTER IMAGES ON THE MAINTENANCE
      *AUDIT FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTR-TEMPLATE ASSIGN        TO
                               '../FILES/LTR-TEMPLATE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS LT-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY LTR-TEMPLATE-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-CODE             PIC X(8).
           03  WS-FIRST-LINE       PIC 99.
           03  WS-LIST-LINE        PIC 99.
           03  WS-LINE-NO          PIC 99.
           03  WS-TEXT             PIC X(70).
           03  WS-OLD-TEXT         PIC X(70).
           03  WS-DESC             PIC X(40).
           03  WS-CLASS            PIC X.
               88  VALID-CLASS             VALUE 'O' 'G'.
           03  WS-OLD-DESC         PIC X(40).
           03  WS-OLD-CLASS        PIC X.
           03  WS-UPD-DATE         PIC 9(8).
           03  WS-UPD-BY           PIC X(8).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-HDR-FOUND        PIC X VALUE 'N'.
               88  HDR-FOUND               VALUE 'Y'.
           03  WS-LINE-FOUND       PIC X VALUE 'N'.
               88  LINE-FOUND              VALUE 'Y'.
           03  WS-MSG              PIC X(50) VALUE SPACES.
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
           03  LINE 2  COL 26  VALUE 'LETTER TEMPLATE MAINTENANCE'.
       01  SCRN-KEY.
           03  LINE 4  COL 5   VALUE 'LETTER CODE: '.
           03          COL 18  PIC X(8) TO WS-CODE
                                        AUTO REQUIRED.
       01  SCRN-KEY-SHOW.
           03  LINE 4  COL 5   VALUE 'LETTER CODE: '.
           03          COL 18  PIC X(8) FROM WS-CODE.
       01  SCRN-HDR.
           03  LINE 5  COL 5   PIC X(40) FROM WS-OLD-DESC.
           03          COL 47  VALUE 'CLASS: '.
           03          COL 54  PIC X FROM WS-OLD-CLASS.
           03          COL 57  PIC 9(8) FROM WS-UPD-DATE.
           03          COL 67  PIC X(8) FROM WS-UPD-BY.
       01  SCRN-NO-HDR.
           03  LINE 5  COL 5   VALUE
                   'NEW LETTER - ADD THE HEADER (H) FIRST'.
       01  SCRN-MERGE-HELP.
           03  LINE 6  COL 5   VALUE
              'MERGE: &NAME &ID &ADDR &TERM &COURSES &BALANCE &GPA'.
           03  LINE 7  COL 5   VALUE
              '       &DATE &SCHOOL &SCHADDR &INFO1 &INFO2 &INFO3'.
       01  SCRN-LIST-LINE.
           03  LINE WS-LIST-LINE COL 5
                               PIC 99 FROM LT-LINE.
           03          COL 9   PIC X(70) FROM LT-TEXT.
       01  SCRN-ACTION.
           03  LINE 20 COL 5   VALUE
                   'E) EDIT LINE  D) DELETE LINE  H) HEADER'.
           03          COL 45  VALUE
                   'N) NEXT  T) TOP  X) DONE'.
           03          COL 71  PIC X TO WS-SEL AUTO.
       01  SCRN-LINE-NO.
           03  LINE 21 COL 5   VALUE 'LINE NUMBER: '.
           03          COL 18  PIC 99 TO WS-LINE-NO AUTO.
       01  SCRN-TEXT.
           03  LINE 21 COL 5   PIC 99 FROM WS-LINE-NO.
           03          COL 9   PIC X(70) USING WS-TEXT.
       01  SCRN-HDR-DATA.
           03  LINE 21 COL 5   VALUE 'DESCRIPTION: '.
           03          COL 18  PIC X(40) USING WS-DESC.
           03          COL 60  VALUE 'O/G: '.
           03          COL 65  PIC X USING WS-CLASS AUTO.
       01  SCRN-MSG.
           03  LINE 22 COL 5   PIC X(50) FROM WS-MSG.
       01  SCRN-CONTINUE.
           03  LINE 23 COL 5   VALUE 'ANOTHER LETTER? (Y/N)'.
           03          COL 28  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'LTR-TEMPLATE-MAINT' TO WS-ERR-PGM.
           OPEN I-O LTR-TEMPLATE.
           MOVE 'LTR-TEMPLATE' TO WS-ERR-FILE
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
               DISPLAY SCRN-KEY
               ACCEPT  SCRN-KEY
               MOVE FUNCTION UPPER-CASE(WS-CODE) TO WS-CODE
               MOVE 1 TO WS-FIRST-LINE
               MOVE SPACES TO WS-MSG
               MOVE SPACE TO WS-SEL
               PERFORM UNTIL WS-SEL = 'X'
                   PERFORM 100-SHOW-LETTER
                   PERFORM 200-ACTION
               END-PERFORM
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE LTR-TEMPLATE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-LETTER.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-KEY-SHOW.
           PERFORM 110-GET-HEADER.
           IF HDR-FOUND
               DISPLAY SCRN-HDR
           ELSE
               DISPLAY SCRN-NO-HDR
           END-IF.
           DISPLAY SCRN-MERGE-HELP.
           PERFORM 150-LIST-LINES.
           DISPLAY SCRN-MSG.
           MOVE SPACES TO WS-MSG.
      *-----------------------------------------------------------------
       110-GET-HEADER.
           MOVE 'N'    TO WS-HDR-FOUND.
           MOVE SPACES TO WS-OLD-DESC.
           MOVE SPACE  TO WS-OLD-CLASS.
           MOVE ZERO   TO WS-UPD-DATE.
           MOVE SPACES TO WS-UPD-BY.
           MOVE WS-CODE TO LT-CODE.
           MOVE 0       TO LT-LINE.
           READ LTR-TEMPLATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HDR-FOUND
                   MOVE LT-DESC     TO WS-OLD-DESC
                   MOVE LT-CLASS    TO WS-OLD-CLASS
                   MOVE LT-UPD-DATE TO WS-UPD-DATE
                   MOVE LT-UPD-BY   TO WS-UPD-BY
           END-READ.
      *-----------------------------------------------------------------
      *TWELVE LINES OF TEXT FROM THE FIRST LINE ASKED FOR
       150-LIST-LINES.
           MOVE WS-CODE       TO LT-CODE.
           MOVE WS-FIRST-LINE TO LT-LINE.
           MOVE 8 TO WS-LIST-LINE.
           MOVE 'N' TO WS-EOF.
           START LTR-TEMPLATE KEY NOT LESS THAN LT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF OR WS-LIST-LINE > 19
               READ LTR-TEMPLATE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LT-CODE NOT = WS-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DISPLAY SCRN-LIST-LINE
                           ADD 1 TO WS-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-SEL) TO WS-SEL.
           EVALUATE WS-SEL
               WHEN 'E'
                   PERFORM 300-EDIT-LINE
               WHEN 'D'
                   PERFORM 400-DELETE-LINE
               WHEN 'H'
                   PERFORM 500-EDIT-HEADER
               WHEN 'N'
                   IF WS-FIRST-LINE < 88
                       ADD 12 TO WS-FIRST-LINE
                   END-IF
               WHEN 'T'
                   MOVE 1 TO WS-FIRST-LINE
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-EDIT-LINE.
           IF NOT HDR-FOUND
               MOVE 'ADD THE HEADER (H) BEFORE ANY TEXT' TO WS-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINE-NO.
           DISPLAY SCRN-LINE-NO.
           ACCEPT  SCRN-LINE-NO.
           IF WS-LINE-NO NOT NUMERIC OR WS-LINE-NO = 0
               MOVE 'LINE NUMBER MUST BE 01 TO 99' TO WS-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM 350-GET-LINE.
           MOVE WS-OLD-TEXT TO WS-TEXT.
           DISPLAY SCRN-TEXT.
           ACCEPT  SCRN-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-TEXT) TO WS-TEXT.

           MOVE WS-CODE    TO LT-CODE.
           MOVE WS-LINE-NO TO LT-LINE.
           MOVE WS-TEXT    TO LT-TEXT.
           IF LINE-FOUND
               REWRITE LT-REC
           ELSE
               WRITE LT-REC
           END-IF.
           MOVE 'LINE SAVED' TO WS-MSG.

           MOVE SPACES TO WS-AUD-FIELD.
           STRING 'LINE '    DELIMITED BY SIZE
                  WS-LINE-NO DELIMITED BY SIZE
                  INTO WS-AUD-FIELD.
           MOVE WS-OLD-TEXT TO WS-AUD-OLD.
           MOVE WS-TEXT     TO WS-AUD-NEW.
           PERFORM 510-WRITE-AUDIT.
           PERFORM 550-STAMP-HEADER.
      *-----------------------------------------------------------------
       350-GET-LINE.
           MOVE 'N'    TO WS-LINE-FOUND.
           MOVE SPACES TO WS-OLD-TEXT.
           MOVE WS-CODE    TO LT-CODE.
           MOVE WS-LINE-NO TO LT-LINE.
           READ LTR-TEMPLATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LINE-FOUND
                   MOVE LT-TEXT TO WS-OLD-TEXT
           END-READ.
      *-----------------------------------------------------------------
       400-DELETE-LINE.
           MOVE 0 TO WS-LINE-NO.
           DISPLAY SCRN-LINE-NO.
           ACCEPT  SCRN-LINE-NO.
           IF WS-LINE-NO NOT NUMERIC OR WS-LINE-NO = 0
               MOVE 'LINE NUMBER MUST BE 01 TO 99' TO WS-MSG
               EXIT PARAGRAPH
           END-IF.
           PERFORM 350-GET-LINE.
           IF NOT LINE-FOUND
               MOVE 'NO SUCH LINE ON THIS LETTER' TO WS-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CODE    TO LT-CODE.
           MOVE WS-LINE-NO TO LT-LINE.
           DELETE LTR-TEMPLATE RECORD.
           MOVE 'LINE DELETED' TO WS-MSG.

           MOVE SPACES TO WS-AUD-FIELD.
           STRING 'LINE '    DELIMITED BY SIZE
                  WS-LINE-NO DELIMITED BY SIZE
                  INTO WS-AUD-FIELD.
           MOVE WS-OLD-TEXT TO WS-AUD-OLD.
           MOVE SPACES      TO WS-AUD-NEW.
           PERFORM 510-WRITE-AUDIT.
           PERFORM 550-STAMP-HEADER.
      *-----------------------------------------------------------------
       500-EDIT-HEADER.
           MOVE WS-OLD-DESC  TO WS-DESC.
           MOVE WS-OLD-CLASS TO WS-CLASS.
           IF NOT HDR-FOUND
               MOVE 'O' TO WS-CLASS
           END-IF.
           DISPLAY SCRN-HDR-DATA.
           ACCEPT  SCRN-HDR-DATA.
           MOVE FUNCTION UPPER-CASE(WS-DESC)  TO WS-DESC.
           MOVE FUNCTION UPPER-CASE(WS-CLASS) TO WS-CLASS.
           IF WS-DESC = SPACES
               MOVE 'DESCRIPTION IS REQUIRED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF.
           IF NOT VALID-CLASS
               MOVE 'CLASS MUST BE O)FFICIAL OR G)ENERAL' TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES          TO LT-REC.
           MOVE WS-CODE         TO LT-CODE.
           MOVE 0               TO LT-LINE.
           MOVE WS-DESC         TO LT-DESC.
           MOVE WS-CLASS        TO LT-CLASS.
           MOVE WS-TODAY        TO LT-UPD-DATE.
           MOVE SESSION-OPER-ID TO LT-UPD-BY.
           IF HDR-FOUND
               REWRITE LT-REC
           ELSE
               WRITE LT-REC
           END-IF.
           MOVE 'HEADER SAVED' TO WS-MSG.

           IF WS-DESC NOT = WS-OLD-DESC OR NOT HDR-FOUND
               MOVE 'DESCRIPTION' TO WS-AUD-FIELD
               MOVE WS-OLD-DESC   TO WS-AUD-OLD
               MOVE WS-DESC       TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-CLASS NOT = WS-OLD-CLASS
               MOVE 'CLASS'       TO WS-AUD-FIELD
               MOVE WS-OLD-CLASS  TO WS-AUD-OLD
               MOVE WS-CLASS      TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER CHANGE, KEYED BY LETTER CODE
       510-WRITE-AUDIT.
           MOVE 'LTR-TEMPLATE-MN' TO WS-AUD-PGM.
           MOVE WS-CODE           TO WS-AUD-KEY.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
      *A TEXT CHANGE RECORDS WHO LAST TOUCHED THE LETTER AND WHEN
       550-STAMP-HEADER.
           MOVE WS-CODE TO LT-CODE.
           MOVE 0       TO LT-LINE.
           READ LTR-TEMPLATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-TODAY        TO LT-UPD-DATE
                   MOVE SESSION-OPER-ID TO LT-UPD-BY
                   REWRITE LT-REC
           END-READ.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

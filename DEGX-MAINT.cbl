       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGX-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE APPROVED DEGREE AUDIT EXCEPTIONS FOR A STUDENT -
      *COURSE SUBSTITUTIONS, REQUIREMENT WAIVERS, AND COURSES APPLIED
      *TO A GEN-ED BUCKET THEY ARE NOT TAGGED FOR. EACH EXCEPTION IS
      *RECORDED WITH THE APPROVER AND APPROVAL DATE; ADDS AND DELETES
      *GO TO THE MAINTENANCE AUDIT LOG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEGX-MASTER  ASSIGN        TO
                               '../FILES/DEGX-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DX-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT CRSE-MASTER  ASSIGN        TO
                               '../FILES/COURSE-MASTER-SORT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRSE-ID
                               FILE STATUS   IS WS-STAT.
           SELECT MAJOR-MASTER ASSIGN        TO
                               '../FILES/MAJOR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MAJOR-CODE
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY DEGX-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY MAJOR-MASTER-RECS.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
           03  CRSE-NAME      PIC X(35).
           03  CRSE-CREDIT    PIC X(4).
           03  CRSE-STAT      PIC X.
           03  CRSE-PREREQ    PIC X(9).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-SEQ              PIC 99.
           03  WS-LAST-SEQ         PIC 99.
           03  WS-DX-COUNT         PIC 99.
           03  WS-DX-TYPE          PIC X.
               88  VALID-DX-TYPE           VALUE 'S' 'W' 'B'.
           03  WS-DX-PROG          PIC X(4).
           03  WS-DX-REQ           PIC X(9).
           03  WS-DX-CRSE          PIC X(9).
           03  WS-DX-ATTR          PIC X(4).
           03  WS-DX-APPROVER      PIC X(20).
           03  WS-DX-DATE          PIC 9(8).
           03  WS-DX-OK            PIC X.
               88  DX-OK                   VALUE 'Y'.
           03  WS-LINE             PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-DTL-LN.
           03  WS-STU-ID               PIC 9(7).
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
           03  LINE 3  COL 27  VALUE 'DEGREE AUDIT EXCEPTIONS'.
       01  SCRN-DATA.
           03  SCRN-STU-ID.
               05  LINE 5  COL 25  VALUE   'STUDENT ID   : '.
               05          COL 42  PIC 9(7) USING WS-STU-ID
                                            AUTO REQUIRED.
           03  SCRN-STU-NAME.
               05  LINE 6  COL 25  VALUE   'STUDENT NAME : '.
               05          COL 42  PIC X(20) FROM WS-STU-NAME.
       01  SCRN-DX-HDR.
           03  LINE 8  COL 2  VALUE
               'SEQ T PROG REQUIRED  TAKEN     ATTR APPROVED BY'.
           03          COL 70 VALUE 'DATE'.
       01  SCRN-DX-LN.
           03  LINE WS-LINE COL 3  PIC 99    FROM DX-SEQ.
           03               COL 6  PIC X     FROM DX-TYPE.
           03               COL 8  PIC X(4)  FROM DX-PROG-CODE.
           03               COL 13 PIC X(9)  FROM DX-REQ-COURSE.
           03               COL 23 PIC X(9)  FROM DX-CRSE-ID.
           03               COL 33 PIC X(4)  FROM DX-ATTR.
           03               COL 38 PIC X(20) FROM DX-APPROVER.
           03               COL 70 PIC 9(8)  FROM DX-APPR-DATE.
       01  SCRN-MORE.
           03  LINE 17 COL 2   VALUE '(MORE EXCEPTIONS NOT SHOWN)'.
       01  SCRN-ACTION.
           03  LINE 18 COL 2   VALUE
               'A) ADD EXCEPTION  D) DELETE EXCEPTION  X) DONE'.
           03          COL 50  PIC X TO WS-SEL AUTO.
       01  SCRN-DX-DATA.
           03  LINE 19 COL 2   VALUE
               'TYPE S)UBSTITUTE W)AIVE B)UCKET: '.
           03          COL 35  PIC X USING WS-DX-TYPE AUTO.
           03          COL 38  VALUE 'PROGRAM (BLANK=ALL): '.
           03          COL 59  PIC X(4) USING WS-DX-PROG AUTO.
           03  LINE 20 COL 2   VALUE 'REQUIRED COURSE: '.
           03          COL 19  PIC X(9) USING WS-DX-REQ AUTO.
           03          COL 30  VALUE 'COURSE TAKEN: '.
           03          COL 44  PIC X(9) USING WS-DX-CRSE AUTO.
           03          COL 55  VALUE 'ATTRIBUTE: '.
           03          COL 66  PIC X(4) USING WS-DX-ATTR AUTO.
           03  LINE 21 COL 2   VALUE 'APPROVED BY    : '.
           03          COL 19  PIC X(20) USING WS-DX-APPROVER AUTO.
           03          COL 41  VALUE 'DATE (CCYYMMDD): '.
           03          COL 58  PIC 9(8) USING WS-DX-DATE AUTO.
       01  SCRN-SEQ.
           03  LINE 19 COL 2   VALUE 'SEQUENCE TO DELETE: '.
           03          COL 22  PIC 99 TO WS-SEQ AUTO.
       01  SCRN-ERR1.
           03  LINE 5  COL 30  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-TYPE-ERR.
           03  LINE 22 COL 2   VALUE
               'TYPE MUST BE S, W OR B - NOT SAVED'.
       01  SCRN-FIELD-ERR.
           03  LINE 22 COL 2   VALUE
               'S NEEDS REQUIRED AND TAKEN, W REQUIRED, B TAKEN AND '.
           03          COL 54  VALUE 'ATTRIBUTE'.
       01  SCRN-CRSE-ERR.
           03  LINE 22 COL 2   VALUE
               'COURSE NOT ON COURSE MASTER - NOT SAVED'.
       01  SCRN-PROG-ERR.
           03  LINE 22 COL 2   VALUE
               'PROGRAM NOT ON MAJOR MASTER - NOT SAVED'.
       01  SCRN-APPR-ERR.
           03  LINE 22 COL 2   VALUE
               'APPROVER AND APPROVAL DATE ARE REQUIRED - NOT SAVED'.
       01  SCRN-FULL-ERR.
           03  LINE 22 COL 2   VALUE
               'STUDENT ALREADY HAS 30 EXCEPTIONS - NOT SAVED'.
       01  SCRN-SAVED.
           03  LINE 22 COL 2   VALUE 'EXCEPTION SAVED'.
       01  SCRN-DELETED.
           03  LINE 22 COL 2   VALUE 'EXCEPTION DELETED'.
       01  SCRN-DEL-ERR.
           03  LINE 22 COL 2   VALUE 'NO EXCEPTION AT THIS SEQUENCE'.
       01  SCRN-CONTINUE.
           03  LINE 24 COL 25  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 49  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'DEGX-MAINT' TO WS-ERR-PGM.
           OPEN I-O DEGX-MASTER.
           MOVE 'DEGX-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT STU-MST.
           MOVE 'STUDENT-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT CRSE-MASTER.
           MOVE 'COURSE-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT MAJOR-MASTER.
           MOVE 'MAJOR-MASTER' TO WS-ERR-FILE
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
               DISPLAY SCRN-STU-ID
               ACCEPT  SCRN-STU-ID

               MOVE WS-STU-ID TO STU-ID
               READ STU-MST
                   INVALID KEY
                       DISPLAY BLNK-SCRN
                       DISPLAY SCRN-ERR1
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-STU-NAME
                       STRING
                       STU-F-NAME DELIMITED BY SPACE
                       WS-SPACE   DELIMITED BY SIZE
                       STU-L-NAME DELIMITED BY SPACE
                       INTO WS-STU-NAME
                       PERFORM 100-LIST-EXCEPTIONS
                       PERFORM 200-ACTION-LOOP
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
               END-READ
           END-PERFORM.

           CLOSE DEGX-MASTER.
           CLOSE STU-MST.
           CLOSE CRSE-MASTER.
           CLOSE MAJOR-MASTER.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *LISTS THE STUDENT'S EXCEPTIONS AND NOTES THE HIGHEST SEQUENCE
      *IN USE SO AN ADD TAKES THE NEXT ONE
       100-LIST-EXCEPTIONS.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-DATA.
           DISPLAY SCRN-DX-HDR.
           MOVE 9 TO WS-LINE.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE 0 TO WS-DX-COUNT.
           MOVE WS-STU-ID  TO DX-STU-ID.
           MOVE ZERO       TO DX-SEQ.
           MOVE 'N' TO WS-EOF.
           START DEGX-MASTER KEY NOT LESS THAN DX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ DEGX-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DX-STU-ID NOT = WS-STU-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE DX-SEQ TO WS-LAST-SEQ
                           ADD 1 TO WS-DX-COUNT
                           IF WS-LINE < 17
                               DISPLAY SCRN-DX-LN
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
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 400-ADD-EXCEPTION
                       PERFORM 100-LIST-EXCEPTIONS
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM 500-DELETE-EXCEPTION
                       PERFORM 100-LIST-EXCEPTIONS
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       400-ADD-EXCEPTION.
           IF WS-DX-COUNT >= 30 OR WS-LAST-SEQ = 99
               DISPLAY SCRN-FULL-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE    TO WS-DX-TYPE.
           MOVE SPACES   TO WS-DX-PROG.
           MOVE SPACES   TO WS-DX-REQ.
           MOVE SPACES   TO WS-DX-CRSE.
           MOVE SPACES   TO WS-DX-ATTR.
           MOVE SPACES   TO WS-DX-APPROVER.
           MOVE WS-TODAY TO WS-DX-DATE.
           DISPLAY SCRN-DX-DATA.
           ACCEPT  SCRN-DX-DATA.
           MOVE FUNCTION UPPER-CASE(WS-DX-TYPE) TO WS-DX-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-DX-PROG) TO WS-DX-PROG.
           MOVE FUNCTION UPPER-CASE(WS-DX-REQ)  TO WS-DX-REQ.
           MOVE FUNCTION UPPER-CASE(WS-DX-CRSE) TO WS-DX-CRSE.
           MOVE FUNCTION UPPER-CASE(WS-DX-ATTR) TO WS-DX-ATTR.
           MOVE FUNCTION UPPER-CASE(WS-DX-APPROVER)
               TO WS-DX-APPROVER.

           PERFORM 450-VALIDATE.
           IF NOT DX-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES          TO DX-REC.
           MOVE WS-STU-ID       TO DX-STU-ID.
           COMPUTE DX-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-DX-TYPE      TO DX-TYPE.
           MOVE WS-DX-PROG      TO DX-PROG-CODE.
           MOVE WS-DX-APPROVER  TO DX-APPROVER.
           MOVE WS-DX-DATE      TO DX-APPR-DATE.
           MOVE SESSION-OPER-ID TO DX-ENTERED-BY.
      *ONLY THE FIELDS THE TYPE USES ARE KEPT
           IF WS-DX-TYPE NOT = 'B'
               MOVE WS-DX-REQ   TO DX-REQ-COURSE
           END-IF.
           IF WS-DX-TYPE NOT = 'W'
               MOVE WS-DX-CRSE  TO DX-CRSE-ID
           END-IF.
           IF WS-DX-TYPE = 'B'
               MOVE WS-DX-ATTR  TO DX-ATTR
           END-IF.
           WRITE DX-REC.
           MOVE SPACES TO WS-AUD-OLD.
           PERFORM 600-AUDIT-EXCEPTION.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
       450-VALIDATE.
           MOVE 'N' TO WS-DX-OK.
           IF NOT VALID-DX-TYPE
               DISPLAY SCRN-TYPE-ERR
               EXIT PARAGRAPH
           END-IF.
           IF (WS-DX-TYPE = 'S'
                   AND (WS-DX-REQ = SPACES OR WS-DX-CRSE = SPACES))
               OR (WS-DX-TYPE = 'W' AND WS-DX-REQ = SPACES)
               OR (WS-DX-TYPE = 'B'
                   AND (WS-DX-CRSE = SPACES OR WS-DX-ATTR = SPACES))
               DISPLAY SCRN-FIELD-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-DX-APPROVER = SPACES OR WS-DX-DATE = ZERO
               DISPLAY SCRN-APPR-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-DX-TYPE NOT = 'B'
               MOVE WS-DX-REQ TO CRSE-ID
               READ CRSE-MASTER
                   INVALID KEY
                       DISPLAY SCRN-CRSE-ERR
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           IF WS-DX-TYPE NOT = 'W'
               MOVE WS-DX-CRSE TO CRSE-ID
               READ CRSE-MASTER
                   INVALID KEY
                       DISPLAY SCRN-CRSE-ERR
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           IF WS-DX-PROG NOT = SPACES
               MOVE WS-DX-PROG TO MAJOR-CODE
               READ MAJOR-MASTER
                   INVALID KEY
                       DISPLAY SCRN-PROG-ERR
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE 'Y' TO WS-DX-OK.
      *-----------------------------------------------------------------
       500-DELETE-EXCEPTION.
           MOVE ZERO TO WS-SEQ.
           DISPLAY SCRN-SEQ.
           ACCEPT  SCRN-SEQ.
           MOVE WS-STU-ID TO DX-STU-ID.
           MOVE WS-SEQ    TO DX-SEQ.
           READ DEGX-MASTER
               INVALID KEY
                   DISPLAY SCRN-DEL-ERR
               NOT INVALID KEY
                   PERFORM 650-DESCRIBE-EXCEPTION
                   DELETE DEGX-MASTER RECORD
                   MOVE WS-AUD-NEW TO WS-AUD-OLD
                   MOVE 'DELETED'  TO WS-AUD-NEW
                   PERFORM 610-WRITE-AUDIT
                   DISPLAY SCRN-DELETED
           END-READ.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER EXCEPTION ADDED OR DELETED, KEYED BY
      *STUDENT AND SEQUENCE
       600-AUDIT-EXCEPTION.
           PERFORM 650-DESCRIBE-EXCEPTION.
           PERFORM 610-WRITE-AUDIT.
      *-----------------------------------------------------------------
       610-WRITE-AUDIT.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
       650-DESCRIBE-EXCEPTION.
           MOVE 'DEGX-MAINT'    TO WS-AUD-PGM.
           MOVE SPACES          TO WS-AUD-KEY.
           STRING DX-STU-ID DELIMITED BY SIZE
                  WS-SPACE  DELIMITED BY SIZE
                  DX-SEQ    DELIMITED BY SIZE
                  INTO WS-AUD-KEY.
           MOVE SPACES          TO WS-AUD-NEW.
           EVALUATE TRUE
               WHEN DX-SUBSTITUTE
                   MOVE 'SUBSTITUTE'  TO WS-AUD-FIELD
                   STRING DX-REQ-COURSE DELIMITED BY SIZE
                          WS-SPACE      DELIMITED BY SIZE
                          DX-CRSE-ID    DELIMITED BY SIZE
                          INTO WS-AUD-NEW
               WHEN DX-WAIVER
                   MOVE 'WAIVER'      TO WS-AUD-FIELD
                   MOVE DX-REQ-COURSE TO WS-AUD-NEW
               WHEN OTHER
                   MOVE 'BUCKET'      TO WS-AUD-FIELD
                   STRING DX-CRSE-ID    DELIMITED BY SIZE
                          WS-SPACE      DELIMITED BY SIZE
                          DX-ATTR       DELIMITED BY SIZE
                          INTO WS-AUD-NEW
           END-EVALUATE.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

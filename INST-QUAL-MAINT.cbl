       IDENTIFICATION DIVISION.
       PROGRAM-ID. INST-QUAL-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS AN INSTRUCTOR'S TEACHING QUALIFICATIONS - HIGHEST
      *DEGREE AND ITS DISCIPLINE, GRADUATE HOURS BY DISCIPLINE,
      *COURSES AND DEPARTMENTS APPROVED BY THE DEAN, AND DOCUMENTED
      *EXCEPTIONS. SCHEDULE MAINTENANCE AND SUBSTITUTE ASSIGNMENT
      *TEST AN INSTRUCTOR AGAINST THESE ROWS, AND THE ACCREDITATION
      *ROSTER REPORTS THE ONE EACH SECTION RESTS ON. EVERY CHANGE IS
      *WRITTEN TO THE MAINTENANCE AUDIT LOG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INST-QUAL    ASSIGN        TO
                               '../FILES/INST-QUAL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS IQ-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT INSTR-MASTER ASSIGN        TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS INSTR-ID
                               ALTERNATE KEY IS INSTR-NAME
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-MASTER  ASSIGN        TO
                               '../FILES/COURSE-MASTER-SORT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRSE-ID
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY INST-QUAL-RECS.
       FD  INSTR-MASTER.
       01  INSTR-REC.
           03  INSTR-ID    PIC 9999.
           03  INSTR-NAME  PIC X(22).
           03  INSTR-DEPT    PIC X(4).
           03  INSTR-OFFICE  PIC X(11).
           03  INSTR-PHONE.
               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
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
           03  WS-INST-ID          PIC 9(4).
           03  WS-TYPE             PIC X.
           03  WS-CODE             PIC X(9).
           03  WS-DEGREE           PIC X(4).
           03  WS-LEVEL            PIC X.
               88  WS-LEVEL-OK             VALUE 'B' 'M' 'D'.
           03  WS-DISC             PIC X(4).
           03  WS-HRS              PIC 999.
           03  WS-APPROVER         PIC X(20).
           03  WS-NOTE             PIC X(30).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-LINE             PIC 99.
           03  WS-ROWS             PIC 99.
           03  WS-FOUND            PIC X   VALUE 'N'.
               88  ROW-FOUND               VALUE 'Y'.
           03  WS-HRS-D            PIC ZZ9.
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15) VALUE 'INST-QUAL-MAINT'.
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
           03  LINE 2  COL 27  VALUE 'TEACHING QUALIFICATIONS'.
       01  SCRN-ID.
           03  LINE 4  COL 20  VALUE 'INSTRUCTOR ID : '.
           03          COL 37  PIC 9(4) TO WS-INST-ID
                                        AUTO REQUIRED.
       01  SCRN-INST-INFO.
           03  LINE 4  COL 20  VALUE 'INSTRUCTOR ID : '.
           03          COL 37  PIC 9(4) FROM INSTR-ID.
           03  LINE 5  COL 20  VALUE 'NAME          : '.
           03          COL 37  PIC X(22) FROM INSTR-NAME.
           03          COL 61  VALUE 'DEPT: '.
           03          COL 67  PIC X(4) FROM INSTR-DEPT.
       01  SCRN-QUAL-HDR.
           03  LINE 7  COL 2   VALUE
               'T CODE      DEG  L DISC HRS APPROVER'.
           03          COL 51  VALUE 'NOTE'.
       01  SCRN-QUAL-LN.
           03  SCRN-QL.
               05  LINE WS-LINE COL 2  PIC X     FROM IQ-TYPE.
               05               COL 4  PIC X(9)  FROM IQ-CODE.
               05               COL 14 PIC X(4)  FROM IQ-DEGREE.
               05               COL 19 PIC X     FROM IQ-DEG-LEVEL.
               05               COL 21 PIC X(4)  FROM IQ-DISCIPLINE.
               05               COL 26 PIC ZZ9   FROM IQ-GRAD-HRS.
               05               COL 30 PIC X(20) FROM IQ-APPROVER.
               05               COL 51 PIC X(30) FROM IQ-NOTE.
       01  SCRN-MORE.
           03  LINE 15 COL 2   VALUE '... MORE ROWS ON FILE'.
       01  SCRN-ACTION.
           03  LINE 16 COL 2   VALUE
               'H) DEGREE  G) GRAD HOURS  C) APPROVE COURSE'.
           03          COL 47  VALUE 'D) APPROVE DEPT'.
           03  LINE 17 COL 2   VALUE
               'E) EXCEPTION  R) REMOVE ROW  X) DONE'.
           03          COL 40  PIC X TO WS-SEL AUTO.
       01  SCRN-DEGREE.
           03  LINE 18 COL 2   VALUE 'DEGREE (PHD, MS..) : '.
           03          COL 23  PIC X(4) TO WS-DEGREE
                                        AUTO REQUIRED.
           03          COL 30  VALUE 'LEVEL (B/M/D): '.
           03          COL 45  PIC X TO WS-LEVEL
                                        AUTO REQUIRED.
           03          COL 50  VALUE 'DISCIPLINE: '.
           03          COL 62  PIC X(4) TO WS-DISC
                                        AUTO REQUIRED.
       01  SCRN-HOURS.
           03  LINE 18 COL 2   VALUE 'DISCIPLINE (DEPT)  : '.
           03          COL 23  PIC X(4) TO WS-DISC
                                        AUTO REQUIRED.
           03          COL 30  VALUE 'GRADUATE HOURS: '.
           03          COL 46  PIC ZZ9 TO WS-HRS
                                        AUTO REQUIRED.
       01  SCRN-COURSE.
           03  LINE 18 COL 2   VALUE 'COURSE ID          : '.
           03          COL 23  PIC X(9) TO WS-CODE
                                        AUTO REQUIRED.
       01  SCRN-DEPT.
           03  LINE 18 COL 2   VALUE 'DEPARTMENT         : '.
           03          COL 23  PIC X(4) TO WS-CODE
                                        AUTO REQUIRED.
       01  SCRN-APPROVAL.
           03  LINE 19 COL 2   VALUE 'APPROVED BY        : '.
           03          COL 23  PIC X(20) TO WS-APPROVER
                                        AUTO REQUIRED.
           03  LINE 20 COL 2   VALUE 'NOTE               : '.
           03          COL 23  PIC X(30) TO WS-NOTE
                                        AUTO.
       01  SCRN-REASON.
           03  LINE 19 COL 2   VALUE 'EXCEPTION REASON   : '.
           03          COL 23  PIC X(30) TO WS-NOTE
                                        AUTO REQUIRED.
       01  SCRN-REMOVE.
           03  LINE 18 COL 2   VALUE 'ROW TYPE (H/G/C/D/E): '.
           03          COL 25  PIC X TO WS-TYPE
                                        AUTO REQUIRED.
           03          COL 30  VALUE 'CODE: '.
           03          COL 36  PIC X(9) TO WS-CODE
                                        AUTO.
       01  SCRN-SAVED.
           03  LINE 22 COL 2   VALUE 'QUALIFICATION SAVED'.
       01  SCRN-REMOVED.
           03  LINE 22 COL 2   VALUE 'QUALIFICATION REMOVED'.
       01  SCRN-ROW-ERR.
           03  LINE 22 COL 2   VALUE 'NO SUCH ROW ON FILE'.
       01  SCRN-LEVEL-ERR.
           03  LINE 22 COL 2   VALUE 'LEVEL MUST BE B, M OR D'.
       01  SCRN-CRSE-ERR.
           03  LINE 22 COL 2   VALUE 'COURSE NOT ON FILE'.
       01  SCRN-ADMIN-ERR.
           03  LINE 22 COL 2   VALUE
               'ONLY AN ADMINISTRATOR MAY RECORD AN EXCEPTION'.
       01  SCRN-ERR1.
           03  LINE 5  COL 20  VALUE 'INSTRUCTOR CANNOT BE FOUND'.
       01  SCRN-CONTINUE.
           03  LINE 23 COL 25  VALUE 'ANOTHER INSTRUCTOR? (Y/N)'.
           03          COL 52  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'INST-QUAL-MAINT' TO WS-ERR-PGM.
           OPEN I-O INST-QUAL.
           MOVE 'INST-QUAL' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT INSTR-MASTER.
           MOVE 'INSTR-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT CRSE-MASTER.
           MOVE 'COURSE-MASTER' TO WS-ERR-FILE
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
               DISPLAY SCRN-ID
               ACCEPT  SCRN-ID

               MOVE WS-INST-ID TO INSTR-ID
               READ INSTR-MASTER
                   INVALID KEY
                       DISPLAY SCRN-ERR1
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
                   NOT INVALID KEY
                       PERFORM 100-LIST-QUALS
                       PERFORM 200-ACTION-LOOP
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
               END-READ
           END-PERFORM.

           CLOSE INST-QUAL.
           CLOSE INSTR-MASTER.
           CLOSE CRSE-MASTER.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *REPAINTS THE SCREEN SO A REMOVED ROW DOES NOT LINGER. ROOM FOR
      *SEVEN ROWS; THE REST ARE FLAGGED BUT NOT SHOWN.
       100-LIST-QUALS.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-INST-INFO.
           DISPLAY SCRN-QUAL-HDR.
           MOVE 8 TO WS-LINE.
           MOVE 0 TO WS-ROWS.
           MOVE WS-INST-ID TO IQ-INST-ID.
           MOVE LOW-VALUES TO IQ-TYPE IQ-CODE.
           MOVE 'N' TO WS-EOF.
           START INST-QUAL KEY NOT LESS THAN IQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ INST-QUAL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IQ-INST-ID NOT = WS-INST-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-ROWS
                           IF WS-ROWS > 7
                               DISPLAY SCRN-MORE
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               DISPLAY SCRN-QUAL-LN
                               ADD 1 TO WS-LINE
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
                   WHEN 'H'
                   WHEN 'h'
                       PERFORM 100-LIST-QUALS
                       PERFORM 300-SET-DEGREE
                   WHEN 'G'
                   WHEN 'g'
                       PERFORM 100-LIST-QUALS
                       PERFORM 310-SET-HOURS
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM 100-LIST-QUALS
                       PERFORM 320-APPROVE-COURSE
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM 100-LIST-QUALS
                       PERFORM 330-APPROVE-DEPT
                   WHEN 'E'
                   WHEN 'e'
                       PERFORM 100-LIST-QUALS
                       PERFORM 340-ADD-EXCEPTION
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM 100-LIST-QUALS
                       PERFORM 400-REMOVE-ROW
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
      *ONE DEGREE ROW PER INSTRUCTOR - THE HIGHEST HELD
       300-SET-DEGREE.
           DISPLAY SCRN-DEGREE.
           ACCEPT  SCRN-DEGREE.
           MOVE FUNCTION UPPER-CASE(WS-DEGREE) TO WS-DEGREE.
           MOVE FUNCTION UPPER-CASE(WS-LEVEL)  TO WS-LEVEL.
           MOVE FUNCTION UPPER-CASE(WS-DISC)   TO WS-DISC.
           IF NOT WS-LEVEL-OK
               DISPLAY SCRN-LEVEL-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE 'H'    TO WS-TYPE.
           MOVE SPACES TO WS-CODE.
           PERFORM 500-READ-ROW.
           MOVE SPACES TO WS-AUD-OLD WS-AUD-NEW.
           IF ROW-FOUND
               STRING IQ-DEGREE     DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      IQ-DEG-LEVEL  DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      IQ-DISCIPLINE DELIMITED BY SIZE
                      INTO WS-AUD-OLD
           ELSE
               MOVE 'NONE' TO WS-AUD-OLD
           END-IF.
           MOVE WS-DEGREE TO IQ-DEGREE.
           MOVE WS-LEVEL  TO IQ-DEG-LEVEL.
           MOVE WS-DISC   TO IQ-DISCIPLINE.
           STRING IQ-DEGREE     DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  IQ-DEG-LEVEL  DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  IQ-DISCIPLINE DELIMITED BY SIZE
                  INTO WS-AUD-NEW.
           PERFORM 510-SAVE-ROW.
      *-----------------------------------------------------------------
       310-SET-HOURS.
           DISPLAY SCRN-HOURS.
           ACCEPT  SCRN-HOURS.
           MOVE 'G' TO WS-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-DISC) TO WS-CODE.
           PERFORM 500-READ-ROW.
           IF ROW-FOUND
               MOVE IQ-GRAD-HRS TO WS-HRS-D
               MOVE WS-HRS-D    TO WS-AUD-OLD
           ELSE
               MOVE 'NONE' TO WS-AUD-OLD
           END-IF.
           MOVE WS-CODE(1:4) TO IQ-DISCIPLINE.
           MOVE WS-HRS       TO IQ-GRAD-HRS.
           MOVE WS-HRS       TO WS-HRS-D.
           MOVE WS-HRS-D     TO WS-AUD-NEW.
           PERFORM 510-SAVE-ROW.
      *-----------------------------------------------------------------
       320-APPROVE-COURSE.
           DISPLAY SCRN-COURSE.
           ACCEPT  SCRN-COURSE.
           MOVE FUNCTION UPPER-CASE(WS-CODE) TO WS-CODE.
           MOVE WS-CODE TO CRSE-ID.
           READ CRSE-MASTER
               INVALID KEY
                   DISPLAY SCRN-CRSE-ERR
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY SCRN-APPROVAL.
           ACCEPT  SCRN-APPROVAL.
           MOVE 'C' TO WS-TYPE.
           PERFORM 520-SAVE-APPROVAL.
      *-----------------------------------------------------------------
       330-APPROVE-DEPT.
           DISPLAY SCRN-DEPT.
           ACCEPT  SCRN-DEPT.
           MOVE FUNCTION UPPER-CASE(WS-CODE) TO WS-CODE.
           DISPLAY SCRN-APPROVAL.
           ACCEPT  SCRN-APPROVAL.
           MOVE 'D' TO WS-TYPE.
           PERFORM 520-SAVE-APPROVAL.
      *-----------------------------------------------------------------
      *AN EXCEPTION IS APPROVED BY THE ADMINISTRATOR KEYING IT
       340-ADD-EXCEPTION.
           IF NOT SESSION-IS-ADMIN
               DISPLAY SCRN-ADMIN-ERR
               EXIT PARAGRAPH
           END-IF.
           DISPLAY SCRN-COURSE.
           ACCEPT  SCRN-COURSE.
           MOVE FUNCTION UPPER-CASE(WS-CODE) TO WS-CODE.
           MOVE WS-CODE TO CRSE-ID.
           READ CRSE-MASTER
               INVALID KEY
                   DISPLAY SCRN-CRSE-ERR
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY SCRN-REASON.
           ACCEPT  SCRN-REASON.
           MOVE SESSION-OPER-ID TO WS-APPROVER.
           MOVE 'E' TO WS-TYPE.
           PERFORM 520-SAVE-APPROVAL.
      *-----------------------------------------------------------------
       400-REMOVE-ROW.
           DISPLAY SCRN-REMOVE.
           ACCEPT  SCRN-REMOVE.
           MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-CODE) TO WS-CODE.
           IF WS-TYPE = 'H'
               MOVE SPACES TO WS-CODE
           END-IF.
           PERFORM 500-READ-ROW.
           IF NOT ROW-FOUND
               DISPLAY SCRN-ROW-ERR
               EXIT PARAGRAPH
           END-IF.
           DELETE INST-QUAL RECORD.
           MOVE WS-CODE   TO WS-AUD-OLD.
           MOVE 'REMOVED' TO WS-AUD-NEW.
           PERFORM 600-AUDIT.
           PERFORM 100-LIST-QUALS.
           DISPLAY SCRN-REMOVED.
      *-----------------------------------------------------------------
      *READS THE ROW FOR WS-TYPE/WS-CODE; A NEW ROW STARTS CLEAN
       500-READ-ROW.
           MOVE WS-INST-ID TO IQ-INST-ID.
           MOVE WS-TYPE    TO IQ-TYPE.
           MOVE WS-CODE    TO IQ-CODE.
           MOVE 'Y' TO WS-FOUND.
           READ INST-QUAL
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
                   INITIALIZE IQ-REC
                   MOVE WS-INST-ID TO IQ-INST-ID
                   MOVE WS-TYPE    TO IQ-TYPE
                   MOVE WS-CODE    TO IQ-CODE
           END-READ.
      *-----------------------------------------------------------------
       510-SAVE-ROW.
           MOVE SESSION-OPER-ID TO IQ-ENTERED-BY.
           MOVE WS-TODAY        TO IQ-ENTERED-DATE.
           IF ROW-FOUND
               REWRITE IQ-REC
           ELSE
               WRITE IQ-REC
           END-IF.
           PERFORM 600-AUDIT.
           PERFORM 100-LIST-QUALS.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
      *COURSE, DEPARTMENT AND EXCEPTION ROWS CARRY APPROVER AND NOTE
       520-SAVE-APPROVAL.
           PERFORM 500-READ-ROW.
           IF ROW-FOUND
               MOVE IQ-APPROVER TO WS-AUD-OLD
           ELSE
               MOVE 'NONE' TO WS-AUD-OLD
           END-IF.
           MOVE WS-APPROVER TO IQ-APPROVER.
           MOVE WS-NOTE     TO IQ-NOTE.
           MOVE WS-APPROVER TO WS-AUD-NEW.
           PERFORM 510-SAVE-ROW.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER CHANGE, KEYED BY INSTRUCTOR; THE FIELD
      *NAMES THE ROW AS TYPE AND CODE
       600-AUDIT.
           MOVE WS-INST-ID TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-FIELD.
           STRING WS-TYPE DELIMITED BY SIZE
                  ' '     DELIMITED BY SIZE
                  WS-CODE DELIMITED BY SIZE
                  INTO WS-AUD-FIELD.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

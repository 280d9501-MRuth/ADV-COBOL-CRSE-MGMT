       IDENTIFICATION DIVISION.
       PROGRAM-ID. DE-MAINT.
      *-----------------------------------------------------------------
      *DUAL ENROLLMENT - DESIGNATES A HIGH SCHOOL JUNIOR OR SENIOR AS
      *DUAL ENROLLED UNDER THEIR DISTRICT'S AGREEMENT AND RECORDS THE
      *COURSES THEIR HIGH SCHOOL APPROVED FOR EACH TERM. THE FIRST
      *APPROVAL FOR A TERM OPENS THE TERM UNDER THE STUDENT'S
      *DISTRICT; LATER ONES RE-SIGN IT. A DUAL ENROLLMENT STUDENT
      *MAY REGISTER ONLY FOR AN APPROVED COURSE
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DE-STU       ASSIGN        TO
                               '../FILES/DE-STU.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DES-STU-ID
                               FILE STATUS   IS WS-STAT.
           SELECT DE-TERM      ASSIGN        TO
                               '../FILES/DE-TERM.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DET-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT DE-CRSE      ASSIGN        TO
                               '../FILES/DE-CRSE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DEC-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT DE-DISTRICT  ASSIGN        TO
                               '../FILES/DE-DISTRICT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DIST-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-MASTER  ASSIGN        TO
                               '../FILES/COURSE-MASTER-SORT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRSE-ID
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
       COPY DE-STU-RECS.
       COPY DE-TERM-RECS.
       COPY DE-CRSE-RECS.
       COPY DE-DISTRICT-RECS.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
           03  CRSE-NAME      PIC X(35).
           03  CRSE-CREDIT    PIC X(4).
           03  CRSE-STAT      PIC X.
           03  CRSE-PREREQ    PIC X(9).
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-DES-FOUND        PIC X VALUE 'N'.
               88  DES-FOUND               VALUE 'Y'.
           03  WS-DIST-ID          PIC 9(5).
           03  WS-HS-NAME          PIC X(30).
           03  WS-HS-GRADE         PIC 99.
               88  VALID-HS-GRADE          VALUE 11 12.
           03  WS-FROM-TERM.
               05  WS-FROM-YEAR    PIC 9999.
               05  WS-FROM-SEM     PIC 99.
           03  WS-THRU-TERM.
               05  WS-THRU-YEAR    PIC 9999.
               05  WS-THRU-SEM     PIC 99.
           03  WS-TERM.
               05  WS-YEAR         PIC 9999.
               05  WS-SEM          PIC 99.
           03  WS-CRSE-ID          PIC X(9).
           03  WS-APPROVER         PIC X(20).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-DTL-LN.
           03  WS-STU-ID               PIC 9(7).
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
           03  LINE 3  COL 30  VALUE 'DUAL ENROLLMENT'.
       01  SCRN-DATA.
           03  SCRN-STU-ID.
               05  LINE 5  COL 25  VALUE   'STUDENT ID   : '.
               05          COL 42  PIC 9(7) TO WS-STU-ID
                                            AUTO REQUIRED.
           03  SCRN-STU-NAME.
               05  LINE 6  COL 25  VALUE   'STUDENT NAME : '.
               05          COL 42  PIC X(20) FROM WS-STU-NAME.
       01  SCRN-DES-CUR.
           03  LINE 7  COL 10  VALUE 'DISTRICT: '.
           03          COL 20  PIC 9(5)  FROM DES-DIST-ID.
           03          COL 27  VALUE 'HIGH SCHOOL: '.
           03          COL 40  PIC X(30) FROM DES-HS-NAME.
           03  LINE 8  COL 10  VALUE 'GRADE: '.
           03          COL 17  PIC 99    FROM DES-HS-GRADE.
           03          COL 22  VALUE 'TERMS: '.
           03          COL 29  PIC 9(4)  FROM DES-FROM-YEAR.
           03          COL 33  VALUE '/'.
           03          COL 34  PIC 99    FROM DES-FROM-SEM.
           03          COL 37  VALUE 'THRU '.
           03          COL 42  PIC 9(4)  FROM DES-THRU-YEAR.
           03          COL 46  VALUE '/'.
           03          COL 47  PIC 99    FROM DES-THRU-SEM.
       01  SCRN-NOT-DE.
           03  LINE 7  COL 10  VALUE 'NOT DESIGNATED DUAL ENROLLMENT'.
       01  SCRN-ACTION.
           03  LINE 10 COL 10  VALUE
               'D) DESIGNATE  A) APPROVE COURSE  R) REMOVE  X) DONE'.
           03          COL 63  PIC X TO WS-SEL AUTO.
       01  SCRN-DESIGNATE.
           03  LINE 12 COL 10  VALUE 'DISTRICT ID  : '.
           03          COL 25  PIC 9(5)  USING WS-DIST-ID
                                            AUTO REQUIRED.
           03  LINE 13 COL 10  VALUE 'HIGH SCHOOL  : '.
           03          COL 25  PIC X(30) USING WS-HS-NAME
                                            REQUIRED.
           03  LINE 14 COL 10  VALUE 'GRADE (11/12): '.
           03          COL 25  PIC 99    USING WS-HS-GRADE
                                            AUTO REQUIRED.
           03  LINE 15 COL 10  VALUE 'FROM YEAR: '.
           03          COL 21  PIC 9999  USING WS-FROM-YEAR
                                            AUTO REQUIRED.
           03          COL 28  VALUE 'SEM: '.
           03          COL 33  PIC 99    USING WS-FROM-SEM
                                            AUTO REQUIRED.
           03          COL 38  VALUE 'THRU YEAR: '.
           03          COL 49  PIC 9999  USING WS-THRU-YEAR AUTO.
           03          COL 56  VALUE 'SEM: '.
           03          COL 61  PIC 99    USING WS-THRU-SEM AUTO.
       01  SCRN-COURSE.
           03  LINE 12 COL 10  VALUE 'YEAR: '.
           03          COL 17  PIC ZZZ9 TO WS-YEAR
                                            AUTO REQUIRED FULL.
           03          COL 24  VALUE 'SEMESTER: '.
           03          COL 34  PIC Z9   TO WS-SEM
                                            AUTO REQUIRED.
           03  LINE 13 COL 10  VALUE 'COURSE ID  : '.
           03          COL 23  PIC X(9) TO WS-CRSE-ID
                                            AUTO REQUIRED.
       01  SCRN-APPROVER.
           03  LINE 14 COL 10  VALUE 'APPROVED BY: '.
           03          COL 23  PIC X(20) TO WS-APPROVER
                                            REQUIRED.
       01  SCRN-ERR1.
           03  LINE 5  COL 30  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-DES-SAVED.
           03  LINE 17 COL 10  VALUE
                       'DUAL ENROLLMENT DESIGNATION SAVED'.
       01  SCRN-ERR-DIST.
           03  LINE 17 COL 10  VALUE
                       'DISTRICT NOT ON FILE OR AGREEMENT INACTIVE'.
       01  SCRN-ERR-GRADE.
           03  LINE 17 COL 10  VALUE 'GRADE MUST BE 11 OR 12'.
       01  SCRN-ERR-THRU.
           03  LINE 17 COL 10  VALUE 'THRU TERM IS BEFORE FROM TERM'.
       01  SCRN-ERR-NOT-DE.
           03  LINE 17 COL 10  VALUE
                       'STUDENT IS NOT DUAL ENROLLED FOR THIS TERM'.
       01  SCRN-ERR-CRSE.
           03  LINE 17 COL 10  VALUE 'COURSE NOT ON FILE'.
       01  SCRN-ERR-APPROVER.
           03  LINE 17 COL 10  VALUE 'APPROVER MUST BE NAMED'.
       01  SCRN-APPROVED.
           03  LINE 17 COL 10  VALUE 'COURSE APPROVED FOR THE TERM'.
       01  SCRN-DUP.
           03  LINE 17 COL 10  VALUE 'COURSE ALREADY APPROVED'.
       01  SCRN-REMOVED.
           03  LINE 17 COL 10  VALUE 'COURSE APPROVAL REMOVED'.
       01  SCRN-REM-ERR.
           03  LINE 17 COL 10  VALUE 'NO APPROVAL ON FILE'.
       01  SCRN-CONTINUE.
           03  LINE 19 COL 25  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 49  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'DE-MAINT' TO WS-ERR-PGM.
           OPEN I-O DE-STU.
           MOVE 'DE-STU' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN I-O DE-TERM.
           MOVE 'DE-TERM' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN I-O DE-CRSE.
           MOVE 'DE-CRSE' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT DE-DISTRICT.
           MOVE 'DE-DISTRICT' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT CRSE-MASTER.
           MOVE 'COURSE-MASTER' TO WS-ERR-FILE
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
                       DISPLAY SCRN-STU-NAME
                       PERFORM 050-SHOW-DESIGNATION
                       PERFORM 100-ACTION
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
               END-READ
           END-PERFORM.

           CLOSE DE-STU.
           CLOSE DE-TERM.
           CLOSE DE-CRSE.
           CLOSE DE-DISTRICT.
           CLOSE CRSE-MASTER.
           CLOSE STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-SHOW-DESIGNATION.
           MOVE 'N' TO WS-DES-FOUND.
           MOVE WS-STU-ID TO DES-STU-ID.
           READ DE-STU
               INVALID KEY
                   DISPLAY SCRN-NOT-DE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DES-FOUND
                   DISPLAY SCRN-DES-CUR
           END-READ.
      *-----------------------------------------------------------------
       100-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'D'
               WHEN 'd'
                   PERFORM 200-DESIGNATE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 300-APPROVE-COURSE
               WHEN 'R'
               WHEN 'r'
                   PERFORM 400-REMOVE-COURSE
           END-EVALUATE.
      *-----------------------------------------------------------------
      *A DESIGNATION ON FILE COMES UP WITH ITS CURRENT VALUES - SET
      *THE THRU TERM WHEN THE STUDENT LEAVES THE PROGRAM OR
      *GRADUATES FROM HIGH SCHOOL
       200-DESIGNATE.
           IF DES-FOUND
               MOVE DES-DIST-ID   TO WS-DIST-ID
               MOVE DES-HS-NAME   TO WS-HS-NAME
               MOVE DES-HS-GRADE  TO WS-HS-GRADE
               MOVE DES-FROM-TERM TO WS-FROM-TERM
               MOVE DES-THRU-TERM TO WS-THRU-TERM
           ELSE
               MOVE ZERO   TO WS-DIST-ID
               MOVE SPACES TO WS-HS-NAME
               MOVE 11     TO WS-HS-GRADE
               MOVE ZERO   TO WS-FROM-TERM
               MOVE ZERO   TO WS-THRU-TERM
           END-IF.
           DISPLAY SCRN-DESIGNATE.
           ACCEPT  SCRN-DESIGNATE.

           MOVE WS-DIST-ID TO DIST-ID.
           READ DE-DISTRICT
               INVALID KEY
                   MOVE 'I' TO DIST-STATUS
           END-READ.
           IF NOT DIST-ACTIVE
               DISPLAY SCRN-ERR-DIST
               EXIT PARAGRAPH
           END-IF.
           IF NOT VALID-HS-GRADE
               DISPLAY SCRN-ERR-GRADE
               EXIT PARAGRAPH
           END-IF.
           IF WS-THRU-TERM NOT = ZERO AND WS-THRU-TERM < WS-FROM-TERM
               DISPLAY SCRN-ERR-THRU
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STU-ID       TO DES-STU-ID.
           MOVE WS-DIST-ID      TO DES-DIST-ID.
           MOVE WS-HS-NAME      TO DES-HS-NAME.
           MOVE WS-HS-GRADE     TO DES-HS-GRADE.
           MOVE WS-FROM-TERM    TO DES-FROM-TERM.
           MOVE WS-THRU-TERM    TO DES-THRU-TERM.
           MOVE SESSION-OPER-ID TO DES-OPER.
           MOVE WS-TODAY        TO DES-DATE.
           IF DES-FOUND
               REWRITE DES-REC
           ELSE
               WRITE DES-REC
               MOVE 'Y' TO WS-DES-FOUND
           END-IF.
           DISPLAY SCRN-DES-SAVED.
      *-----------------------------------------------------------------
      *THE TERM MUST FALL WITHIN THE DESIGNATION. THE FIRST COURSE
      *APPROVED OPENS THE TERM UNDER THE STUDENT'S DISTRICT
       300-APPROVE-COURSE.
           DISPLAY SCRN-COURSE.
           ACCEPT  SCRN-COURSE.
           MOVE FUNCTION UPPER-CASE(WS-CRSE-ID) TO WS-CRSE-ID.
           PERFORM 350-CHECK-TERM.
           IF NOT DES-FOUND
               DISPLAY SCRN-ERR-NOT-DE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CRSE-ID TO CRSE-ID.
           READ CRSE-MASTER
               INVALID KEY
                   DISPLAY SCRN-ERR-CRSE
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO WS-APPROVER.
           DISPLAY SCRN-APPROVER.
           ACCEPT  SCRN-APPROVER.
           IF WS-APPROVER = SPACES
               DISPLAY SCRN-ERR-APPROVER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STU-ID  TO DEC-STU-ID.
           MOVE WS-YEAR    TO DEC-YEAR.
           MOVE WS-SEM     TO DEC-SEM.
           MOVE WS-CRSE-ID TO DEC-CRSE-ID.
           MOVE SESSION-OPER-ID TO DEC-OPER.
           MOVE WS-TODAY   TO DEC-DATE.
           WRITE DEC-REC
               INVALID KEY
                   DISPLAY SCRN-DUP
                   EXIT PARAGRAPH
           END-WRITE.

           MOVE WS-STU-ID TO DET-STU-ID.
           MOVE WS-YEAR   TO DET-YEAR.
           MOVE WS-SEM    TO DET-SEM.
           READ DE-TERM
               INVALID KEY
                   MOVE DES-DIST-ID     TO DET-DIST-ID
                   MOVE WS-APPROVER     TO DET-APPROVER
                   MOVE SESSION-OPER-ID TO DET-OPER
                   MOVE WS-TODAY        TO DET-DATE
                   MOVE ZERO            TO DET-CREDITS
                   MOVE ZERO            TO DET-BILLED
                   WRITE DET-REC
               NOT INVALID KEY
                   MOVE WS-APPROVER     TO DET-APPROVER
                   MOVE SESSION-OPER-ID TO DET-OPER
                   MOVE WS-TODAY        TO DET-DATE
                   REWRITE DET-REC
           END-READ.
           DISPLAY SCRN-APPROVED.
      *-----------------------------------------------------------------
      *LEAVES WS-DES-FOUND SET ONLY WHEN THE DESIGNATION COVERS THE
      *TERM KEYED
       350-CHECK-TERM.
           IF NOT DES-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-TERM < DES-FROM-TERM
               MOVE 'N' TO WS-DES-FOUND
           END-IF.
           IF DES-THRU-TERM NOT = ZERO AND WS-TERM > DES-THRU-TERM
               MOVE 'N' TO WS-DES-FOUND
           END-IF.
      *-----------------------------------------------------------------
      *A REMOVED APPROVAL DOES NOT DROP A CLASS ALREADY REGISTERED -
      *IT ONLY STOPS NEW REGISTRATIONS FOR THE COURSE
       400-REMOVE-COURSE.
           DISPLAY SCRN-COURSE.
           ACCEPT  SCRN-COURSE.
           MOVE FUNCTION UPPER-CASE(WS-CRSE-ID) TO WS-CRSE-ID.
           MOVE WS-STU-ID  TO DEC-STU-ID.
           MOVE WS-YEAR    TO DEC-YEAR.
           MOVE WS-SEM     TO DEC-SEM.
           MOVE WS-CRSE-ID TO DEC-CRSE-ID.
           READ DE-CRSE
               INVALID KEY
                   DISPLAY SCRN-REM-ERR
               NOT INVALID KEY
                   DELETE DE-CRSE RECORD
                   DISPLAY SCRN-REMOVED
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

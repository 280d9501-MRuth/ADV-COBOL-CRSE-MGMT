       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMRG-ROSTER.
      *-----------------------------------------------------------------
      *EMERGENCY ROSTER - THE CLASS ROLL FOR AN INSTRUCTOR TAKING A
      *CLASS OFF CAMPUS. EVERY STUDENT ENROLLED IN THE SECTION (AND
      *ANY SECTION CROSS-LISTED WITH IT) PRINTS WITH THEIR OWN PHONE
      *AND THEIR FIRST TWO EMERGENCY CONTACTS. THIS IS A HEALTH AND
      *SAFETY RELEASE, SO THE DIRECTORY PRIVACY FLAG DOES NOT
      *SUPPRESS ANYONE; ACCESS IS CONTROLLED BY ITS OWN PERMISSION
      *SLOT ON THE MENU INSTEAD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-MASTER  ASSIGN        TO
                               '../FILES/COURSE-MASTER-SORT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRSE-ID
                               FILE STATUS   IS WS-STAT.
           SELECT INSTR-MASTER ASSIGN        TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS INSTR-ID
                               ALTERNATE KEY IS INSTR-NAME
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT EMRG-MASTER  ASSIGN        TO
                               '../FILES/EMRG-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EC-KEY
                               FILE STATUS   IS WS-EMRG-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/EMRG-ROSTER.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
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
           03  FILLER              PIC X(3).
           03  OPEN-SEATS-O        PIC X(3).
           03  SCHED-DAYS-O        PIC X(7).
           03  SCHED-START-O       PIC 9(4).
           03  SCHED-END-O         PIC 9(4).
           03  SCHED-XLIST-O       PIC X(12).
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
           03  CRSE-NAME      PIC X(35).
           03  CRSE-CREDIT    PIC X(4).
           03  CRSE-STAT      PIC X.
           03  CRSE-PREREQ    PIC X(9).
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
       COPY EMRG-MASTER-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-EMRG-STAT        PIC 99.
           03  WS-EMRG-AVAIL       PIC X   VALUE 'N'.
               88  EMRG-AVAIL              VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-X-EOF            PIC X.
               88  X-EOF                   VALUE 'Y'.
           03  WS-EC-EOF           PIC X.
               88  EC-EOF                  VALUE 'Y'.
           03  WS-FOUND            PIC X.
               88  SECTION-FOUND           VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CRN              PIC 9999.
           03  WS-CRSE-NAME        PIC X(35).
           03  WS-INSTR-ID         PIC 9999.
           03  WS-REQ-SCHED-ID     PIC X(12).
           03  WS-HOST-ID          PIC X(12).
           03  WS-CRN-KEY          PIC X(10).
           03  WS-EC-COUNT         PIC 9.
           03  WS-STU-COUNT        PIC 999 VALUE 0.
           03  WS-NO-CONTACT       PIC 999 VALUE 0.
       01  WS-TITLE-LN.
           03  FILLER              PIC X(45) VALUE
               'EMERGENCY ROSTER - HEALTH AND SAFETY USE ONLY'.
       01  WS-CRSE-LN.
           03  WS-CL-COURSE        PIC X(9).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-CL-NAME          PIC X(35).
           03  FILLER              PIC X(5) VALUE ' CRN '.
           03  WS-CL-CRN           PIC 9(4).
           03  FILLER              PIC X(6) VALUE ' TERM '.
           03  WS-CL-YEAR          PIC 9999.
           03  FILLER              PIC X VALUE '/'.
           03  WS-CL-SEM           PIC 99.
       01  WS-INSTR-LN.
           03  FILLER              PIC X(12) VALUE 'INSTRUCTOR: '.
           03  WS-IL-NAME          PIC X(22).
           03  FILLER              PIC X(8)  VALUE '  ROOM: '.
           03  WS-IL-ROOM          PIC X(11).
       01  WS-XLIST-HDR.
           03  FILLER              PIC X(17) VALUE 'CROSS-LISTED AS:'.
           03  WS-XH-COURSE        PIC X(9).
           03  FILLER              PIC X(6) VALUE '  CRN'.
           03  WS-XH-CRN           PIC X(4).
       01  WS-HDR-LN.
           03  FILLER              PIC X(9)  VALUE 'STUDENT'.
           03  FILLER              PIC X(26) VALUE 'NAME'.
           03  FILLER              PIC X(14) VALUE 'PHONE'.
       01  WS-HDR-LN2.
           03  FILLER              PIC X(5)  VALUE SPACES.
           03  FILLER              PIC X(4)  VALUE 'PRI'.
           03  FILLER              PIC X(26) VALUE 'CONTACT'.
           03  FILLER              PIC X(13) VALUE 'RELATION'.
           03  FILLER              PIC X(11) VALUE 'PHONE'.
           03  FILLER              PIC X(10) VALUE 'ALT PHONE'.
       01  WS-STU-LN.
           03  WS-SL-STU-ID        PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-SL-NAME          PIC X(25).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-SL-PHONE         PIC X(10).
       01  WS-EC-LN.
           03  FILLER              PIC X(5) VALUE SPACES.
           03  WS-EL-PRIORITY      PIC 9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-EL-NAME          PIC X(25).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-EL-RELATION      PIC X(12).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-EL-PHONE-PRI     PIC X(10).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-EL-PHONE-ALT     PIC X(10).
       01  WS-NONE-LN.
           03  FILLER              PIC X(9) VALUE SPACES.
           03  FILLER              PIC X(36) VALUE
               '** NO EMERGENCY CONTACT ON FILE **'.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'EMRG-ROSTER'.
           03  WS-CAT-FILE         PIC X(40) VALUE
               '../FILES/EMRG-ROSTER.TXT'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 3  COL 30  VALUE 'EMERGENCY ROSTER'.
       01  SCRN-CRSE.
           03  LINE 5  COL 1   VALUE  'COURSE CRN: '.
           03          COL 14  PIC 9999 USING WS-CRN
                                        AUTO REQUIRED FULL.
           03          COL 20  VALUE   'YEAR: '.
           03          COL 26  PIC ZZZ9 USING WS-YEAR
                                        AUTO REQUIRED FULL.
           03          COL 35  VALUE   'SEMESTER: '.
           03          COL 45  PIC Z9   USING WS-SEM
                                        AUTO REQUIRED FULL.
       01  SCRN-CRSE-NAME.
           03  LINE 7  COL 1   VALUE   'COURSE NAME: '.
           03          COL 14  PIC X(35) FROM WS-CRSE-NAME.
       01  SCRN-ERR.
           03  LINE 9  COL 1   VALUE 'COURSE CAN NOT BE FOUND'.
       01  SCRN-DONE.
           03  LINE 9  COL 1   VALUE
               'ROSTER WRITTEN TO EMRG-ROSTER.TXT'.
           03  LINE 10 COL 1   VALUE 'STUDENTS LISTED      : '.
           03          COL 24  PIC ZZ9 FROM WS-STU-COUNT.
           03  LINE 11 COL 1   VALUE 'WITH NO CONTACT ON FILE: '.
           03          COL 26  PIC ZZ9 FROM WS-NO-CONTACT.
       01  SCRN-CONTINUE.
           03  LINE 13 COL 1   VALUE 'PRESS ENTER TO RETURN TO MENU'.
           03          COL 31  PIC X TO WS-RESP.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-CRSE.
           ACCEPT  SCRN-CRSE.

           OPEN INPUT SCHE-MST.
           OPEN INPUT CRSE-MASTER.
           PERFORM 100-GET-COURSE.
           IF NOT SECTION-FOUND
               CLOSE SCHE-MST
               CLOSE CRSE-MASTER
               DISPLAY SCRN-ERR
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
               EXIT PROGRAM
           END-IF.
           DISPLAY SCRN-CRSE-NAME.

           OPEN INPUT REG-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT EMRG-MASTER.
           IF WS-EMRG-STAT = ZERO
               MOVE 'Y' TO WS-EMRG-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-TITLE-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CRSE-LN TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM 150-INSTRUCTOR-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN2 TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE WS-YEAR TO REG-YEAR.
           MOVE WS-SEM  TO REG-SEM.
           MOVE WS-CRN  TO REG-CRN.
           PERFORM 200-LIST-SECTION.
           PERFORM 350-LIST-CROSS-SECTIONS.

           CLOSE REG-MASTER.
           CLOSE STU-MST.
           CLOSE EMRG-MASTER.
           CLOSE SCHE-MST.
           CLOSE CRSE-MASTER.
           CLOSE PRINT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY SCRN-DONE.
           DISPLAY SCRN-CONTINUE.
           ACCEPT  SCRN-CONTINUE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-GET-COURSE.
           MOVE 'N' TO WS-FOUND.
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM   DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-CRN   DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-FOUND.
           MOVE SCHEDULE-ID-O TO WS-REQ-SCHED-ID.
           IF SCHED-XLIST-O NOT = SPACES
               AND SCHED-XLIST-O NOT = LOW-VALUES
               MOVE SCHED-XLIST-O TO WS-HOST-ID
           ELSE
               MOVE SCHEDULE-ID-O TO WS-HOST-ID
           END-IF.
           MOVE 0 TO WS-INSTR-ID.
           IF INSTRUCTOR-ID-O NUMERIC
               MOVE INSTRUCTOR-ID-O TO WS-INSTR-ID
           END-IF.
           MOVE BUILDING-ID-O TO WS-IL-ROOM.
           MOVE SPACES TO WS-CRSE-NAME.
           MOVE COURSE-ID-O TO CRSE-ID.
           READ CRSE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CRSE-NAME TO WS-CRSE-NAME
           END-READ.
           MOVE COURSE-ID-O  TO WS-CL-COURSE.
           MOVE WS-CRSE-NAME TO WS-CL-NAME.
           MOVE WS-CRN       TO WS-CL-CRN.
           MOVE WS-YEAR      TO WS-CL-YEAR.
           MOVE WS-SEM       TO WS-CL-SEM.
      *-----------------------------------------------------------------
       150-INSTRUCTOR-LINE.
           MOVE SPACES TO WS-IL-NAME.
           OPEN INPUT INSTR-MASTER.
           MOVE WS-INSTR-ID TO INSTR-ID.
           READ INSTR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INSTR-NAME TO WS-IL-NAME
           END-READ.
           CLOSE INSTR-MASTER.
           MOVE WS-INSTR-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *EVERY STUDENT STILL ENROLLED IN THE SECTION - WITHDRAWN ROWS
      *ARE NOT ON THE TRIP
       200-LIST-SECTION.
           MOVE 'N' TO WS-EOF.
           MOVE REG-CRN-KEY TO WS-CRN-KEY.
           START REG-MASTER KEY IS EQUAL TO REG-CRN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REG-CRN-KEY NOT = WS-CRN-KEY
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF REG-GRADE NOT = 'W'
                               PERFORM 300-LIST-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       300-LIST-STUDENT.
           ADD 1 TO WS-STU-COUNT.
           MOVE REG-STU-ID TO WS-SL-STU-ID.
           MOVE SPACES TO WS-SL-NAME.
           MOVE SPACES TO WS-SL-PHONE.
           MOVE REG-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-SL-NAME
                   MOVE STU-PHONE TO WS-SL-PHONE
           END-READ.
           MOVE WS-STU-LN TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE 0 TO WS-EC-COUNT.
           IF EMRG-AVAIL
               MOVE REG-STU-ID TO EC-STU-ID
               MOVE ZERO       TO EC-PRIORITY
               MOVE 'N' TO WS-EC-EOF
               START EMRG-MASTER KEY NOT LESS THAN EC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EC-EOF
               END-START
               PERFORM UNTIL EC-EOF OR WS-EC-COUNT = 2
                   READ EMRG-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EC-EOF
                       NOT AT END
                           IF EC-STU-ID NOT = REG-STU-ID
                               MOVE 'Y' TO WS-EC-EOF
                           ELSE
                               PERFORM 310-CONTACT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-EC-COUNT = 0
               ADD 1 TO WS-NO-CONTACT
               MOVE WS-NONE-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------
       310-CONTACT-LINE.
           ADD 1 TO WS-EC-COUNT.
           MOVE EC-PRIORITY  TO WS-EL-PRIORITY.
           MOVE EC-NAME      TO WS-EL-NAME.
           MOVE EC-RELATION  TO WS-EL-RELATION.
           MOVE EC-PHONE-PRI TO WS-EL-PHONE-PRI.
           MOVE EC-PHONE-ALT TO WS-EL-PHONE-ALT.
           MOVE WS-EC-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *CROSS-LISTED SECTIONS TRAVEL TOGETHER - LIST THE STUDENTS
      *REGISTERED UNDER EVERY OTHER CRN IN THE GROUP
       350-LIST-CROSS-SECTIONS.
           MOVE LOW-VALUES TO SCHEDULE-ID-O.
           MOVE 'N' TO WS-X-EOF.
           START SCHE-MST KEY NOT LESS THAN SCHEDULE-ID-O
               INVALID KEY
                   MOVE 'Y' TO WS-X-EOF
           END-START.
           PERFORM UNTIL X-EOF
               READ SCHE-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-X-EOF
                   NOT AT END
                       IF SCHEDULE-ID-O NOT = WS-REQ-SCHED-ID
                           AND (SCHEDULE-ID-O = WS-HOST-ID
                               OR SCHED-XLIST-O = WS-HOST-ID)
                           PERFORM 360-LIST-ONE-CROSS
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       360-LIST-ONE-CROSS.
           MOVE COURSE-ID-O TO WS-XH-COURSE.
           MOVE SCHEDULE-ID-O(9:4) TO WS-XH-CRN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-XLIST-HDR TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SCHEDULE-ID-O(1:4) TO REG-YEAR.
           MOVE SCHEDULE-ID-O(6:2) TO REG-SEM.
           MOVE SCHEDULE-ID-O(9:4) TO REG-CRN.
           PERFORM 200-LIST-SECTION.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLH-SUBMIT.
      *-----------------------------------------------------------------
      *NATIONAL STUDENT CLEARINGHOUSE SUBMISSIONS. BUILDS THE
      *ENROLLMENT FILE FOR ONE TERM AND THE DEGREE VERIFICATION FILE.
      *EACH STUDENT WITH REGISTRATIONS FOR THE TERM, ON LEAVE FOR IT,
      *OR GRADUATED IN IT IS SENT WITH AN ENROLLMENT STATUS -
      *  F FULL TIME          12 OR MORE REGISTERED CREDITS
      *  Q THREE-QUARTER TIME  9 TO 11
      *  H HALF TIME           6 TO 8
      *  L LESS THAN HALF TIME UNDER 6
      *  W WITHDRAWN          EVERY SECTION WITHDRAWN OR DROPPED
      *  G GRADUATED          DEGREE CONFERRED FOR THE TERM
      *  A APPROVED LEAVE     LEAVE OF ABSENCE COVERING THE TERM
      *WITH THE ANTICIPATED GRADUATION DATE, PROGRAM AND ADDRESS.
      *A FULL RUN SENDS EVERYONE AND EVERY CONFERRED DEGREE; A
      *CHANGE-ONLY RUN SENDS ONLY WHAT DIFFERS FROM THE LAST
      *SUBMISSION (CLH-MASTER) AND DEGREES CONFERRED SINCE THE LAST
      *DEGREE FILE. A STUDENT SENT EARLIER FOR THE TERM WHO NO LONGER
      *HAS ANY REGISTRATION IS SENT AS WITHDRAWN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS DYNAMIC
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT GRAD-MASTER  ASSIGN        TO
                               '../FILES/GRAD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS GRAD-KEY
                               FILE STATUS   IS WS-GRAD-STAT.
           SELECT LOA-MASTER   ASSIGN        TO
                               '../FILES/LOA-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS LOA-KEY
                               FILE STATUS   IS WS-LOA-STAT.
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-ADDR-STAT.
           SELECT MAJOR-MASTER ASSIGN        TO
                               '../FILES/MAJOR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MAJOR-CODE
                               FILE STATUS   IS WS-MAJ-STAT.
           SELECT CLH-MASTER   ASSIGN        TO
                               '../FILES/CLH-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CLH-KEY
                               FILE STATUS   IS WS-CLH-STAT.
           SELECT ENRL-FILE    ASSIGN        TO
                               '../FILES/CLH-ENROLL-SUBMIT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT DEGR-FILE    ASSIGN        TO
                               '../FILES/CLH-DEGREE-SUBMIT.TXT'
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
       COPY TERM-MASTER-RECS.
       COPY GRAD-MASTER-RECS.
       COPY LOA-MASTER-RECS.
       COPY ADDR-MASTER-RECS.
       COPY MAJOR-MASTER-RECS.
       COPY CLH-MASTER-RECS.
       FD  ENRL-FILE.
       01  ENRL-REC                PIC X(200).
       FD  DEGR-FILE.
       01  DEGR-REC                PIC X(200).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-GRAD-STAT        PIC 99.
           03  WS-LOA-STAT         PIC 99.
           03  WS-ADDR-STAT        PIC 99.
           03  WS-MAJ-STAT         PIC 99.
           03  WS-CLH-STAT         PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-REG-EOF          PIC X   VALUE 'N'.
               88  REG-EOF                 VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-TERM-NO          PIC 9(6).
           03  WS-LOA-FROM         PIC 9(6).
           03  WS-LOA-TO           PIC 9(6).
           03  WS-MODE             PIC X.
               88  FULL-RUN                VALUE 'F'.
               88  CHANGE-RUN              VALUE 'C'.
               88  VALID-MODE              VALUE 'F' 'C'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-TERM-START       PIC 9(8) VALUE ZERO.
           03  WS-TERM-END         PIC 9(8) VALUE ZERO.
           03  WS-LAST-DEG-DATE    PIC 9(8) VALUE ZERO.
           03  WS-CTRL-FOUND       PIC X VALUE 'N'.
               88  CTRL-FOUND              VALUE 'Y'.
           03  WS-GRAD-AVAIL       PIC X VALUE 'N'.
               88  GRAD-AVAIL              VALUE 'Y'.
           03  WS-LOA-AVAIL        PIC X VALUE 'N'.
               88  LOA-AVAIL               VALUE 'Y'.
           03  WS-ADDR-AVAIL       PIC X VALUE 'N'.
               88  ADDR-AVAIL              VALUE 'Y'.
           03  WS-MAJ-AVAIL        PIC X VALUE 'N'.
               88  MAJ-AVAIL               VALUE 'Y'.
           03  WS-GRAD-FOUND       PIC X.
               88  GRAD-FOUND              VALUE 'Y'.
           03  WS-CLH-FOUND        PIC X.
               88  CLH-FOUND               VALUE 'Y'.
           03  WS-SEND             PIC X.
               88  SEND-STUDENT            VALUE 'Y'.
           03  WS-ADDR-PICKED      PIC X.
               88  ADDR-PICKED             VALUE 'Y'.
           03  WS-CREDIT-DIGIT     PIC 9.
           03  WS-TERM-CREDITS     PIC 999.
           03  WS-ACTIVE-ROWS      PIC 999.
           03  WS-WTHD-ROWS        PIC 999.
           03  WS-NEW-STATUS       PIC X.
           03  WS-EFF-DATE         PIC 9(8).
           03  WS-ANT-GRAD         PIC 9(8).
           03  WS-CREDITS-LEFT     PIC 999.
           03  WS-YEARS-LEFT       PIC 99.
           03  WS-MAJOR-NAME       PIC X(30).
           03  WS-VER-NAME         PIC X(35).
           03  WS-VER-CREDIT       PIC X(4).
           03  WS-VER-FOUND        PIC X.
           03  WS-STU-COUNT        PIC 9(6) VALUE 0.
           03  WS-SENT-COUNT       PIC 9(6) VALUE 0.
           03  WS-WTHD-COUNT       PIC 9(6) VALUE 0.
           03  WS-DEG-COUNT        PIC 9(6) VALUE 0.
      *A BACHELOR'S DEGREE AT A NORMAL FULL-TIME PACE - USED ONLY TO
      *ESTIMATE GRADUATION FOR A STUDENT WITHOUT AN APPLICATION
       01  WS-DEGREE-CREDITS       PIC 999 VALUE 120.
       01  WS-CREDITS-PER-YEAR     PIC 99  VALUE 30.
       01  WS-MAIL-ADDR.
           03  WS-MA-STREET        PIC X(25).
           03  WS-MA-CITY          PIC X(20).
           03  WS-MA-STATE         PIC XX.
           03  WS-MA-ZIP           PIC X(5).
           03  WS-MA-COUNTRY       PIC X(15).
       01  WS-ENRL-HDR.
           03  FILLER              PIC X(2) VALUE 'H1'.
           03  WS-EH-YEAR          PIC 9(4).
           03  WS-EH-SEM           PIC 99.
           03  WS-EH-MODE          PIC X.
           03  WS-EH-DATE          PIC 9(8).
       01  WS-ENRL-DTL.
           03  FILLER              PIC X(2) VALUE 'D1'.
           03  WS-ED-STU-ID        PIC 9(7).
           03  WS-ED-L-NAME        PIC X(15).
           03  WS-ED-F-NAME        PIC X(15).
           03  WS-ED-DOB           PIC 9(8).
           03  WS-ED-STATUS        PIC X.
           03  WS-ED-EFF-DATE      PIC 9(8).
           03  WS-ED-ANT-GRAD      PIC 9(8).
           03  WS-ED-CREDITS       PIC 999.
           03  WS-ED-MAJOR         PIC X(4).
           03  WS-ED-MAJOR-NAME    PIC X(30).
           03  WS-ED-STREET        PIC X(25).
           03  WS-ED-CITY          PIC X(20).
           03  WS-ED-STATE         PIC XX.
           03  WS-ED-ZIP           PIC X(5).
           03  WS-ED-COUNTRY       PIC X(15).
           03  WS-ED-BLOCK         PIC X.
       01  WS-ENRL-TRL.
           03  FILLER              PIC X(2) VALUE 'T1'.
           03  WS-ET-COUNT         PIC 9(6).
       01  WS-DEGR-HDR.
           03  FILLER              PIC X(2) VALUE 'H2'.
           03  WS-DH-MODE          PIC X.
           03  WS-DH-SINCE         PIC 9(8).
           03  WS-DH-DATE          PIC 9(8).
       01  WS-DEGR-DTL.
           03  FILLER              PIC X(2) VALUE 'D2'.
           03  WS-DD-STU-ID        PIC 9(7).
           03  WS-DD-L-NAME        PIC X(15).
           03  WS-DD-F-NAME        PIC X(15).
           03  WS-DD-DOB           PIC 9(8).
           03  WS-DD-MAJOR         PIC X(4).
           03  WS-DD-MAJOR-NAME    PIC X(30).
           03  WS-DD-YEAR          PIC 9(4).
           03  WS-DD-SEM           PIC 99.
           03  WS-DD-CONF-DATE     PIC 9(8).
           03  WS-DD-HONORS        PIC X(10).
           03  WS-DD-BLOCK         PIC X.
       01  WS-DEGR-TRL.
           03  FILLER              PIC X(2) VALUE 'T2'.
           03  WS-DT-COUNT         PIC 9(6).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'CLH-SUBMIT'.
           03  WS-CAT-FILE         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'CLEARINGHOUSE ENROLLMENT AND DEGREE SUBMISSION'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.
           DISPLAY 'F)ULL OR C)HANGES ONLY: ' WITH NO ADVANCING.
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF NOT VALID-MODE
               DISPLAY 'MODE MUST BE F OR C - NO RUN'
               EXIT PROGRAM
           END-IF.
           COMPUTE WS-TERM-NO = WS-YEAR * 100 + WS-SEM.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN I-O CLH-MASTER.
           IF WS-CLH-STAT NOT = ZERO
               DISPLAY 'CLH-MASTER.DAT CANNOT BE OPENED - NO RUN'
               CLOSE CLH-MASTER
               EXIT PROGRAM
           END-IF.
           OPEN INPUT STU-MST.
           OPEN INPUT REG-MASTER.
           OPEN INPUT SCHE-MST.
           OPEN INPUT TERM-MASTER.
           OPEN INPUT GRAD-MASTER.
           IF WS-GRAD-STAT = ZERO
               MOVE 'Y' TO WS-GRAD-AVAIL
           END-IF.
           OPEN INPUT LOA-MASTER.
           IF WS-LOA-STAT = ZERO
               MOVE 'Y' TO WS-LOA-AVAIL
           END-IF.
           OPEN INPUT ADDR-MASTER.
           IF WS-ADDR-STAT = ZERO
               MOVE 'Y' TO WS-ADDR-AVAIL
           END-IF.
           OPEN INPUT MAJOR-MASTER.
           IF WS-MAJ-STAT = ZERO
               MOVE 'Y' TO WS-MAJ-AVAIL
           END-IF.
           OPEN OUTPUT ENRL-FILE.
           OPEN OUTPUT DEGR-FILE.

           MOVE WS-YEAR TO TERM-YEAR.
           MOVE WS-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TERM-START-DATE TO WS-TERM-START
                   MOVE TERM-END-DATE   TO WS-TERM-END
           END-READ.

           MOVE ZERO TO CLH-CTRL-KEY.
           READ CLH-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CTRL-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CTRL-FOUND
                   MOVE CLH-DEG-SENT-DATE TO WS-LAST-DEG-DATE
           END-READ.

           MOVE WS-YEAR  TO WS-EH-YEAR.
           MOVE WS-SEM   TO WS-EH-SEM.
           MOVE WS-MODE  TO WS-EH-MODE.
           MOVE WS-TODAY TO WS-EH-DATE.
           MOVE WS-ENRL-HDR TO ENRL-REC.
           WRITE ENRL-REC.

           MOVE LOW-VALUES TO STU-ID.
           MOVE 'N' TO WS-EOF.
           START STU-MST KEY NOT LESS THAN STU-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ STU-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 100-ONE-STUDENT
               END-READ
           END-PERFORM.

           PERFORM 500-SWEEP-DROPPED.

           MOVE WS-SENT-COUNT TO WS-ET-COUNT.
           MOVE WS-ENRL-TRL TO ENRL-REC.
           WRITE ENRL-REC.

           IF GRAD-AVAIL
               PERFORM 600-DEGREE-FILE
           END-IF.

           CLOSE STU-MST.
           CLOSE REG-MASTER.
           CLOSE SCHE-MST.
           CLOSE TERM-MASTER.
           CLOSE GRAD-MASTER.
           CLOSE LOA-MASTER.
           CLOSE ADDR-MASTER.
           CLOSE MAJOR-MASTER.
           CLOSE CLH-MASTER.
           CLOSE ENRL-FILE.
           CLOSE DEGR-FILE.

           MOVE '../FILES/CLH-ENROLL-SUBMIT.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.
           MOVE '../FILES/CLH-DEGREE-SUBMIT.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'CLH-SUBMIT COMPLETE'.
           DISPLAY 'STUDENTS REPORTABLE : ' WS-STU-COUNT.
           DISPLAY 'ENROLLMENT RECORDS  : ' WS-SENT-COUNT.
           DISPLAY 'SENT AS NO LONGER ON: ' WS-WTHD-COUNT.
           DISPLAY 'DEGREE RECORDS      : ' WS-DEG-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *WORK OUT THE STUDENT'S STATUS FOR THE TERM - A CONFERRED
      *DEGREE FIRST, THEN A LEAVE, THEN REGISTERED CREDITS. A
      *STUDENT WITH NONE OF THESE HAS NOTHING TO REPORT
       100-ONE-STUDENT.
           MOVE SPACE TO WS-NEW-STATUS.
           PERFORM 200-TERM-LOAD.
           PERFORM 250-READ-GRAD.

           EVALUATE TRUE
               WHEN GRAD-FOUND AND GRAD-CONFERRED
                   AND GRAD-YEAR = WS-YEAR AND GRAD-SEM = WS-SEM
                   MOVE 'G'            TO WS-NEW-STATUS
                   MOVE GRAD-CONF-DATE TO WS-EFF-DATE
               WHEN OTHER
                   PERFORM 260-CHECK-LEAVE
           END-EVALUATE.

           IF WS-NEW-STATUS = SPACE
               EVALUATE TRUE
                   WHEN WS-ACTIVE-ROWS > 0
                       EVALUATE TRUE
                           WHEN WS-TERM-CREDITS >= 12
                               MOVE 'F' TO WS-NEW-STATUS
                           WHEN WS-TERM-CREDITS >= 9
                               MOVE 'Q' TO WS-NEW-STATUS
                           WHEN WS-TERM-CREDITS >= 6
                               MOVE 'H' TO WS-NEW-STATUS
                           WHEN OTHER
                               MOVE 'L' TO WS-NEW-STATUS
                       END-EVALUATE
                       MOVE WS-TERM-START TO WS-EFF-DATE
                   WHEN WS-WTHD-ROWS > 0
                       MOVE 'W' TO WS-NEW-STATUS
                       IF STU-STATUS = 'W'
                           AND STU-STATUS-DATE NUMERIC
                           AND STU-STATUS-DATE NOT = ZERO
                           MOVE STU-STATUS-DATE TO WS-EFF-DATE
                       ELSE
                           MOVE WS-TODAY TO WS-EFF-DATE
                       END-IF
               END-EVALUATE
           END-IF.

           IF WS-NEW-STATUS = SPACE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-STU-COUNT.
           PERFORM 300-ANTICIPATED-GRAD.
           PERFORM 350-PICK-ADDRESS.
           PERFORM 380-MAJOR-NAME.
           PERFORM 400-COMPARE-AND-SEND.
      *-----------------------------------------------------------------
      *CREDITS COME FROM THE COURSE VERSION IN EFFECT FOR THE TERM.
      *A WITHDRAWN ROW CARRIES NO LOAD BUT MARKS THE STUDENT AS ONE
      *WHO WAS ENROLLED
       200-TERM-LOAD.
           MOVE 0 TO WS-TERM-CREDITS.
           MOVE 0 TO WS-ACTIVE-ROWS.
           MOVE 0 TO WS-WTHD-ROWS.
           MOVE STU-ID     TO REG-STU-ID.
           MOVE WS-YEAR    TO REG-YEAR.
           MOVE WS-SEM     TO REG-SEM.
           MOVE LOW-VALUES TO REG-CRN.
           MOVE 'N' TO WS-REG-EOF.
           START REG-MASTER KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF
           END-START.
           PERFORM UNTIL REG-EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       IF REG-STU-ID NOT = STU-ID
                           OR REG-YEAR NOT = WS-YEAR
                           OR REG-SEM  NOT = WS-SEM
                           MOVE 'Y' TO WS-REG-EOF
                       ELSE
                           IF REG-GRADE = 'W'
                               ADD 1 TO WS-WTHD-ROWS
                           ELSE
                               ADD 1 TO WS-ACTIVE-ROWS
                               PERFORM 210-ADD-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-ADD-CREDITS.
           MOVE 0 TO WS-CREDIT-DIGIT.
           STRING REG-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  REG-SEM  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  REG-CRN  DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL 'CRSE-VER-GET' USING COURSE-ID-O
                       WS-YEAR WS-SEM WS-VER-NAME
                       WS-VER-CREDIT WS-VER-FOUND
                   IF WS-VER-CREDIT(1:1) IS NUMERIC
                       MOVE WS-VER-CREDIT(1:1) TO WS-CREDIT-DIGIT
                   END-IF
           END-READ.
           ADD WS-CREDIT-DIGIT TO WS-TERM-CREDITS.
      *-----------------------------------------------------------------
       250-READ-GRAD.
           MOVE 'N' TO WS-GRAD-FOUND.
           IF GRAD-AVAIL
               MOVE STU-ID TO GRAD-STU-ID
               READ GRAD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GRAD-FOUND
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      *A LEAVE COVERS THE TERMS FROM ITS START UP TO (NOT INCLUDING)
      *ITS RETURN TERM
       260-CHECK-LEAVE.
           IF NOT LOA-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE STU-ID TO LOA-STU-ID.
           READ LOA-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF LOA-CANCELLED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LOA-FROM = LOA-START-YEAR * 100 + LOA-START-SEM.
           COMPUTE WS-LOA-TO   = LOA-RET-YEAR * 100 + LOA-RET-SEM.
           IF WS-TERM-NO NOT < WS-LOA-FROM
               AND WS-TERM-NO < WS-LOA-TO
               MOVE 'A'            TO WS-NEW-STATUS
               MOVE LOA-GRANT-DATE TO WS-EFF-DATE
           END-IF.
      *-----------------------------------------------------------------
      *THE END OF THE TERM APPLIED FOR WHEN THERE IS A LIVE
      *GRADUATION APPLICATION; OTHERWISE AN ESTIMATE FROM THE CREDITS
      *STILL NEEDED AT A FULL-TIME PACE, COUNTED FROM THIS TERM'S END
       300-ANTICIPATED-GRAD.
           MOVE ZERO TO WS-ANT-GRAD.
           IF GRAD-FOUND AND NOT GRAD-DENIED
               IF GRAD-CONFERRED
                   MOVE GRAD-CONF-DATE TO WS-ANT-GRAD
                   EXIT PARAGRAPH
               END-IF
               MOVE GRAD-YEAR TO TERM-YEAR
               MOVE GRAD-SEM  TO TERM-SEM
               READ TERM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TERM-END-DATE TO WS-ANT-GRAD
               END-READ
               IF WS-ANT-GRAD NOT = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF STU-CREDITS-EARNED < WS-DEGREE-CREDITS
               COMPUTE WS-CREDITS-LEFT =
                   WS-DEGREE-CREDITS - STU-CREDITS-EARNED
           ELSE
               MOVE 0 TO WS-CREDITS-LEFT
           END-IF.
           COMPUTE WS-YEARS-LEFT =
               (WS-CREDITS-LEFT + WS-CREDITS-PER-YEAR - 1)
               / WS-CREDITS-PER-YEAR.
           IF WS-TERM-END NOT = ZERO
               COMPUTE WS-ANT-GRAD = WS-TERM-END
                   + WS-YEARS-LEFT * 10000
           END-IF.
      *-----------------------------------------------------------------
      *MAILING, THEN PERMANENT, THEN FOREIGN - FALLING BACK TO THE
      *ONE-LINE ADDRESS ON THE STUDENT MASTER
       350-PICK-ADDRESS.
           MOVE 'N' TO WS-ADDR-PICKED.
           MOVE SPACES TO WS-MAIL-ADDR.
           IF ADDR-AVAIL
               MOVE 'M' TO AD-TYPE
               PERFORM 360-TRY-ADDR-TYPE
               IF NOT ADDR-PICKED
                   MOVE 'P' TO AD-TYPE
                   PERFORM 360-TRY-ADDR-TYPE
               END-IF
               IF NOT ADDR-PICKED
                   MOVE 'F' TO AD-TYPE
                   PERFORM 360-TRY-ADDR-TYPE
               END-IF
           END-IF.
           IF NOT ADDR-PICKED
               MOVE STU-STREET TO WS-MA-STREET
               MOVE STU-ZIP    TO WS-MA-ZIP
           END-IF.
      *-----------------------------------------------------------------
       360-TRY-ADDR-TYPE.
           MOVE STU-ID TO AD-STU-ID.
           READ ADDR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AD-END-DATE NUMERIC
                       AND AD-END-DATE NOT = ZERO
                       AND AD-END-DATE < WS-TODAY
                       CONTINUE
                   ELSE
                       MOVE 'Y' TO WS-ADDR-PICKED
                       MOVE AD-STREET  TO WS-MA-STREET
                       MOVE AD-CITY    TO WS-MA-CITY
                       MOVE AD-STATE   TO WS-MA-STATE
                       MOVE AD-ZIP     TO WS-MA-ZIP
                       MOVE AD-COUNTRY TO WS-MA-COUNTRY
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       380-MAJOR-NAME.
           MOVE SPACES TO WS-MAJOR-NAME.
           IF MAJ-AVAIL AND STU-MAJOR NOT = SPACES
               MOVE STU-MAJOR TO MAJOR-CODE
               READ MAJOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAJOR-NAME TO WS-MAJOR-NAME
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      *A CHANGE-ONLY RUN SENDS THE STUDENT WHEN ANY REPORTED FIELD
      *DIFFERS FROM THE LAST SUBMISSION. THE HISTORY RECORD IS
      *STAMPED WITH THIS RUN EITHER WAY
       400-COMPARE-AND-SEND.
           MOVE STU-ID TO CLH-STU-ID.
           READ CLH-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CLH-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLH-FOUND
           END-READ.

           MOVE 'Y' TO WS-SEND.
           IF CHANGE-RUN AND CLH-FOUND
               AND CLH-YEAR   = WS-YEAR
               AND CLH-SEM    = WS-SEM
               AND CLH-STATUS = WS-NEW-STATUS
               AND CLH-ANT-GRAD = WS-ANT-GRAD
               AND CLH-MAJOR  = STU-MAJOR
               AND CLH-STREET = WS-MA-STREET
               AND CLH-CITY   = WS-MA-CITY
               AND CLH-STATE  = WS-MA-STATE
               AND CLH-ZIP    = WS-MA-ZIP
               MOVE 'N' TO WS-SEND
           END-IF.

           IF SEND-STUDENT
               PERFORM 450-WRITE-ENROLLMENT
               MOVE WS-TODAY TO CLH-SENT-DATE
           END-IF.

           MOVE STU-ID        TO CLH-STU-ID.
           MOVE WS-YEAR       TO CLH-YEAR.
           MOVE WS-SEM        TO CLH-SEM.
           MOVE WS-NEW-STATUS TO CLH-STATUS.
           MOVE WS-ANT-GRAD   TO CLH-ANT-GRAD.
           MOVE STU-MAJOR     TO CLH-MAJOR.
           MOVE WS-MA-STREET  TO CLH-STREET.
           MOVE WS-MA-CITY    TO CLH-CITY.
           MOVE WS-MA-STATE   TO CLH-STATE.
           MOVE WS-MA-ZIP     TO CLH-ZIP.
           MOVE WS-TODAY      TO CLH-RUN-DATE.
           IF CLH-FOUND
               REWRITE CLH-REC
           ELSE
               WRITE CLH-REC
           END-IF.
      *-----------------------------------------------------------------
       450-WRITE-ENROLLMENT.
           MOVE STU-ID          TO WS-ED-STU-ID.
           MOVE STU-L-NAME      TO WS-ED-L-NAME.
           MOVE STU-F-NAME      TO WS-ED-F-NAME.
           MOVE STU-DOB         TO WS-ED-DOB.
           MOVE WS-NEW-STATUS   TO WS-ED-STATUS.
           MOVE WS-EFF-DATE     TO WS-ED-EFF-DATE.
           MOVE WS-ANT-GRAD     TO WS-ED-ANT-GRAD.
           MOVE WS-TERM-CREDITS TO WS-ED-CREDITS.
           MOVE STU-MAJOR       TO WS-ED-MAJOR.
           MOVE WS-MAJOR-NAME   TO WS-ED-MAJOR-NAME.
           MOVE WS-MA-STREET    TO WS-ED-STREET.
           MOVE WS-MA-CITY      TO WS-ED-CITY.
           MOVE WS-MA-STATE     TO WS-ED-STATE.
           MOVE WS-MA-ZIP       TO WS-ED-ZIP.
           MOVE WS-MA-COUNTRY   TO WS-ED-COUNTRY.
           IF STU-PRIVACY-ON
               MOVE 'Y' TO WS-ED-BLOCK
           ELSE
               MOVE 'N' TO WS-ED-BLOCK
           END-IF.
           MOVE WS-ENRL-DTL TO ENRL-REC.
           WRITE ENRL-REC.
           ADD 1 TO WS-SENT-COUNT.
      *-----------------------------------------------------------------
      *A STUDENT SENT FOR THIS TERM WHOM THIS RUN DID NOT FIND -
      *EVERY REGISTRATION DROPPED - IS SENT ONCE AS WITHDRAWN FROM
      *WHAT WAS LAST REPORTED
       500-SWEEP-DROPPED.
           MOVE 1 TO CLH-STU-ID.
           MOVE 'N' TO WS-EOF.
           START CLH-MASTER KEY NOT LESS THAN CLH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CLH-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CLH-YEAR = WS-YEAR AND CLH-SEM = WS-SEM
                           AND CLH-RUN-DATE NOT = WS-TODAY
                           AND CLH-STATUS NOT = 'W'
                           AND CLH-STATUS NOT = 'G'
                           PERFORM 510-SEND-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       510-SEND-DROPPED.
           MOVE CLH-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'W'          TO WS-NEW-STATUS.
           MOVE WS-TODAY     TO WS-EFF-DATE.
           MOVE CLH-ANT-GRAD TO WS-ANT-GRAD.
           MOVE 0            TO WS-TERM-CREDITS.
           MOVE SPACES       TO WS-MAIL-ADDR.
           MOVE CLH-STREET   TO WS-MA-STREET.
           MOVE CLH-CITY     TO WS-MA-CITY.
           MOVE CLH-STATE    TO WS-MA-STATE.
           MOVE CLH-ZIP      TO WS-MA-ZIP.
           PERFORM 380-MAJOR-NAME.
           PERFORM 450-WRITE-ENROLLMENT.
           ADD 1 TO WS-WTHD-COUNT.
           MOVE 'W'      TO CLH-STATUS.
           MOVE WS-TODAY TO CLH-SENT-DATE.
           MOVE WS-TODAY TO CLH-RUN-DATE.
           REWRITE CLH-REC.
      *-----------------------------------------------------------------
      *EVERY CONFERRED DEGREE ON A FULL RUN; ON A CHANGE-ONLY RUN
      *ONLY THOSE CONFERRED SINCE THE LAST DEGREE FILE
       600-DEGREE-FILE.
           MOVE WS-MODE          TO WS-DH-MODE.
           IF FULL-RUN
               MOVE ZERO         TO WS-DH-SINCE
           ELSE
               MOVE WS-LAST-DEG-DATE TO WS-DH-SINCE
           END-IF.
           MOVE WS-TODAY         TO WS-DH-DATE.
           MOVE WS-DEGR-HDR TO DEGR-REC.
           WRITE DEGR-REC.

           MOVE LOW-VALUES TO GRAD-KEY.
           MOVE 'N' TO WS-EOF.
           START GRAD-MASTER KEY NOT LESS THAN GRAD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ GRAD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GRAD-CONFERRED
                           AND GRAD-CONF-DATE > WS-DH-SINCE
                           PERFORM 610-WRITE-DEGREE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-DEG-COUNT TO WS-DT-COUNT.
           MOVE WS-DEGR-TRL TO DEGR-REC.
           WRITE DEGR-REC.

           MOVE ZERO     TO CLH-CTRL-KEY.
           MOVE WS-TODAY TO CLH-DEG-SENT-DATE.
           IF CTRL-FOUND
               REWRITE CLH-CTRL-REC
           ELSE
               WRITE CLH-CTRL-REC
           END-IF.
      *-----------------------------------------------------------------
       610-WRITE-DEGREE.
           MOVE GRAD-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE STU-ID         TO WS-DD-STU-ID.
           MOVE STU-L-NAME     TO WS-DD-L-NAME.
           MOVE STU-F-NAME     TO WS-DD-F-NAME.
           MOVE STU-DOB        TO WS-DD-DOB.
           MOVE GRAD-MAJOR     TO WS-DD-MAJOR.
           MOVE SPACES         TO WS-DD-MAJOR-NAME.
           IF MAJ-AVAIL
               MOVE GRAD-MAJOR TO MAJOR-CODE
               READ MAJOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAJOR-NAME TO WS-DD-MAJOR-NAME
               END-READ
           END-IF.
           MOVE GRAD-YEAR      TO WS-DD-YEAR.
           MOVE GRAD-SEM       TO WS-DD-SEM.
           MOVE GRAD-CONF-DATE TO WS-DD-CONF-DATE.
           MOVE GRAD-HONORS    TO WS-DD-HONORS.
           IF STU-PRIVACY-ON
               MOVE 'Y' TO WS-DD-BLOCK
           ELSE
               MOVE 'N' TO WS-DD-BLOCK
           END-IF.
           MOVE WS-DEGR-DTL TO DEGR-REC.
           WRITE DEGR-REC.
           ADD 1 TO WS-DEG-COUNT.

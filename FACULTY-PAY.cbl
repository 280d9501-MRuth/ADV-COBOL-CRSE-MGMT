       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACULTY-PAY.
      *-----------------------------------------------------------------
      *PART-TIME AND OVERLOAD FACULTY PAY EXTRACT FOR A TERM. EACH
      *SECTION STILL ON THE SCHEDULE CREDITS ITS COURSE CREDIT HOURS
      *TO THE INSTRUCTORS WHO TAUGHT IT:
      *  - SUBSTITUTES TAKE THE SHARE OF THE HOURS THEIR COVERAGE
      *    DATES REPRESENT OF THE SECTION'S CLASS MEETING DATES
      *  - WHAT IS LEFT IS SPLIT BY SCHED-INST2-PCT BETWEEN THE
      *    CO-INSTRUCTOR AND THE INSTRUCTOR OF RECORD
      *HOURS ARE TOTALLED PER INSTRUCTOR UNDER THE INSTRUCTOR'S HOME
      *DEPARTMENT. FULL-TIME FACULTY ARE PAID ONLY FOR HOURS ABOVE
      *THE CONTRACT LOAD ON INST-LOAD; EVERYONE ELSE IS PAID FOR ALL
      *OF THEM. THE RATE COMES FROM THE PAY RATE TABLE BY RANK.
      *WRITES THE PAYROLL INTERFACE FILE AND A DEPARTMENT APPROVAL
      *REPORT WITH A SIGNATURE BLOCK FOR EACH DEPARTMENT CHAIR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHE-MST     ASSIGN        TO
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
           SELECT SUBST-MASTER ASSIGN        TO
                               '../FILES/SUBST-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SUB-KEY
                               FILE STATUS   IS WS-SUB-STAT.
           SELECT CLASS-DATES  ASSIGN        TO
                               '../FILES/CLASS-DATES.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CD-KEY
                               FILE STATUS   IS WS-CD-STAT.
           SELECT INST-LOAD    ASSIGN        TO
                               '../FILES/INST-LOAD.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS IL-KEY
                               FILE STATUS   IS WS-IL-STAT.
           SELECT PAY-RATE     ASSIGN        TO
                               '../FILES/PAY-RATE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PYR-KEY
                               FILE STATUS   IS WS-PYR-STAT.
           SELECT DEPT-MASTER  ASSIGN        TO
                               '../FILES/DEPT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DEPT-KEY
                               FILE STATUS   IS WS-DEPT-STAT.
           SELECT SORT-WORK    ASSIGN        TO 'SORTWORK.TXT'.
           SELECT PAY-FILE     ASSIGN        TO
                               '../FILES/FACULTY-PAY.DAT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/FACULTY-PAY-APPROVAL.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY SUBST-MASTER-RECS.
       COPY CLASS-DATES-RECS.
       COPY INST-LOAD-RECS.
       COPY PAY-RATE-RECS.
       COPY DEPT-MASTER-RECS.
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
           03  SCHED-STATUS-O      PIC X.
               88  SCHED-CANCELLED-O       VALUE 'C'.
           03  FILLER              PIC XX.
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
       SD  SORT-WORK.
       01  SRT-REC.
           03  SRT-DEPT            PIC X(4).
           03  SRT-INST            PIC X(4).
           03  SRT-SCHED-ID        PIC X(12).
           03  SRT-COURSE          PIC X(9).
           03  SRT-ROLE            PIC X(7).
           03  SRT-HOURS           PIC 9(3)V99.
           03  SRT-NOTE            PIC X(12).
       FD  PAY-FILE.
       01  PAY-REC                 PIC X(80).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SUB-STAT         PIC 99.
           03  WS-CD-STAT          PIC 99.
           03  WS-IL-STAT          PIC 99.
           03  WS-PYR-STAT         PIC 99.
           03  WS-DEPT-STAT        PIC 99.
           03  WS-SUB-AVAIL        PIC X   VALUE 'N'.
               88  SUB-AVAIL               VALUE 'Y'.
           03  WS-CD-AVAIL         PIC X   VALUE 'N'.
               88  CD-AVAIL                VALUE 'Y'.
           03  WS-IL-AVAIL         PIC X   VALUE 'N'.
               88  IL-AVAIL                VALUE 'Y'.
           03  WS-PYR-AVAIL        PIC X   VALUE 'N'.
               88  PYR-AVAIL               VALUE 'Y'.
           03  WS-DEPT-AVAIL       PIC X   VALUE 'N'.
               88  DEPT-AVAIL              VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SUB-EOF          PIC X   VALUE 'N'.
               88  SUB-EOF                 VALUE 'Y'.
           03  WS-CD-EOF           PIC X   VALUE 'N'.
               88  CD-EOF                  VALUE 'Y'.
           03  WS-SRT-EOF          PIC X   VALUE 'N'.
               88  SRT-EOF                 VALUE 'Y'.
           03  WS-RATE-EOF         PIC X   VALUE 'N'.
               88  RATE-EOF                VALUE 'Y'.
           03  WS-FIRST-REC        PIC X.
               88  FIRST-REC               VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-CREDIT-DIGIT     PIC 9.
           03  WS-SECT-HOURS       PIC 9(3)V99.
           03  WS-REMAIN-HOURS     PIC 9(3)V99.
           03  WS-SHARE-HOURS      PIC 9(3)V99.
           03  WS-TOTAL-MEET       PIC 9(4).
           03  WS-MEET-COUNT       PIC 9(4).
           03  WS-MEET-DONE        PIC X.
               88  MEET-DONE               VALUE 'Y'.
           03  WS-CD-FROM          PIC 9(8).
           03  WS-CD-TO            PIC 9(8).
           03  WS-REL-INST         PIC X(4).
           03  WS-REL-ROLE         PIC X(7).
           03  WS-REL-NOTE         PIC X(12).
           03  WS-PREV-DEPT        PIC X(4).
           03  WS-PREV-INST        PIC X(4).
           03  WS-INST-HOURS       PIC 9(3)V99.
           03  WS-PAY-HOURS        PIC 9(3)V99.
           03  WS-RANK             PIC XX.
           03  WS-SCAN-RANK        PIC XX.
           03  WS-FT-FLAG          PIC X.
               88  FULL-TIME               VALUE 'Y'.
           03  WS-LOAD-HOURS       PIC 99.
           03  WS-RATE             PIC 9(4)V99.
           03  WS-RATE-FOUND       PIC X.
               88  RATE-FOUND              VALUE 'Y'.
           03  WS-AMOUNT           PIC 9(7)V99.
           03  WS-DEPT-HOURS       PIC 9(5)V99.
           03  WS-DEPT-AMOUNT      PIC 9(7)V99.
           03  WS-SECT-COUNT       PIC 9(5).
           03  WS-PAY-COUNT        PIC 9(5).
           03  WS-NORATE-COUNT     PIC 9(5).
           03  WS-TOTAL-AMOUNT     PIC 9(8)V99.
           03  WS-CHAIR-NAME       PIC X(22).
       01  WS-TERM-KEY.
           03  WS-TK-YEAR          PIC 9999.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-TK-SEM           PIC 99.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-TK-CRN           PIC 9999 VALUE ZERO.
       01  WS-PAY-LAYOUT.
           03  PF-INST-ID          PIC X(4).
           03  PF-YEAR             PIC 9(4).
           03  PF-SEM              PIC 99.
           03  PF-DEPT             PIC X(4).
           03  PF-RANK             PIC XX.
           03  PF-PAY-TYPE         PIC X.
           03  PF-HOURS            PIC 9(3)V99.
           03  PF-PAY-HOURS        PIC 9(3)V99.
           03  PF-RATE             PIC 9(4)V99.
           03  PF-AMOUNT           PIC 9(7)V99.
           03  PF-NAME             PIC X(22).
           03  FILLER              PIC X(16) VALUE SPACES.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'FACULTY-PAY'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-HDR1.
           03  FILLER              PIC X(33) VALUE
               'FACULTY PAY - DEPARTMENT APPROVAL'.
           03  FILLER              PIC X(6)  VALUE 'TERM: '.
           03  WS-H-YEAR           PIC 9(4).
           03  FILLER              PIC X VALUE '/'.
           03  WS-H-SEM            PIC 99.
           03  FILLER              PIC X(4)  VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-DEPT-HDR.
           03  FILLER              PIC X(12) VALUE 'DEPARTMENT: '.
           03  WS-DH-DEPT          PIC X(4).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-DH-NAME          PIC X(30).
       01  WS-INST-HDR.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-IH-INST          PIC X(4).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-IH-NAME          PIC X(22).
           03  FILLER              PIC X(7)  VALUE '  RANK '.
           03  WS-IH-RANK          PIC XX.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-IH-FT            PIC X(9).
           03  FILLER              PIC X(7)  VALUE '  LOAD '.
           03  WS-IH-LOAD          PIC Z9.
       01  WS-DTL-LN.
           03  FILLER              PIC X(6)  VALUE SPACES.
           03  WS-D-SCHED-ID       PIC X(12).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-D-ROLE           PIC X(7).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-D-HOURS          PIC ZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-D-NOTE           PIC X(12).
       01  WS-INST-TOT.
           03  FILLER              PIC X(6)  VALUE SPACES.
           03  FILLER              PIC X(7)  VALUE 'HOURS: '.
           03  WS-IT-HOURS         PIC ZZ9.99.
           03  FILLER              PIC X(10) VALUE '  PAYABLE '.
           03  WS-IT-PAY-HOURS     PIC ZZ9.99.
           03  FILLER              PIC X(7)  VALUE '  RATE '.
           03  WS-IT-RATE          PIC Z,ZZ9.99.
           03  FILLER              PIC X(9)  VALUE '  AMOUNT '.
           03  WS-IT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-DEPT-TOT.
           03  FILLER              PIC X(18) VALUE
               'DEPARTMENT TOTAL: '.
           03  FILLER              PIC X(7)  VALUE 'HOURS: '.
           03  WS-DT-HOURS         PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(10) VALUE '  AMOUNT: '.
           03  WS-DT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-SIGN-LN1.
           03  FILLER              PIC X(10) VALUE 'APPROVED: '.
           03  FILLER              PIC X(32) VALUE ALL '_'.
           03  FILLER              PIC X(8)  VALUE '  DATE: '.
           03  FILLER              PIC X(12) VALUE ALL '_'.
       01  WS-SIGN-LN2.
           03  FILLER              PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(18) VALUE 'DEPARTMENT CHAIR: '.
           03  WS-SG-CHAIR         PIC X(22).
       01  WS-GRAND-TOT.
           03  FILLER              PIC X(23) VALUE
               'TOTAL TO PAYROLL  RECS:'.
           03  WS-GT-COUNT         PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE '  AMOUNT: '.
           03  WS-GT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'FACULTY PAY EXTRACT'.
           DISPLAY 'YEAR (CCYY)        : ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER           : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE 0 TO WS-SECT-COUNT WS-PAY-COUNT WS-NORATE-COUNT
                     WS-TOTAL-AMOUNT.

           OPEN INPUT SCHE-MST.
           IF WS-STAT NOT = ZERO
               DISPLAY 'SCHEDULE-MASTER CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT CRSE-MASTER.
           OPEN INPUT INSTR-MASTER.
           OPEN INPUT SUBST-MASTER.
           IF WS-SUB-STAT = ZERO
               MOVE 'Y' TO WS-SUB-AVAIL
           END-IF.
           OPEN INPUT CLASS-DATES.
           IF WS-CD-STAT = ZERO
               MOVE 'Y' TO WS-CD-AVAIL
           END-IF.
           OPEN INPUT INST-LOAD.
           IF WS-IL-STAT = ZERO
               MOVE 'Y' TO WS-IL-AVAIL
           END-IF.
           OPEN INPUT PAY-RATE.
           IF WS-PYR-STAT = ZERO
               MOVE 'Y' TO WS-PYR-AVAIL
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-STAT = ZERO
               MOVE 'Y' TO WS-DEPT-AVAIL
           END-IF.
           OPEN OUTPUT PAY-FILE.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-YEAR  TO WS-H-YEAR.
           MOVE WS-SEM   TO WS-H-SEM.
           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE WS-YEAR TO WS-TK-YEAR.
           MOVE WS-SEM  TO WS-TK-SEM.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-DEPT SRT-INST SRT-SCHED-ID
               INPUT  PROCEDURE 100-FILE-IN
               OUTPUT PROCEDURE 200-FILE-OUT.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-PAY-COUNT    TO WS-GT-COUNT.
           MOVE WS-TOTAL-AMOUNT TO WS-GT-AMOUNT.
           MOVE WS-GRAND-TOT TO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE SCHE-MST.
           CLOSE CRSE-MASTER.
           CLOSE INSTR-MASTER.
           IF SUB-AVAIL
               CLOSE SUBST-MASTER
           END-IF.
           IF CD-AVAIL
               CLOSE CLASS-DATES
           END-IF.
           IF IL-AVAIL
               CLOSE INST-LOAD
           END-IF.
           IF PYR-AVAIL
               CLOSE PAY-RATE
           END-IF.
           IF DEPT-AVAIL
               CLOSE DEPT-MASTER
           END-IF.
           CLOSE PAY-FILE.
           CLOSE PRINT-FILE.

           MOVE '../FILES/FACULTY-PAY-APPROVAL.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'FACULTY-PAY COMPLETE'.
           DISPLAY 'SECTIONS CREDITED   : ' WS-SECT-COUNT.
           DISPLAY 'PAYROLL RECORDS     : ' WS-PAY-COUNT.
           DISPLAY 'NO RATE ON FILE     : ' WS-NORATE-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *RELEASE ONE SORT RECORD PER INSTRUCTOR PER SECTION OF THE TERM
       100-FILE-IN.
           MOVE WS-TERM-KEY TO SCHEDULE-ID-O.
           MOVE 'N' TO WS-EOF.
           START SCHE-MST KEY NOT LESS THAN SCHEDULE-ID-O
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ SCHE-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SCHEDULE-ID-O(1:4) NOT = WS-TK-YEAR
                           OR SCHEDULE-ID-O(6:2) NOT = WS-TK-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF NOT SCHED-CANCELLED-O
                               PERFORM 110-CREDIT-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       110-CREDIT-SECTION.
           MOVE ZERO TO WS-SECT-HOURS.
           MOVE COURSE-ID-O TO CRSE-ID.
           READ CRSE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRSE-CREDIT(1:1) NUMERIC
                       MOVE CRSE-CREDIT(1:1) TO WS-CREDIT-DIGIT
                       MOVE WS-CREDIT-DIGIT  TO WS-SECT-HOURS
                   END-IF
           END-READ.
           IF WS-SECT-HOURS = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SECT-COUNT.
           MOVE WS-SECT-HOURS TO WS-REMAIN-HOURS.
           MOVE 'N' TO WS-MEET-DONE.
           MOVE ZERO TO WS-TOTAL-MEET.

           IF SUB-AVAIL
               PERFORM 120-SUBSTITUTES
           END-IF.

           MOVE SPACES TO WS-REL-NOTE.
           IF SCHED-INST2-O NOT = SPACES
               AND SCHED-INST2-PCT-O NUMERIC
               AND SCHED-INST2-PCT-O > ZERO
               COMPUTE WS-SHARE-HOURS ROUNDED =
                   WS-REMAIN-HOURS * SCHED-INST2-PCT-O / 100
               SUBTRACT WS-SHARE-HOURS FROM WS-REMAIN-HOURS
               MOVE SCHED-INST2-O  TO WS-REL-INST
               MOVE 'CO-INST'      TO WS-REL-ROLE
               PERFORM 150-RELEASE
           END-IF.
           MOVE WS-REMAIN-HOURS TO WS-SHARE-HOURS.
           MOVE INSTRUCTOR-ID-O TO WS-REL-INST.
           MOVE 'PRIMARY'       TO WS-REL-ROLE.
           PERFORM 150-RELEASE.
      *-----------------------------------------------------------------
      *EACH COVERAGE PERIOD IS WORTH THE SHARE OF THE SECTION'S
      *MEETING DATES IT SPANS. WITHOUT GENERATED CLASS DATES THE
      *SHARE CANNOT BE WORKED OUT - THE SUBSTITUTE IS LISTED WITH NO
      *HOURS FOR THE DEPARTMENT TO SETTLE.
       120-SUBSTITUTES.
           MOVE SCHEDULE-ID-O TO SUB-SCHED-ID.
           MOVE ZERO          TO SUB-SEQ.
           MOVE 'N' TO WS-SUB-EOF.
           START SUBST-MASTER KEY NOT LESS THAN SUB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
           END-START.
           PERFORM UNTIL SUB-EOF
               READ SUBST-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF SUB-SCHED-ID NOT = SCHEDULE-ID-O
                           MOVE 'Y' TO WS-SUB-EOF
                       ELSE
                           PERFORM 125-CREDIT-SUBSTITUTE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       125-CREDIT-SUBSTITUTE.
           IF NOT MEET-DONE
               MOVE ZERO     TO WS-CD-FROM
               MOVE 99999999 TO WS-CD-TO
               PERFORM 130-COUNT-MEETINGS
               MOVE WS-MEET-COUNT TO WS-TOTAL-MEET
               MOVE 'Y' TO WS-MEET-DONE
           END-IF.
           MOVE SPACES TO WS-REL-NOTE.
           IF WS-TOTAL-MEET = ZERO
               MOVE ZERO           TO WS-SHARE-HOURS
               MOVE 'NO CLASS DTS' TO WS-REL-NOTE
           ELSE
               MOVE SUB-START TO WS-CD-FROM
               MOVE SUB-END   TO WS-CD-TO
               PERFORM 130-COUNT-MEETINGS
               COMPUTE WS-SHARE-HOURS ROUNDED =
                   WS-SECT-HOURS * WS-MEET-COUNT / WS-TOTAL-MEET
               IF WS-SHARE-HOURS > WS-REMAIN-HOURS
                   MOVE WS-REMAIN-HOURS TO WS-SHARE-HOURS
               END-IF
               SUBTRACT WS-SHARE-HOURS FROM WS-REMAIN-HOURS
           END-IF.
           MOVE SUB-INST-ID TO WS-REL-INST.
           MOVE 'SUBST'     TO WS-REL-ROLE.
           PERFORM 150-RELEASE.
      *-----------------------------------------------------------------
      *CLASS MEETING DATES OF THE SECTION FROM WS-CD-FROM TO WS-CD-TO
       130-COUNT-MEETINGS.
           MOVE ZERO TO WS-MEET-COUNT.
           IF NOT CD-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE SCHEDULE-ID-O TO CD-SCHED-ID.
           MOVE WS-CD-FROM    TO CD-DATE.
           MOVE 'N' TO WS-CD-EOF.
           START CLASS-DATES KEY NOT LESS THAN CD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CD-EOF
           END-START.
           PERFORM UNTIL CD-EOF
               READ CLASS-DATES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CD-EOF
                   NOT AT END
                       IF CD-SCHED-ID NOT = SCHEDULE-ID-O
                           OR CD-DATE > WS-CD-TO
                           MOVE 'Y' TO WS-CD-EOF
                       ELSE
                           ADD 1 TO WS-MEET-COUNT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *TBA AND BLANK INSTRUCTORS ARE NOT PAID. HOURS GO UNDER THE
      *INSTRUCTOR'S HOME DEPARTMENT, OR THE COURSE'S WHEN THE
      *INSTRUCTOR HAS NONE.
       150-RELEASE.
           IF WS-REL-INST NOT NUMERIC OR WS-REL-INST = '9999'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REL-INST TO INSTR-ID.
           READ INSTR-MASTER
               INVALID KEY
                   MOVE SPACES TO INSTR-DEPT
           END-READ.
           IF INSTR-DEPT = SPACES
               MOVE COURSE-ID-O(1:4) TO SRT-DEPT
           ELSE
               MOVE INSTR-DEPT TO SRT-DEPT
           END-IF.
           MOVE WS-REL-INST    TO SRT-INST.
           MOVE SCHEDULE-ID-O  TO SRT-SCHED-ID.
           MOVE COURSE-ID-O    TO SRT-COURSE.
           MOVE WS-REL-ROLE    TO SRT-ROLE.
           MOVE WS-SHARE-HOURS TO SRT-HOURS.
           MOVE WS-REL-NOTE    TO SRT-NOTE.
           RELEASE SRT-REC.
      *-----------------------------------------------------------------
       200-FILE-OUT.
           MOVE 'N' TO WS-SRT-EOF.
           MOVE 'Y' TO WS-FIRST-REC.
           MOVE SPACES TO WS-PREV-DEPT WS-PREV-INST.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SRT-EOF
           END-RETURN.

           PERFORM UNTIL SRT-EOF
               IF FIRST-REC OR SRT-DEPT NOT = WS-PREV-DEPT
                   OR SRT-INST NOT = WS-PREV-INST
                   IF NOT FIRST-REC
                       PERFORM 230-INST-TOTAL
                   END-IF
                   IF FIRST-REC OR SRT-DEPT NOT = WS-PREV-DEPT
                       IF NOT FIRST-REC
                           PERFORM 240-DEPT-TOTAL
                       END-IF
                       PERFORM 210-DEPT-HEADER
                   END-IF
                   PERFORM 220-INST-HEADER
               END-IF
               MOVE SRT-DEPT TO WS-PREV-DEPT
               MOVE SRT-INST TO WS-PREV-INST
               MOVE 'N' TO WS-FIRST-REC
               PERFORM 250-PRINT-SECTION
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF
               END-RETURN
           END-PERFORM.

           IF FIRST-REC
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC
               MOVE 'NO SECTIONS TO CREDIT FOR THE TERM' TO PRINT-REC
               WRITE PRINT-REC
           ELSE
               PERFORM 230-INST-TOTAL
               PERFORM 240-DEPT-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       210-DEPT-HEADER.
           MOVE ZERO TO WS-DEPT-HOURS WS-DEPT-AMOUNT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SRT-DEPT TO WS-DH-DEPT.
           MOVE SPACES   TO WS-DH-NAME.
           MOVE SPACES   TO WS-CHAIR-NAME.
           IF DEPT-AVAIL
               MOVE SRT-DEPT TO DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO WS-DH-NAME
                       MOVE DEPT-CHAIR TO INSTR-ID
                       READ INSTR-MASTER
                           NOT INVALID KEY
                               MOVE INSTR-NAME TO WS-CHAIR-NAME
                       END-READ
               END-READ
           END-IF.
           MOVE WS-DEPT-HDR TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *PAY TERMS FROM INST-LOAD; NO RECORD MEANS PART-TIME WITH NO
      *RANK, PAID AT THE BASE RATE
       220-INST-HEADER.
           MOVE ZERO   TO WS-INST-HOURS.
           MOVE SPACES TO WS-RANK.
           MOVE 'N'    TO WS-FT-FLAG.
           MOVE ZERO   TO WS-LOAD-HOURS.
           MOVE SRT-INST TO INSTR-ID.
           READ INSTR-MASTER
               INVALID KEY
                   MOVE SPACES TO INSTR-NAME
           END-READ.
           IF IL-AVAIL
               MOVE SRT-INST TO IL-INST-ID
               READ INST-LOAD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IL-RANK    TO WS-RANK
                       MOVE IL-FT-FLAG TO WS-FT-FLAG
                       IF IL-FULL-TIME AND IL-LOAD-HOURS NUMERIC
                           MOVE IL-LOAD-HOURS TO WS-LOAD-HOURS
                       END-IF
               END-READ
           END-IF.
           PERFORM 300-GET-RATE.

           MOVE SRT-INST   TO WS-IH-INST.
           MOVE INSTR-NAME TO WS-IH-NAME.
           MOVE WS-RANK    TO WS-IH-RANK.
           IF FULL-TIME
               MOVE 'FULL TIME' TO WS-IH-FT
               MOVE WS-LOAD-HOURS TO WS-IH-LOAD
           ELSE
               MOVE 'PART TIME' TO WS-IH-FT
               MOVE ZERO TO WS-IH-LOAD
           END-IF.
           MOVE WS-INST-HDR TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       230-INST-TOTAL.
           MOVE ZERO TO WS-PAY-HOURS.
           IF FULL-TIME
               IF WS-INST-HOURS > WS-LOAD-HOURS
                   COMPUTE WS-PAY-HOURS =
                       WS-INST-HOURS - WS-LOAD-HOURS
               END-IF
           ELSE
               MOVE WS-INST-HOURS TO WS-PAY-HOURS
           END-IF.
           COMPUTE WS-AMOUNT ROUNDED = WS-PAY-HOURS * WS-RATE.

           MOVE WS-INST-HOURS TO WS-IT-HOURS.
           MOVE WS-PAY-HOURS  TO WS-IT-PAY-HOURS.
           MOVE WS-RATE       TO WS-IT-RATE.
           MOVE WS-AMOUNT     TO WS-IT-AMOUNT.
           MOVE WS-INST-TOT TO PRINT-REC.
           WRITE PRINT-REC.
           ADD WS-INST-HOURS TO WS-DEPT-HOURS.

           IF WS-PAY-HOURS = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF NOT RATE-FOUND
               MOVE '      ** NO PAY RATE ON FILE - NOT SENT TO PAYROLL'
                   TO PRINT-REC
               WRITE PRINT-REC
               ADD 1 TO WS-NORATE-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PREV-INST  TO PF-INST-ID.
           MOVE WS-YEAR       TO PF-YEAR.
           MOVE WS-SEM        TO PF-SEM.
           MOVE WS-PREV-DEPT  TO PF-DEPT.
           MOVE WS-RANK       TO PF-RANK.
           IF FULL-TIME
               MOVE 'O' TO PF-PAY-TYPE
           ELSE
               MOVE 'A' TO PF-PAY-TYPE
           END-IF.
           MOVE WS-INST-HOURS TO PF-HOURS.
           MOVE WS-PAY-HOURS  TO PF-PAY-HOURS.
           MOVE WS-RATE       TO PF-RATE.
           MOVE WS-AMOUNT     TO PF-AMOUNT.
           MOVE WS-IH-NAME    TO PF-NAME.
           MOVE WS-PAY-LAYOUT TO PAY-REC.
           WRITE PAY-REC.
           ADD 1 TO WS-PAY-COUNT.
           ADD WS-AMOUNT TO WS-DEPT-AMOUNT.
           ADD WS-AMOUNT TO WS-TOTAL-AMOUNT.
      *-----------------------------------------------------------------
      *DEPARTMENT TOTAL AND THE CHAIR'S SIGNATURE BLOCK
       240-DEPT-TOTAL.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-DEPT-HOURS  TO WS-DT-HOURS.
           MOVE WS-DEPT-AMOUNT TO WS-DT-AMOUNT.
           MOVE WS-DEPT-TOT TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-SIGN-LN1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CHAIR-NAME TO WS-SG-CHAIR.
           MOVE WS-SIGN-LN2 TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       250-PRINT-SECTION.
           MOVE SRT-SCHED-ID TO WS-D-SCHED-ID.
           MOVE SRT-COURSE   TO WS-D-COURSE.
           MOVE SRT-ROLE     TO WS-D-ROLE.
           MOVE SRT-HOURS    TO WS-D-HOURS.
           MOVE SRT-NOTE     TO WS-D-NOTE.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
           ADD SRT-HOURS TO WS-INST-HOURS.
      *-----------------------------------------------------------------
      *THE LATEST RATE FOR THE RANK EFFECTIVE BY THE TERM, THEN THE
      *LATEST BASE (BLANK RANK) RATE
       300-GET-RATE.
           MOVE ZERO TO WS-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           IF NOT PYR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RANK TO WS-SCAN-RANK.
           PERFORM 310-SCAN-RATES.
           IF NOT RATE-FOUND AND WS-RANK NOT = SPACES
               MOVE SPACES TO WS-SCAN-RANK
               PERFORM 310-SCAN-RATES
           END-IF.
      *-----------------------------------------------------------------
       310-SCAN-RATES.
           MOVE WS-SCAN-RANK TO PYR-RANK.
           MOVE ZERO TO PYR-YEAR.
           MOVE ZERO TO PYR-SEM.
           MOVE 'N' TO WS-RATE-EOF.
           START PAY-RATE KEY NOT LESS THAN PYR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RATE-EOF
           END-START.
           PERFORM UNTIL RATE-EOF
               READ PAY-RATE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       IF PYR-RANK NOT = WS-SCAN-RANK
                           MOVE 'Y' TO WS-RATE-EOF
                       ELSE
                           IF PYR-YEAR < WS-YEAR
                               OR (PYR-YEAR = WS-YEAR
                                   AND PYR-SEM NOT > WS-SEM)
                               MOVE PYR-RATE TO WS-RATE
                               MOVE 'Y' TO WS-RATE-FOUND
                           ELSE
                               MOVE 'Y' TO WS-RATE-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

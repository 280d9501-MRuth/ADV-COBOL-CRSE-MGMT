       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAP-EVAL.
      *-----------------------------------------------------------------
      *END OF TERM SATISFACTORY ACADEMIC PROGRESS RUN FOR FINANCIAL
      *AID. EVERY STUDENT WITH AID FOR THE TERM OR A LATER TERM IS
      *MEASURED ON THREE STANDARDS - CUMULATIVE GPA, THE PERCENT OF
      *ATTEMPTED HOURS COMPLETED, AND ATTEMPTED HOURS AGAINST 150
      *PERCENT OF THE PROGRAM LENGTH. ATTEMPTED HOURS COME FROM THE
      *LIVE AND ARCHIVED REGISTRATIONS THROUGH THE TERM - EVERY
      *ATTEMPT OF A REPEATED COURSE AND EVERY WITHDRAWAL COUNTS - PLUS
      *ACCEPTED TRANSFER HOURS, WHICH COUNT AS ATTEMPTED AND
      *COMPLETED BOTH. THE TERM GPA IS CARRIED FROM THE TERM GPA FILE.
      *A STUDENT MISSING A STANDARD GOES TO WARNING FOR ONE TERM AND
      *IS SUSPENDED IF STILL SHORT AFTER WARNING OR PROBATION ON
      *APPEAL; PASSING THE MAXIMUM TIMEFRAME SUSPENDS AT ONCE.
      *THE STATUS IS KEPT BY TERM ON THE SAP HISTORY FILE AND A
      *LETTER GOES TO EVERY STUDENT WARNED OR SUSPENDED OR WHOSE
      *ELIGIBILITY IS RESTORED. THE STANDARDS ARE READ FROM
      *SAP-THRESHOLDS.TXT WHEN IT IS PRESENT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AID-MASTER   ASSIGN        TO
                               '../FILES/AID-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AID-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
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
           SELECT REG-HISTORY  ASSIGN        TO
                               '../FILES/REGISTER-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RH-KEY
                               ALTERNATE KEY IS RH-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-HIST-STAT.
           SELECT XFER-MASTER  ASSIGN        TO
                               '../FILES/XFER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS XFER-KEY
                               FILE STATUS   IS WS-XFER-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT TERM-GPA     ASSIGN        TO
                               '../FILES/TERM-GPA.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TG-KEY
                               FILE STATUS   IS WS-TG-STAT.
           SELECT SAP-HISTORY  ASSIGN        TO
                               '../FILES/SAP-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SAP-KEY
                               FILE STATUS   IS WS-SAP-STAT.
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-ADDR-STAT.
           SELECT CONFIG-FILE  ASSIGN        TO
                               '../FILES/SAP-THRESHOLDS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CFG-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/SAP-EVAL-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT LETTER-FILE  ASSIGN        TO
                               '../FILES/SAP-LETTERS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY AID-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY XFER-MASTER-RECS.
       COPY TERM-GPA-RECS.
       COPY SAP-HIST-RECS.
       COPY ADDR-MASTER-RECS.
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
       FD  REG-HISTORY.
       01  RH-REC.
           03  RH-KEY.
               05  RH-STU-ID           PIC 9(7).
               05  RH-CRN-KEY.
                   07  RH-YEAR         PIC 9999.
                   07  RH-SEM          PIC 99.
                   07  RH-CRN          PIC 9(4).
           03  RH-GRADE            PIC X.
           03  RH-MIDTERM          PIC X.
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
       FD  CONFIG-FILE.
       01  CONFIG-REC.
           03  CFG-MIN-GPA         PIC 999.
           03  FILLER              PIC X.
           03  CFG-MIN-PCT         PIC 999.
           03  FILLER              PIC X.
           03  CFG-PROG-HRS        PIC 999.
           03  FILLER              PIC X.
           03  CFG-MAX-PCT         PIC 999.
           03  FILLER              PIC X(65).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       FD  LETTER-FILE.
       01  LETTER-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-HIST-STAT        PIC 99 VALUE 99.
           03  WS-XFER-STAT        PIC 99 VALUE 99.
           03  WS-XFER-AVAIL       PIC X   VALUE 'N'.
               88  XFER-AVAIL              VALUE 'Y'.
           03  WS-TG-STAT          PIC 99 VALUE 99.
           03  WS-TG-AVAIL         PIC X   VALUE 'N'.
               88  TG-AVAIL                VALUE 'Y'.
           03  WS-SAP-STAT         PIC 99.
           03  WS-ADDR-STAT        PIC 99 VALUE 99.
           03  WS-ADDR-AVAIL       PIC X   VALUE 'N'.
               88  ADDR-AVAIL              VALUE 'Y'.
           03  WS-CFG-STAT         PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-AID-EOF          PIC X   VALUE 'N'.
               88  AID-EOF                 VALUE 'Y'.
           03  WS-XFER-EOF         PIC X.
               88  XFER-EOF                VALUE 'Y'.
           03  WS-SAP-EOF          PIC X.
               88  SAP-EOF                 VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-EVAL-TERM        PIC 9(6).
           03  WS-REG-TERM         PIC 9(6).
           03  WS-SAP-TERM         PIC 9(6).
           03  WS-STU-ID           PIC 9(7).
           03  WS-LAST-STU-ID      PIC 9(7) VALUE 0.
           03  WS-STU-NAME         PIC X(31).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-GRADE-CHECK      PIC X.
               88  GRADE-COMPLETED VALUES 'A' 'B' 'C' 'D' 'P'
                                      '1' '2' '3' '4' '5' '6' '7'.
               88  GRADE-ATTEMPTED VALUES 'A' 'B' 'C' 'D' 'F' 'P'
                                      'W' 'I'
                                      '1' '2' '3' '4' '5' '6' '7'.
           03  WS-CREDIT-DIGIT     PIC 9.
           03  WS-HRS-ATTEMPT      PIC 9(4).
           03  WS-HRS-COMPLETE     PIC 9(4).
           03  WS-XFER-HRS         PIC 999.
           03  WS-WD-HRS           PIC 999.
           03  WS-RPT-HRS          PIC 999.
           03  WS-COMPLETE-PCT     PIC 999.
           03  WS-CUM-GPA          PIC 9V99.
           03  WS-CUM-GPA-100      PIC 999.
           03  WS-TERM-GPA         PIC 9V99.
           03  WS-MAX-HRS          PIC 9(4).
           03  WS-FAILED           PIC X(3).
           03  WS-FAIL-IX          PIC 9.
           03  WS-NEW-STATUS       PIC X.
           03  WS-PRIOR-STATUS     PIC X.
           03  WS-SAP-FOUND        PIC X.
               88  SAP-FOUND               VALUE 'Y'.
           03  WS-ADDR-PICKED      PIC X.
               88  ADDR-PICKED             VALUE 'Y'.
           03  WS-MA-STREET        PIC X(25).
           03  WS-MA-CITY          PIC X(20).
           03  WS-MA-STATE         PIC XX.
           03  WS-MA-ZIP           PIC X(5).
           03  WS-MA-COUNTRY       PIC X(15).
           03  WS-STATUS-DESC      PIC X(10).
           03  WS-EVAL-COUNT       PIC 9(5) VALUE 0.
           03  WS-MEETS-COUNT      PIC 9(5) VALUE 0.
           03  WS-WARN-COUNT       PIC 9(5) VALUE 0.
           03  WS-SUSP-COUNT       PIC 9(5) VALUE 0.
           03  WS-APPEAL-COUNT     PIC 9(5) VALUE 0.
           03  WS-LETTER-COUNT     PIC 9(5) VALUE 0.
       01  WS-THRESHOLDS.
           03  WS-MIN-GPA          PIC 999 VALUE 200.
           03  WS-MIN-PCT          PIC 999 VALUE 067.
           03  WS-PROG-HRS         PIC 999 VALUE 120.
           03  WS-MAX-PCT          PIC 999 VALUE 150.
       01  WS-CRSE-TBL.
           03  WS-CRSE-COUNT       PIC 999 VALUE 0.
           03  WS-CRSE-IX          PIC 999.
           03  WS-CRSE-FOUND       PIC X.
               88  CRSE-FOUND              VALUE 'Y'.
           03  WS-CRSE-ENTRY OCCURS 100 TIMES.
               05  WS-CRSE-SEEN        PIC X(9).
       01  WS-VER-FIELDS.
           03  WS-VER-NAME         PIC X(35).
           03  WS-VER-CREDIT       PIC X(4).
           03  WS-VER-FOUND        PIC X.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'SAP-EVAL'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-HDR-LN.
           03  FILLER              PIC X(8)  VALUE 'STUDENT'.
           03  FILLER              PIC X(21) VALUE 'NAME'.
           03  FILLER              PIC X(5)  VALUE 'GPA'.
           03  FILLER              PIC X(5)  VALUE 'ATT'.
           03  FILLER              PIC X(5)  VALUE 'CMP'.
           03  FILLER              PIC X(5)  VALUE 'PCT'.
           03  FILLER              PIC X(4)  VALUE 'XFR'.
           03  FILLER              PIC X(4)  VALUE 'WD'.
           03  FILLER              PIC X(4)  VALUE 'RPT'.
           03  FILLER              PIC X(5)  VALUE 'MAX'.
           03  FILLER              PIC X(11) VALUE 'STATUS'.
           03  FILLER              PIC X(3)  VALUE 'MIS'.
       01  WS-DTL-LN.
           03  WS-D-STU-ID         PIC 9(7).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-NAME           PIC X(20).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-GPA            PIC 9.99.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-ATTEMPT        PIC ZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-COMPLETE       PIC ZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-PCT            PIC ZZ9.
           03  FILLER              PIC XX    VALUE '% '.
           03  WS-D-XFER           PIC ZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-WD             PIC ZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-RPT            PIC ZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-MAX            PIC ZZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-STATUS         PIC X(10).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-D-FAILED         PIC X(3).
       01  WS-TOT-LN.
           03  WS-T-LABEL          PIC X(30).
           03  WS-T-COUNT          PIC ZZ,ZZ9.
       01  WS-LETTER-LNS.
           03  WS-LTR-NAME-LN.
               05  FILLER          PIC X(4)  VALUE 'TO: '.
               05  WS-L-NAME       PIC X(31).
               05  FILLER          PIC X(5)  VALUE 'ID: '.
               05  WS-L-STU-ID     PIC 9(7).
           03  WS-LTR-ADDR-LN.
               05  FILLER          PIC X(4)  VALUE SPACES.
               05  WS-L-STREET     PIC X(25).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-L-ZIP        PIC X(5).
           03  WS-LTR-ADDR2-LN.
               05  FILLER          PIC X(4)  VALUE SPACES.
               05  WS-L2-CITY      PIC X(20).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-L2-STATE     PIC XX.
               05  FILLER          PIC X VALUE SPACE.
               05  WS-L2-ZIP       PIC X(5).
           03  WS-LTR-CNTRY-LN.
               05  FILLER          PIC X(4)  VALUE SPACES.
               05  WS-L-COUNTRY    PIC X(15).
           03  WS-LTR-RE-LN.
               05  FILLER          PIC X(41) VALUE
                   'RE: FINANCIAL AID ACADEMIC PROGRESS TERM '.
               05  WS-L-YEAR       PIC 9999.
               05  FILLER          PIC X VALUE '/'.
               05  WS-L-SEM        PIC 99.
           03  WS-LTR-STD-LN.
               05  FILLER          PIC X(9)  VALUE 'CUM GPA: '.
               05  WS-L-GPA        PIC 9.99.
               05  FILLER          PIC X(14) VALUE '  COMPLETION: '.
               05  WS-L-PCT        PIC ZZ9.
               05  FILLER          PIC X(20) VALUE
                   '%  HOURS ATTEMPTED: '.
               05  WS-L-ATTEMPT    PIC ZZZ9.
               05  FILLER          PIC X(4)  VALUE ' OF '.
               05  WS-L-MAX        PIC ZZZ9.
               05  FILLER          PIC X(4)  VALUE ' MAX'.
           03  WS-LTR-SEP.
               05  FILLER          PIC X(70) VALUE ALL '-'.
       01  WS-LETTER-TEXT.
           03  WS-TEXT-WARN-1      PIC X(70) VALUE
               'YOU ARE ON FINANCIAL AID WARNING FOR ONE TERM. YOU ARE'.
           03  WS-TEXT-WARN-2      PIC X(70) VALUE
               'STILL ELIGIBLE BUT MUST MEET ALL STANDARDS NEXT TERM.'.
           03  WS-TEXT-SUSP-1      PIC X(70) VALUE
               'YOUR FINANCIAL AID IS SUSPENDED. NO MORE AID WILL BE'.
           03  WS-TEXT-SUSP-2      PIC X(70) VALUE
               'PAID UNLESS THE FINANCIAL AID OFFICE GRANTS AN APPEAL.'.
           03  WS-TEXT-MEET-1      PIC X(70) VALUE
               'YOU NOW MEET THE SATISFACTORY ACADEMIC PROGRESS'.
           03  WS-TEXT-MEET-2      PIC X(70) VALUE
               'STANDARDS AND YOUR AID ELIGIBILITY IS RESTORED.'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'FINANCIAL AID SATISFACTORY ACADEMIC PROGRESS'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.
           COMPUTE WS-EVAL-TERM = WS-YEAR * 100 + WS-SEM.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           PERFORM 050-READ-CONFIG.
           COMPUTE WS-MAX-HRS = WS-PROG-HRS * WS-MAX-PCT / 100.

           OPEN INPUT AID-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT REG-MASTER.
           OPEN INPUT SCHE-MST.
           OPEN I-O SAP-HISTORY.
           IF WS-SAP-STAT NOT = ZERO
               DISPLAY 'SAP HISTORY FILE NOT AVAILABLE'
               CLOSE AID-MASTER
               CLOSE STU-MST
               CLOSE REG-MASTER
               CLOSE SCHE-MST
               EXIT PROGRAM
           END-IF.
           OPEN INPUT XFER-MASTER.
           IF WS-XFER-STAT = ZERO
               MOVE 'Y' TO WS-XFER-AVAIL
           END-IF.
           OPEN INPUT TERM-GPA.
           IF WS-TG-STAT = ZERO
               MOVE 'Y' TO WS-TG-AVAIL
           END-IF.
           OPEN INPUT ADDR-MASTER.
           IF WS-ADDR-STAT = ZERO
               MOVE 'Y' TO WS-ADDR-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT LETTER-FILE.

           PERFORM 100-WRITE-HEADINGS.

           MOVE LOW-VALUES TO AID-KEY.
           MOVE 'N' TO WS-AID-EOF.
           START AID-MASTER KEY NOT LESS THAN AID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AID-EOF
           END-START.

           PERFORM UNTIL AID-EOF
               READ AID-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AID-EOF
                   NOT AT END
                       PERFORM 150-CHECK-RECIPIENT
               END-READ
           END-PERFORM.

           PERFORM 800-PRINT-TOTALS.

           CLOSE AID-MASTER.
           CLOSE STU-MST.
           CLOSE REG-MASTER.
           CLOSE SCHE-MST.
           CLOSE SAP-HISTORY.
           IF XFER-AVAIL
               CLOSE XFER-MASTER
           END-IF.
           IF TG-AVAIL
               CLOSE TERM-GPA
           END-IF.
           IF ADDR-AVAIL
               CLOSE ADDR-MASTER
           END-IF.
           CLOSE PRINT-FILE.
           CLOSE LETTER-FILE.

           MOVE '../FILES/SAP-EVAL-REPORT.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.
           MOVE '../FILES/SAP-LETTERS.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'SAP-EVAL COMPLETE'.
           DISPLAY 'STUDENTS EVALUATED: ' WS-EVAL-COUNT.
           DISPLAY 'MEETS             : ' WS-MEETS-COUNT.
           DISPLAY 'WARNING           : ' WS-WARN-COUNT.
           DISPLAY 'SUSPENDED         : ' WS-SUSP-COUNT.
           DISPLAY 'APPEAL ON FILE    : ' WS-APPEAL-COUNT.
           DISPLAY 'LETTERS           : ' WS-LETTER-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-READ-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CFG-STAT = ZERO
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-MIN-GPA NUMERIC
                           MOVE CFG-MIN-GPA TO WS-MIN-GPA
                       END-IF
                       IF CFG-MIN-PCT NUMERIC
                           MOVE CFG-MIN-PCT TO WS-MIN-PCT
                       END-IF
                       IF CFG-PROG-HRS NUMERIC
                           MOVE CFG-PROG-HRS TO WS-PROG-HRS
                       END-IF
                       IF CFG-MAX-PCT NUMERIC
                           MOVE CFG-MAX-PCT TO WS-MAX-PCT
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.
      *-----------------------------------------------------------------
       100-WRITE-HEADINGS.
           MOVE SPACES TO PRINT-REC.
           STRING 'SATISFACTORY ACADEMIC PROGRESS - TERM '
                      DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  '/'     DELIMITED BY SIZE
                  WS-SEM  DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'MIN GPA: '     DELIMITED BY SIZE
                  WS-MIN-GPA      DELIMITED BY SIZE
                  '  MIN COMPLETION %: ' DELIMITED BY SIZE
                  WS-MIN-PCT      DELIMITED BY SIZE
                  '  MAX HOURS: ' DELIMITED BY SIZE
                  WS-MAX-HRS      DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *AN AID RECIPIENT HAS AN AWARD STILL IN FORCE FOR THE TERM OR A
      *LATER ONE. THE AID FILE IS IN STUDENT ORDER, SO EACH STUDENT
      *IS EVALUATED ONCE, ON THE FIRST AWARD THAT QUALIFIES
       150-CHECK-RECIPIENT.
           IF AID-STU-ID = WS-LAST-STU-ID
               EXIT PARAGRAPH
           END-IF.
           IF AID-CANCELLED
               EXIT PARAGRAPH
           END-IF.
           IF AID-YEAR * 100 + AID-SEM < WS-EVAL-TERM
               EXIT PARAGRAPH
           END-IF.
           MOVE AID-STU-ID TO WS-LAST-STU-ID.
           MOVE AID-STU-ID TO WS-STU-ID.
           MOVE WS-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 200-EVALUATE-STUDENT.
      *-----------------------------------------------------------------
       200-EVALUATE-STUDENT.
           ADD 1 TO WS-EVAL-COUNT.
           MOVE SPACES TO WS-STU-NAME.
           STRING STU-F-NAME DELIMITED BY SPACE
                  WS-SPACE   DELIMITED BY SIZE
                  STU-L-NAME DELIMITED BY SPACE
                  INTO WS-STU-NAME.
           MOVE ZERO TO WS-HRS-ATTEMPT.
           MOVE ZERO TO WS-HRS-COMPLETE.
           MOVE ZERO TO WS-XFER-HRS.
           MOVE ZERO TO WS-WD-HRS.
           MOVE ZERO TO WS-RPT-HRS.
           MOVE ZERO TO WS-CRSE-COUNT.

           PERFORM 300-ACCUM-HISTORY.
           PERFORM 350-ACCUM-LIVE.
           PERFORM 450-ADD-TRANSFER-HOURS.
           ADD WS-XFER-HRS TO WS-HRS-ATTEMPT.
           ADD WS-XFER-HRS TO WS-HRS-COMPLETE.

           IF WS-HRS-ATTEMPT > 0
               COMPUTE WS-COMPLETE-PCT =
                   WS-HRS-COMPLETE * 100 / WS-HRS-ATTEMPT
           ELSE
               MOVE 100 TO WS-COMPLETE-PCT
           END-IF.
           IF STU-GPA NUMERIC
               MOVE STU-GPA TO WS-CUM-GPA
           ELSE
               MOVE ZERO TO WS-CUM-GPA
           END-IF.
           COMPUTE WS-CUM-GPA-100 = WS-CUM-GPA * 100.
           PERFORM 470-GET-TERM-GPA.

           MOVE SPACES TO WS-FAILED.
           MOVE 1 TO WS-FAIL-IX.
           IF WS-HRS-ATTEMPT > 0 AND WS-CUM-GPA-100 < WS-MIN-GPA
               MOVE 'G' TO WS-FAILED(WS-FAIL-IX:1)
               ADD 1 TO WS-FAIL-IX
           END-IF.
           IF WS-COMPLETE-PCT < WS-MIN-PCT
               MOVE 'C' TO WS-FAILED(WS-FAIL-IX:1)
               ADD 1 TO WS-FAIL-IX
           END-IF.
           IF WS-HRS-ATTEMPT > WS-MAX-HRS
               MOVE 'T' TO WS-FAILED(WS-FAIL-IX:1)
           END-IF.

           PERFORM 500-FIND-PRIOR-STATUS.
      *A GRANTED APPEAL ON THIS TERM'S RECORD STANDS - A RERUN OF
      *THE TERM DOES NOT UNDO THE AID OFFICE'S DECISION
           IF SAP-FOUND AND SAP-APPEAL-DATE NOT = ZERO
               ADD 1 TO WS-APPEAL-COUNT
               MOVE SAP-STATUS TO WS-NEW-STATUS
               PERFORM 700-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM 550-ASSIGN-STATUS.
           PERFORM 600-SAVE-HISTORY.
           PERFORM 700-WRITE-DETAIL.
           IF WS-NEW-STATUS = 'W' OR WS-NEW-STATUS = 'S'
               OR (WS-NEW-STATUS = 'M' AND WS-PRIOR-STATUS NOT = 'M'
                   AND WS-PRIOR-STATUS NOT = SPACE)
               PERFORM 750-WRITE-LETTER
           END-IF.
      *-----------------------------------------------------------------
       300-ACCUM-HISTORY.
           OPEN INPUT REG-HISTORY.
           IF WS-HIST-STAT NOT = ZERO
               CLOSE REG-HISTORY
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE WS-STU-ID  TO RH-STU-ID
               MOVE LOW-VALUES TO RH-YEAR
               MOVE LOW-VALUES TO RH-SEM
               MOVE LOW-VALUES TO RH-CRN
               START REG-HISTORY KEY NOT LESS THAN RH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL EOF
                   READ REG-HISTORY NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RH-STU-ID NOT = WS-STU-ID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               MOVE RH-REC TO REG-REC
                               PERFORM 400-ACCUM-ATTEMPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-HISTORY
           END-IF.
      *-----------------------------------------------------------------
       350-ACCUM-LIVE.
           MOVE WS-STU-ID  TO REG-STU-ID.
           MOVE LOW-VALUES TO REG-YEAR.
           MOVE LOW-VALUES TO REG-SEM.
           MOVE LOW-VALUES TO REG-CRN.
           MOVE 'N' TO WS-EOF.
           START REG-MASTER KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REG-STU-ID NOT = WS-STU-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 400-ACCUM-ATTEMPT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *EVERY GRADED ATTEMPT THROUGH THE TERM IS ATTEMPTED HOURS -
      *F, W AND I INCLUDED AND EVERY REPEAT - BUT ONLY A PASSING
      *GRADE COMPLETES THEM. AN AUDIT OR A BLANK GRADE IS NEITHER
       400-ACCUM-ATTEMPT.
           COMPUTE WS-REG-TERM = REG-YEAR * 100 + REG-SEM.
           IF WS-REG-TERM > WS-EVAL-TERM
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-GRADE TO WS-GRADE-CHECK.
           IF NOT GRADE-ATTEMPTED
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CREDIT-DIGIT.
           MOVE SPACES TO WS-VER-CREDIT.
           STRING REG-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  REG-SEM  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  REG-CRN  DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           CALL 'CRSE-VER-GET' USING COURSE-ID-O
               REG-YEAR REG-SEM WS-VER-NAME
               WS-VER-CREDIT WS-VER-FOUND.
           IF WS-VER-FOUND = 'Y'
               AND WS-VER-CREDIT(1:1) NUMERIC
               MOVE WS-VER-CREDIT(1:1) TO WS-CREDIT-DIGIT
           END-IF.

           ADD WS-CREDIT-DIGIT TO WS-HRS-ATTEMPT.
           IF GRADE-COMPLETED
               ADD WS-CREDIT-DIGIT TO WS-HRS-COMPLETE
           END-IF.
           IF REG-GRADE = 'W'
               ADD WS-CREDIT-DIGIT TO WS-WD-HRS
           END-IF.
           PERFORM 420-CHECK-REPEAT.
      *-----------------------------------------------------------------
      *A COURSE SEEN BEFORE FOR THE STUDENT IS A REPEAT - ITS HOURS
      *ARE ALREADY IN THE ATTEMPTED TOTAL AND ARE SHOWN FOR THE AID
      *OFFICE ON THE REPORT
       420-CHECK-REPEAT.
           MOVE 'N' TO WS-CRSE-FOUND.
           PERFORM VARYING WS-CRSE-IX FROM 1 BY 1
                   UNTIL WS-CRSE-IX > WS-CRSE-COUNT
               IF WS-CRSE-SEEN(WS-CRSE-IX) = COURSE-ID-O
                   MOVE 'Y' TO WS-CRSE-FOUND
                   MOVE WS-CRSE-COUNT TO WS-CRSE-IX
               END-IF
           END-PERFORM.
           IF CRSE-FOUND
               ADD WS-CREDIT-DIGIT TO WS-RPT-HRS
           ELSE
               IF WS-CRSE-COUNT < 100
                   ADD 1 TO WS-CRSE-COUNT
                   MOVE COURSE-ID-O TO WS-CRSE-SEEN(WS-CRSE-COUNT)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *ACCEPTED TRANSFER HOURS - PASSING AWARDS ONLY, AS GPA-VERIFY
      *COUNTS THEM
       450-ADD-TRANSFER-HOURS.
           IF NOT XFER-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID TO XFER-STU-ID.
           MOVE ZERO TO XFER-SEQ.
           MOVE 'N' TO WS-XFER-EOF.
           START XFER-MASTER KEY NOT LESS THAN XFER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XFER-EOF
           END-START.
           PERFORM UNTIL XFER-EOF
               READ XFER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XFER-EOF
                   NOT AT END
                       IF XFER-STU-ID NOT = WS-STU-ID
                           MOVE 'Y' TO WS-XFER-EOF
                       ELSE
                           IF XFER-GRADE = 'A' OR 'B' OR 'C'
                               OR 'D' OR 'P'
                               ADD XFER-HOURS TO WS-XFER-HRS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       470-GET-TERM-GPA.
           MOVE ZERO TO WS-TERM-GPA.
           IF NOT TG-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID TO TG-STU-ID.
           MOVE WS-YEAR   TO TG-YEAR.
           MOVE WS-SEM    TO TG-SEM.
           READ TERM-GPA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TG-GPA TO WS-TERM-GPA
           END-READ.
      *-----------------------------------------------------------------
      *THE STATUS GOING INTO THE TERM IS THE LATEST ONE BEFORE IT.
      *THE TERM'S OWN RECORD, IF THE TERM HAS BEEN RUN BEFORE, IS
      *LEFT IN THE RECORD AREA WITH WS-SAP-FOUND SET
       500-FIND-PRIOR-STATUS.
           MOVE SPACE TO WS-PRIOR-STATUS.
           MOVE 'N' TO WS-SAP-FOUND.
           MOVE WS-STU-ID TO SAP-STU-ID.
           MOVE ZERO      TO SAP-YEAR.
           MOVE ZERO      TO SAP-SEM.
           MOVE 'N' TO WS-SAP-EOF.
           START SAP-HISTORY KEY NOT LESS THAN SAP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SAP-EOF
           END-START.
           PERFORM UNTIL SAP-EOF
               READ SAP-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SAP-EOF
                   NOT AT END
                       COMPUTE WS-SAP-TERM = SAP-YEAR * 100 + SAP-SEM
                       IF SAP-STU-ID NOT = WS-STU-ID
                           OR WS-SAP-TERM >= WS-EVAL-TERM
                           MOVE 'Y' TO WS-SAP-EOF
                       ELSE
                           MOVE SAP-STATUS TO WS-PRIOR-STATUS
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-STU-ID TO SAP-STU-ID.
           MOVE WS-YEAR   TO SAP-YEAR.
           MOVE WS-SEM    TO SAP-SEM.
           READ SAP-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SAP-FOUND
           END-READ.
      *-----------------------------------------------------------------
      *ONE TERM OF WARNING IS ALLOWED. A STUDENT ALREADY WARNED, OR
      *ON PROBATION AFTER AN APPEAL, WHO STILL FALLS SHORT IS
      *SUSPENDED; SO IS ANYONE PAST THE MAXIMUM TIMEFRAME
       550-ASSIGN-STATUS.
           EVALUATE TRUE
               WHEN WS-FAILED = SPACES
                   MOVE 'M' TO WS-NEW-STATUS
               WHEN WS-HRS-ATTEMPT > WS-MAX-HRS
                   MOVE 'S' TO WS-NEW-STATUS
               WHEN WS-PRIOR-STATUS = 'W'
                   OR WS-PRIOR-STATUS = 'P'
                   OR WS-PRIOR-STATUS = 'S'
                   MOVE 'S' TO WS-NEW-STATUS
               WHEN OTHER
                   MOVE 'W' TO WS-NEW-STATUS
           END-EVALUATE.
           EVALUATE WS-NEW-STATUS
               WHEN 'M' ADD 1 TO WS-MEETS-COUNT
               WHEN 'W' ADD 1 TO WS-WARN-COUNT
               WHEN 'S' ADD 1 TO WS-SUSP-COUNT
           END-EVALUATE.
      *-----------------------------------------------------------------
       600-SAVE-HISTORY.
           IF NOT SAP-FOUND
               INITIALIZE SAP-REC
               MOVE WS-STU-ID TO SAP-STU-ID
               MOVE WS-YEAR   TO SAP-YEAR
               MOVE WS-SEM    TO SAP-SEM
           END-IF.
           MOVE WS-NEW-STATUS   TO SAP-STATUS.
           MOVE WS-FAILED       TO SAP-FAILED.
           MOVE WS-CUM-GPA      TO SAP-CUM-GPA.
           MOVE WS-TERM-GPA     TO SAP-TERM-GPA.
           MOVE WS-HRS-ATTEMPT  TO SAP-HRS-ATTEMPT.
           MOVE WS-HRS-COMPLETE TO SAP-HRS-COMPLETE.
           MOVE WS-XFER-HRS     TO SAP-XFER-HRS.
           MOVE WS-COMPLETE-PCT TO SAP-COMPLETE-PCT.
           MOVE WS-MAX-HRS      TO SAP-MAX-HRS.
           MOVE WS-TODAY        TO SAP-EVAL-DATE.
           IF SAP-FOUND
               REWRITE SAP-REC
           ELSE
               WRITE SAP-REC
           END-IF.
      *-----------------------------------------------------------------
       700-WRITE-DETAIL.
           EVALUATE WS-NEW-STATUS
               WHEN 'M' MOVE 'MEETS'      TO WS-STATUS-DESC
               WHEN 'W' MOVE 'WARNING'    TO WS-STATUS-DESC
               WHEN 'S' MOVE 'SUSPENDED'  TO WS-STATUS-DESC
               WHEN 'P' MOVE 'PROBATION'  TO WS-STATUS-DESC
               WHEN OTHER MOVE SPACES     TO WS-STATUS-DESC
           END-EVALUATE.
           MOVE WS-STU-ID       TO WS-D-STU-ID.
           MOVE WS-STU-NAME     TO WS-D-NAME.
           MOVE WS-CUM-GPA      TO WS-D-GPA.
           MOVE WS-HRS-ATTEMPT  TO WS-D-ATTEMPT.
           MOVE WS-HRS-COMPLETE TO WS-D-COMPLETE.
           MOVE WS-COMPLETE-PCT TO WS-D-PCT.
           MOVE WS-XFER-HRS     TO WS-D-XFER.
           MOVE WS-WD-HRS       TO WS-D-WD.
           MOVE WS-RPT-HRS      TO WS-D-RPT.
           MOVE WS-MAX-HRS      TO WS-D-MAX.
           MOVE WS-STATUS-DESC  TO WS-D-STATUS.
           MOVE WS-FAILED       TO WS-D-FAILED.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       750-WRITE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE WS-STU-NAME TO WS-L-NAME.
           MOVE WS-STU-ID   TO WS-L-STU-ID.
           MOVE WS-LTR-NAME-LN TO LETTER-REC.
           WRITE LETTER-REC.
      *THE LETTER MAILS TO THE MAILING-TYPE ADDRESS WHEN ONE IS ON
      *THE ADDRESS FILE, THEN PERMANENT, THEN FOREIGN - FALLING
      *BACK TO THE ONE-LINE ADDRESS ON THE STUDENT MASTER
           PERFORM 760-PICK-ADDRESS.
           IF ADDR-PICKED
               MOVE WS-MA-STREET TO WS-L-STREET
               MOVE SPACES       TO WS-L-ZIP
               MOVE WS-LTR-ADDR-LN TO LETTER-REC
               WRITE LETTER-REC
               MOVE WS-MA-CITY  TO WS-L2-CITY
               MOVE WS-MA-STATE TO WS-L2-STATE
               MOVE WS-MA-ZIP   TO WS-L2-ZIP
               MOVE WS-LTR-ADDR2-LN TO LETTER-REC
               WRITE LETTER-REC
               IF WS-MA-COUNTRY NOT = SPACES
                   MOVE WS-MA-COUNTRY TO WS-L-COUNTRY
                   MOVE WS-LTR-CNTRY-LN TO LETTER-REC
                   WRITE LETTER-REC
               END-IF
           ELSE
               MOVE STU-STREET TO WS-L-STREET
               MOVE STU-ZIP    TO WS-L-ZIP
               MOVE WS-LTR-ADDR-LN TO LETTER-REC
               WRITE LETTER-REC
           END-IF.

           MOVE WS-YEAR TO WS-L-YEAR.
           MOVE WS-SEM  TO WS-L-SEM.
           MOVE WS-LTR-RE-LN TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE WS-CUM-GPA      TO WS-L-GPA.
           MOVE WS-COMPLETE-PCT TO WS-L-PCT.
           MOVE WS-HRS-ATTEMPT  TO WS-L-ATTEMPT.
           MOVE WS-MAX-HRS      TO WS-L-MAX.
           MOVE WS-LTR-STD-LN TO LETTER-REC.
           WRITE LETTER-REC.

           EVALUATE WS-NEW-STATUS
               WHEN 'W'
                   MOVE WS-TEXT-WARN-1 TO LETTER-REC
                   WRITE LETTER-REC
                   MOVE WS-TEXT-WARN-2 TO LETTER-REC
               WHEN 'S'
                   MOVE WS-TEXT-SUSP-1 TO LETTER-REC
                   WRITE LETTER-REC
                   MOVE WS-TEXT-SUSP-2 TO LETTER-REC
               WHEN OTHER
                   MOVE WS-TEXT-MEET-1 TO LETTER-REC
                   WRITE LETTER-REC
                   MOVE WS-TEXT-MEET-2 TO LETTER-REC
           END-EVALUATE.
           WRITE LETTER-REC.

           MOVE WS-LTR-SEP TO LETTER-REC.
           WRITE LETTER-REC.
      *-----------------------------------------------------------------
       760-PICK-ADDRESS.
           MOVE 'N' TO WS-ADDR-PICKED.
           IF NOT ADDR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'M' TO AD-TYPE.
           PERFORM 770-TRY-ADDR-TYPE.
           IF NOT ADDR-PICKED
               MOVE 'P' TO AD-TYPE
               PERFORM 770-TRY-ADDR-TYPE
           END-IF.
           IF NOT ADDR-PICKED
               MOVE 'F' TO AD-TYPE
               PERFORM 770-TRY-ADDR-TYPE
           END-IF.
      *-----------------------------------------------------------------
      *AN ADDRESS WHOSE END DATE HAS PASSED, OR THAT MAIL HAS COME
      *BACK FROM, NO LONGER WINS - THE PICK FALLS THROUGH TO THE
      *NEXT TYPE OR THE STUDENT MASTER
       770-TRY-ADDR-TYPE.
           MOVE WS-STU-ID TO AD-STU-ID.
           READ ADDR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (AD-END-DATE NUMERIC
                       AND AD-END-DATE NOT = ZERO
                       AND AD-END-DATE < WS-TODAY)
                       OR (AD-RETURNED-DATE NUMERIC
                       AND AD-RETURNED-DATE NOT = ZERO)
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
       800-PRINT-TOTALS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'STUDENTS EVALUATED' TO WS-T-LABEL.
           MOVE WS-EVAL-COUNT TO WS-T-COUNT.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'MEETS STANDARDS' TO WS-T-LABEL.
           MOVE WS-MEETS-COUNT TO WS-T-COUNT.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'WARNING' TO WS-T-LABEL.
           MOVE WS-WARN-COUNT TO WS-T-COUNT.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'SUSPENDED' TO WS-T-LABEL.
           MOVE WS-SUSP-COUNT TO WS-T-COUNT.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'APPEAL DECISION ON FILE' TO WS-T-LABEL.
           MOVE WS-APPEAL-COUNT TO WS-T-COUNT.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'MIS: G GPA  C COMPLETION RATE  T MAXIMUM TIMEFRAME'
               TO PRINT-REC.
           WRITE PRINT-REC.

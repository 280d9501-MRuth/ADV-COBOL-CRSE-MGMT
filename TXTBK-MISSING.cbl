       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXTBK-MISSING.
      *-----------------------------------------------------------------
      *SECTIONS WITHOUT A TEXTBOOK ADOPTION BY THE ADOPTION DEADLINE.
      *FOR ONE TERM, EVERY SECTION NOT CANCELLED IS LISTED WITH ITS
      *INSTRUCTOR WHEN IT HAS NO ADOPTION AT ALL, OR WHEN NOTHING WAS
      *ADOPTED ON OR BEFORE THE DEADLINE (THE DATE OF THE EARLIEST
      *ADOPTION IS SHOWN). A SECTION MARKED NO TEXT BY THE DEADLINE
      *COUNTS AS ADOPTED.
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
           SELECT INSTR-MASTER ASSIGN        TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS INSTR-ID
                               ALTERNATE KEY IS INSTR-NAME
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-INST-STAT.
           SELECT TXTBK-ADOPT  ASSIGN        TO
                               '../FILES/TXTBK-ADOPT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TA-KEY
                               FILE STATUS   IS WS-TA-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/TXTBK-MISSING.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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
               88  SCHED-CANCELLED         VALUE 'C'.
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
       FD  INSTR-MASTER.
       01  INSTR-REC.
           03  INSTR-ID    PIC 9999.
           03  INSTR-NAME  PIC X(22).
           03  INSTR-DEPT    PIC X(4).
           03  INSTR-OFFICE  PIC X(11).
           03  INSTR-PHONE   PIC X(10).
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       COPY TXTBK-ADOPT-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-INST-STAT        PIC 99.
           03  WS-TA-STAT          PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SUB-EOF          PIC X.
               88  SUB-EOF                 VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-DEADLINE         PIC 9(8).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-BOOKS            PIC 99.
           03  WS-ON-TIME          PIC X.
               88  ADOPTED-ON-TIME         VALUE 'Y'.
           03  WS-FIRST-DATE       PIC 9(8).
           03  WS-SECT-COUNT       PIC 9(5) VALUE 0.
           03  WS-NONE-COUNT       PIC 9(5) VALUE 0.
           03  WS-LATE-COUNT       PIC 9(5) VALUE 0.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'TXTBK-MISSING'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-TITLE-LN.
           03  FILLER              PIC X(32) VALUE
                                   'SECTIONS WITHOUT TEXTBOOK - TERM'.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-TL-YEAR          PIC 9999.
           03  FILLER              PIC X     VALUE '/'.
           03  WS-TL-SEM           PIC 99.
           03  FILLER              PIC X(12) VALUE '  DEADLINE '.
           03  WS-TL-DEADLINE      PIC 9(8).
       01  WS-HDR-LN.
           03  FILLER              PIC X(6)  VALUE 'CRN'.
           03  FILLER              PIC X(11) VALUE 'COURSE'.
           03  FILLER              PIC X(29) VALUE 'INSTRUCTOR'.
           03  FILLER              PIC X(30) VALUE 'STATUS'.
       01  WS-DTL-LN.
           03  WS-D-CRN            PIC X(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-INST-ID        PIC X(4).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-INST-NAME      PIC X(22).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-STATUS         PIC X(30).
       01  WS-LATE-MSG.
           03  FILLER              PIC X(14) VALUE 'ADOPTED LATE '.
           03  WS-LM-DATE          PIC 9(8).
       01  WS-TOT-LN.
           03  WS-T-LABEL          PIC X(30).
           03  WS-T-COUNT          PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'SECTIONS WITHOUT A TEXTBOOK ADOPTION'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.
           DISPLAY 'ADOPTION DEADLINE (CCYYMMDD, 0 = TODAY): '
               WITH NO ADVANCING.
           ACCEPT WS-DEADLINE.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           IF WS-DEADLINE = ZERO
               MOVE WS-TODAY TO WS-DEADLINE
           END-IF.

           OPEN INPUT TXTBK-ADOPT.
           IF WS-TA-STAT NOT = ZERO
               DISPLAY 'TXTBK-ADOPT.DAT CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT SCHE-MST.
           OPEN INPUT INSTR-MASTER.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-YEAR     TO WS-TL-YEAR.
           MOVE WS-SEM      TO WS-TL-SEM.
           MOVE WS-DEADLINE TO WS-TL-DEADLINE.
           WRITE PRINT-REC FROM WS-TITLE-LN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-HDR-LN.

           MOVE LOW-VALUES TO SCHEDULE-ID-O.
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
                       IF SCHEDULE-ID-O(1:4) = WS-YEAR
                           AND SCHEDULE-ID-O(6:2) = WS-SEM
                           AND NOT SCHED-CANCELLED
                           PERFORM 100-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'SECTIONS CHECKED' TO WS-T-LABEL.
           MOVE WS-SECT-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'NO ADOPTION' TO WS-T-LABEL.
           MOVE WS-NONE-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'ADOPTED AFTER THE DEADLINE' TO WS-T-LABEL.
           MOVE WS-LATE-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.

           CLOSE TXTBK-ADOPT.
           CLOSE SCHE-MST.
           CLOSE INSTR-MASTER.
           CLOSE PRINT-FILE.

           MOVE '../FILES/TXTBK-MISSING.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'TXTBK-MISSING COMPLETE'.
           DISPLAY 'SECTIONS CHECKED    : ' WS-SECT-COUNT.
           DISPLAY 'NO ADOPTION         : ' WS-NONE-COUNT.
           DISPLAY 'ADOPTED LATE        : ' WS-LATE-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-ONE-SECTION.
           ADD 1 TO WS-SECT-COUNT.
           MOVE 0   TO WS-BOOKS.
           MOVE 'N' TO WS-ON-TIME.
           MOVE 99999999 TO WS-FIRST-DATE.
           MOVE SCHEDULE-ID-O TO TA-SCHED-ID.
           MOVE ZERO TO TA-SEQ.
           MOVE 'N' TO WS-SUB-EOF.
           START TXTBK-ADOPT KEY NOT LESS THAN TA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
           END-START.
           PERFORM UNTIL SUB-EOF
               READ TXTBK-ADOPT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       IF TA-SCHED-ID NOT = SCHEDULE-ID-O
                           MOVE 'Y' TO WS-SUB-EOF
                       ELSE
                           ADD 1 TO WS-BOOKS
                           IF TA-ADOPT-DATE NOT > WS-DEADLINE
                               MOVE 'Y' TO WS-ON-TIME
                           END-IF
                           IF TA-ADOPT-DATE < WS-FIRST-DATE
                               MOVE TA-ADOPT-DATE TO WS-FIRST-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF ADOPTED-ON-TIME
               EXIT PARAGRAPH
           END-IF.
           IF WS-BOOKS = 0
               MOVE 'NO ADOPTION' TO WS-D-STATUS
               ADD 1 TO WS-NONE-COUNT
           ELSE
               MOVE WS-FIRST-DATE TO WS-LM-DATE
               MOVE WS-LATE-MSG   TO WS-D-STATUS
               ADD 1 TO WS-LATE-COUNT
           END-IF.
           PERFORM 200-PRINT-SECTION.
      *-----------------------------------------------------------------
       200-PRINT-SECTION.
           MOVE SCHEDULE-ID-O(9:4) TO WS-D-CRN.
           MOVE COURSE-ID-O        TO WS-D-COURSE.
           MOVE INSTRUCTOR-ID-O    TO WS-D-INST-ID.
           MOVE SPACES             TO WS-D-INST-NAME.
           IF INSTRUCTOR-ID-O NUMERIC
               MOVE INSTRUCTOR-ID-O TO INSTR-ID
               READ INSTR-MASTER
                   INVALID KEY
                       MOVE 'STAFF' TO WS-D-INST-NAME
                   NOT INVALID KEY
                       MOVE INSTR-NAME TO WS-D-INST-NAME
               END-READ
           ELSE
               MOVE 'STAFF' TO WS-D-INST-NAME
           END-IF.
           WRITE PRINT-REC FROM WS-DTL-LN.

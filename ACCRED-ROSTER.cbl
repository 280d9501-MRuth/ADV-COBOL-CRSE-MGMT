       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRED-ROSTER.
      *-----------------------------------------------------------------
      *ACCREDITATION FACULTY ROSTER FOR A TERM. FOR EVERY SECTION
      *STILL ON THE SCHEDULE IT LISTS THE INSTRUCTOR OF RECORD, THE
      *CO-INSTRUCTOR AND ANY SUBSTITUTES, EACH WITH THE
      *QUALIFICATION THE ASSIGNMENT RESTS ON - DEGREE, GRADUATE
      *HOURS, AN APPROVAL OR A DOCUMENTED EXCEPTION - OR NOT
      *QUALIFIED WHEN NOTHING ON FILE COVERS IT.
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
                               FILE STATUS   IS WS-STAT.
           SELECT SUBST-MASTER ASSIGN        TO
                               '../FILES/SUBST-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SUB-KEY
                               FILE STATUS   IS WS-SUB-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/ACCRED-ROSTER.TXT'
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
       COPY SUBST-MASTER-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SUB-STAT         PIC 99.
           03  WS-SUB-AVAIL        PIC X   VALUE 'N'.
               88  SUB-AVAIL               VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SUB-EOF          PIC X   VALUE 'N'.
               88  SUB-EOF                 VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-SECT-COUNT       PIC 9(5).
           03  WS-ASSIGN-COUNT     PIC 9(5).
           03  WS-UNQUAL-COUNT     PIC 9(5).
           03  WS-ROLE             PIC X(7).
       01  WS-TERM-KEY.
           03  WS-TK-YEAR          PIC 9999.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-TK-SEM           PIC 99.
           03  FILLER              PIC X   VALUE SPACE.
           03  WS-TK-CRN           PIC 9999 VALUE ZERO.
       01  WS-QUAL-VARS.
           03  WS-QC-MODE          PIC X   VALUE 'C'.
           03  WS-QC-INST          PIC X(4).
           03  WS-QC-NOTE          PIC X(30) VALUE SPACES.
           03  WS-QC-QUAL          PIC X.
               88  INST-QUALIFIED          VALUE 'Y'.
           03  WS-QC-BASIS         PIC X(20).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'ACCRED-ROSTER'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-HDR1.
           03  FILLER              PIC X(32) VALUE
               'ACCREDITATION FACULTY ROSTER'.
           03  FILLER              PIC X(6)  VALUE 'TERM: '.
           03  WS-H-YEAR           PIC 9(4).
           03  FILLER              PIC X VALUE '/'.
           03  WS-H-SEM            PIC 99.
           03  FILLER              PIC X(5)  VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-COL-HDR.
           03  FILLER              PIC X(6)  VALUE 'CRN'.
           03  FILLER              PIC X(11) VALUE 'COURSE'.
           03  FILLER              PIC X(9)  VALUE 'ROLE'.
           03  FILLER              PIC X(6)  VALUE 'INST'.
           03  FILLER              PIC X(24) VALUE 'NAME'.
           03  FILLER              PIC X(20) VALUE 'QUALIFICATION'.
       01  WS-DTL-LN.
           03  WS-D-CRN            PIC X(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-ROLE           PIC X(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-INST           PIC X(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-NAME           PIC X(22).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-BASIS          PIC X(20).
       01  WS-TOT-LN.
           03  FILLER              PIC X(11) VALUE 'SECTIONS: '.
           03  WS-T-SECT           PIC ZZZZ9.
           03  FILLER              PIC X(16) VALUE '   ASSIGNMENTS: '.
           03  WS-T-ASSIGN         PIC ZZZZ9.
           03  FILLER              PIC X(18) VALUE '   NOT QUALIFIED: '.
           03  WS-T-UNQUAL         PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'ACCREDITATION FACULTY ROSTER'.
           DISPLAY 'YEAR (CCYY)        : ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER           : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE 0 TO WS-SECT-COUNT WS-ASSIGN-COUNT WS-UNQUAL-COUNT.

           OPEN INPUT SCHE-MST.
           IF WS-STAT NOT = ZERO
               DISPLAY 'SCHEDULE-MASTER CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT INSTR-MASTER.
           OPEN INPUT SUBST-MASTER.
           IF WS-SUB-STAT = ZERO
               MOVE 'Y' TO WS-SUB-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-YEAR  TO WS-H-YEAR.
           MOVE WS-SEM   TO WS-H-SEM.
           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-COL-HDR TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE WS-YEAR     TO WS-TK-YEAR.
           MOVE WS-SEM      TO WS-TK-SEM.
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
                               PERFORM 100-ROSTER-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-SECT-COUNT   TO WS-T-SECT.
           MOVE WS-ASSIGN-COUNT TO WS-T-ASSIGN.
           MOVE WS-UNQUAL-COUNT TO WS-T-UNQUAL.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE SCHE-MST.
           CLOSE INSTR-MASTER.
           IF SUB-AVAIL
               CLOSE SUBST-MASTER
           END-IF.
           CLOSE PRINT-FILE.

           MOVE '../FILES/ACCRED-ROSTER.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'ACCRED-ROSTER COMPLETE'.
           DISPLAY 'SECTIONS LISTED      : ' WS-SECT-COUNT.
           DISPLAY 'NOT QUALIFIED        : ' WS-UNQUAL-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *ONE LINE PER PERSON TEACHING THE SECTION
       100-ROSTER-SECTION.
           ADD 1 TO WS-SECT-COUNT.
           MOVE 'PRIMARY'       TO WS-ROLE.
           MOVE INSTRUCTOR-ID-O TO WS-QC-INST.
           PERFORM 200-PRINT-ASSIGNMENT.
           IF SCHED-INST2-O NOT = SPACES AND SCHED-INST2-O NOT = ZERO
               MOVE 'CO-INST'     TO WS-ROLE
               MOVE SCHED-INST2-O TO WS-QC-INST
               PERFORM 200-PRINT-ASSIGNMENT
           END-IF.
           IF SUB-AVAIL
               PERFORM 150-SUBSTITUTES
           END-IF.
      *-----------------------------------------------------------------
       150-SUBSTITUTES.
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
                           MOVE 'SUBST'     TO WS-ROLE
                           MOVE SUB-INST-ID TO WS-QC-INST
                           PERFORM 200-PRINT-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       200-PRINT-ASSIGNMENT.
           ADD 1 TO WS-ASSIGN-COUNT.
           MOVE SCHEDULE-ID-O(9:4) TO WS-D-CRN.
           MOVE COURSE-ID-O        TO WS-D-COURSE.
           MOVE WS-ROLE            TO WS-D-ROLE.
           MOVE WS-QC-INST         TO WS-D-INST.
           MOVE SPACES             TO WS-D-NAME.
           IF WS-QC-INST NOT NUMERIC
               MOVE 'NO INSTRUCTOR' TO WS-D-BASIS
               ADD 1 TO WS-UNQUAL-COUNT
           ELSE
               MOVE WS-QC-INST TO INSTR-ID
               READ INSTR-MASTER
                   INVALID KEY
                       MOVE 'NOT ON FILE' TO WS-D-NAME
                   NOT INVALID KEY
                       MOVE INSTR-NAME TO WS-D-NAME
               END-READ
               CALL 'INST-QUAL-CHECK' USING WS-QC-MODE WS-QC-INST
                   COURSE-ID-O WS-QC-NOTE WS-QC-QUAL WS-QC-BASIS
               IF INST-QUALIFIED
                   MOVE WS-QC-BASIS TO WS-D-BASIS
                   IF WS-QC-BASIS = SPACES
                       MOVE 'NO CREDENTIALS FILE' TO WS-D-BASIS
                   END-IF
               ELSE
                   MOVE 'NOT QUALIFIED' TO WS-D-BASIS
                   ADD 1 TO WS-UNQUAL-COUNT
               END-IF
           END-IF.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.

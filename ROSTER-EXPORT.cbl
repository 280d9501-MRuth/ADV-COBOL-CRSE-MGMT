      *-----------------------------------------------------------------
      *ROSTER EXPORT FOR THE LEARNING MANAGEMENT SYSTEM - ONE
      *DELIMITED LINE PER REGISTRATION PLUS A CONTROL RECORD OF
      *COUNTS SO THE LMS LOAD CAN VERIFY COMPLETENESS. THE ROWS COME
      *FROM THE NIGHTLY ENROLLMENT WORK FILE, SORTED INTO SECTION
      *ORDER, SO THE ROSTER STANDS AS OF ITS LAST BUILD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENRL-WORK    ASSIGN        TO
                               '../FILES/ENROLL-WORK.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-STAT.
           SELECT SORT-WORK    ASSIGN        TO 'SORTWORK.TXT'.
           SELECT EXPORT-FILE  ASSIGN        TO
                               '../FILES/LMS-ROSTER.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY ENRL-WORK-RECS.
       SD  SORT-WORK.
       01  SRT-REC.
           03  SRT-YEAR            PIC 9999.
           03  SRT-SEM             PIC 99.
           03  SRT-CRN             PIC 9(4).
           03  SRT-STU-ID          PIC 9(7).
           03  SRT-STU-FOUND       PIC X.
               88  SRT-STU-ON-FILE         VALUE 'Y'.
           03  SRT-L-NAME          PIC X(15).
           03  SRT-F-NAME          PIC X(15).
           03  SRT-EMAIL           PIC X(30).
           03  SRT-SECT-FOUND      PIC X.
               88  SRT-SECT-ON-FILE        VALUE 'Y'.
           03  SRT-COURSE-ID       PIC X(9).
           03  SRT-INSTRUCTOR      PIC X(4).
       FD  EXPORT-FILE.
       01  EXPORT-REC              PIC X(100).
       WORKING-STORAGE SECTION.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SRT-EOF          PIC X   VALUE 'N'.
               88  SRT-EOF                 VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-GRP-CRN          PIC 9999 VALUE 0.
           03  WS-GRP-COURSE       PIC X(9).
           03  WS-GRP-INST         PIC X(4).
           03  WS-SCHED-ID         PIC X(12).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-SUB-FOUND        PIC X.
           DISPLAY 'SEMESTER   (0 = ALL): ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           OPEN INPUT ENRL-WORK.
           IF WS-STAT NOT = ZERO
               DISPLAY 'ENROLL-WORK.TXT NOT ON HAND - RUN THE '
                   'ENRLWORK STEP OF THE JOB CHAIN FIRST'
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT EXPORT-FILE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-YEAR SRT-SEM SRT-CRN SRT-STU-ID
               INPUT  PROCEDURE 050-SELECT-ROWS
               OUTPUT PROCEDURE 080-EXPORT-ROWS.

           MOVE WS-SECTION-COUNT TO WS-CTL-SECTIONS.
           MOVE WS-STUDENT-COUNT TO WS-CTL-STUDENTS.
           MOVE WS-CTL-LN TO EXPORT-REC.
           WRITE EXPORT-REC.

           CLOSE ENRL-WORK.
           CLOSE EXPORT-FILE.

           DISPLAY 'ROSTER-EXPORT COMPLETE'.
           DISPLAY 'OUTPUT: ../FILES/LMS-ROSTER.TXT'.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE TERM (OR ALL TERMS) ASKED FOR, RE-SORTED BY SECTION
       050-SELECT-ROWS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ ENRL-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (WS-YEAR = ZERO OR EW-YEAR = WS-YEAR)
                           AND (WS-SEM = ZERO OR EW-SEM = WS-SEM)
                           PERFORM 060-RELEASE-ROW
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       060-RELEASE-ROW.
           MOVE EW-YEAR        TO SRT-YEAR.
           MOVE EW-SEM         TO SRT-SEM.
           MOVE EW-CRN         TO SRT-CRN.
           MOVE EW-STU-ID      TO SRT-STU-ID.
           MOVE EW-STU-FOUND   TO SRT-STU-FOUND.
           MOVE EW-L-NAME      TO SRT-L-NAME.
           MOVE EW-F-NAME      TO SRT-F-NAME.
           MOVE EW-EMAIL       TO SRT-EMAIL.
           MOVE EW-SECT-FOUND  TO SRT-SECT-FOUND.
           MOVE EW-COURSE-ID   TO SRT-COURSE-ID.
           MOVE EW-INSTRUCTOR  TO SRT-INSTRUCTOR.
           RELEASE SRT-REC.
      *-----------------------------------------------------------------
       080-EXPORT-ROWS.
           MOVE 'N' TO WS-SRT-EOF.
           PERFORM UNTIL SRT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF
                   NOT AT END
                       PERFORM 100-EXPORT-ONE
               END-RETURN
           END-PERFORM.
      *-----------------------------------------------------------------
       100-EXPORT-ONE.
           IF SRT-YEAR NOT = WS-GRP-YEAR
               OR SRT-SEM NOT = WS-GRP-SEM
               OR SRT-CRN NOT = WS-GRP-CRN
               MOVE SRT-YEAR TO WS-GRP-YEAR
               MOVE SRT-SEM  TO WS-GRP-SEM
               MOVE SRT-CRN  TO WS-GRP-CRN
               ADD 1 TO WS-SECTION-COUNT
               PERFORM 200-GET-COURSE-ID
           END-IF.

           MOVE SPACES TO WS-STU-NAME.
           IF SRT-STU-ON-FILE
               STRING SRT-F-NAME DELIMITED BY SPACE
                      WS-SPACE   DELIMITED BY SIZE
                      SRT-L-NAME DELIMITED BY SPACE
                      INTO WS-STU-NAME
           ELSE
               MOVE 'NOT ON FILE' TO WS-STU-NAME
           END-IF.

           MOVE SRT-CRN        TO WS-X-CRN.
           MOVE WS-GRP-COURSE  TO WS-X-COURSE.
           MOVE SRT-STU-ID     TO WS-X-STU-ID.
           MOVE WS-STU-NAME    TO WS-X-NAME.
           MOVE SRT-EMAIL      TO WS-X-EMAIL.
           MOVE WS-GRP-INST    TO WS-X-INST.
           MOVE WS-EXPORT-LN   TO EXPORT-REC.
           WRITE EXPORT-REC.
      *-----------------------------------------------------------------
       200-GET-COURSE-ID.
           MOVE SPACES TO WS-GRP-COURSE.
           MOVE SPACES TO WS-GRP-INST.
           IF NOT SRT-SECT-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SRT-COURSE-ID  TO WS-GRP-COURSE.
           MOVE SRT-INSTRUCTOR TO WS-GRP-INST.
      *A SUBSTITUTE COVERING TODAY EXPORTS AS THE ACTIVE INSTRUCTOR
           MOVE SPACES TO WS-SCHED-ID.
           STRING WS-GRP-YEAR DELIMITED BY SIZE
                  WS-SPACE    DELIMITED BY SIZE
                  WS-GRP-SEM  DELIMITED BY SIZE
                  WS-SPACE    DELIMITED BY SIZE
                  WS-GRP-CRN  DELIMITED BY SIZE
                  INTO WS-SCHED-ID.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           CALL 'SUBST-GET' USING WS-SCHED-ID WS-TODAY
               WS-GRP-INST WS-SUB-FOUND.
           IF WS-SUB-FOUND NOT = 'Y'
               MOVE SRT-INSTRUCTOR TO WS-GRP-INST
           END-IF.
      *-----------------------------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIB-PATRON-EXTRACT.
      *-----------------------------------------------------------------
      *NIGHTLY LIBRARY PATRON LOAD. EVERY STUDENT HOLDING A
      *REGISTRATION (NOT WITHDRAWN, SECTION NOT CANCELLED) IN A TERM
      *THAT HAS NOT YET ENDED IS SENT AS A STUDENT PATRON, EXPIRING
      *ON THE LATEST TERM-END-DATE AMONG THOSE TERMS - SO A STUDENT
      *ALREADY REGISTERED FOR NEXT TERM CARRIES THROUGH THE BREAK.
      *EVERY INSTRUCTOR NOT SEPARATED BY TODAY IS SENT AS A FACULTY
      *PATRON EXPIRING ON THE LAST TERM-END-DATE ON THE CALENDAR, OR
      *ON THE SEPARATION DATE WHEN ONE IS SET SOONER.
      *READS THE ENROLLMENT WORK FILE, SO RUN IT AFTER STEP ENRLWORK.
      *PATRON FILE: H1 HEADER (DATE), D1 DETAIL PER PATRON, T1 TRAILER
      *(COUNT). STUDENT NAMES ARE LAST NAME IN 1-15, FIRST NAME IN
      *16-30. NO PROMPTS - RUNS FROM THE JOB CHAIN (STEP LIBPATRON).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENRL-WORK    ASSIGN        TO
                               '../FILES/ENROLL-WORK.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-EW-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-TERM-STAT.
           SELECT INSTR-MASTER ASSIGN        TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS INSTR-ID
                               ALTERNATE KEY IS INSTR-NAME
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-INST-STAT.
           SELECT PATRON-FILE  ASSIGN        TO
                               '../FILES/LIB-PATRON.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT SORT-WORK    ASSIGN        TO 'SORTWORK.TXT'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY ENRL-WORK-RECS.
       COPY TERM-MASTER-RECS.
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
       FD  PATRON-FILE.
       01  PATRON-REC              PIC X(100).
       SD  SORT-WORK.
       01  SRT-REC.
           03  SRT-STU-ID          PIC 9(7).
           03  SRT-EXP-DATE        PIC 9(8).
           03  SRT-L-NAME          PIC X(15).
           03  SRT-F-NAME          PIC X(15).
           03  SRT-EMAIL           PIC X(30).
           03  SRT-MAJOR           PIC X(4).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-EW-STAT          PIC 99.
           03  WS-TERM-STAT        PIC 99.
           03  WS-INST-STAT        PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SRT-EOF          PIC X   VALUE 'N'.
               88  SRT-EOF                 VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-LAST-END         PIC 9(8) VALUE ZERO.
           03  WS-TX               PIC 99.
           03  WS-PREV-STU         PIC 9(7) VALUE ZERO.
           03  WS-STU-COUNT        PIC 9(6) VALUE 0.
           03  WS-INST-COUNT       PIC 9(6) VALUE 0.
           03  WS-SENT-COUNT       PIC 9(6) VALUE 0.
      *TERMS NOT YET ENDED - A REGISTRATION IN ONE OF THESE MAKES THE
      *STUDENT A PATRON
       01  WS-OPEN-TERMS.
           03  WS-OT-COUNT         PIC 99  VALUE 0.
           03  WS-OT-ENTRY         OCCURS 20 TIMES.
               05  WS-OT-YEAR      PIC 9999.
               05  WS-OT-SEM       PIC 99.
               05  WS-OT-END       PIC 9(8).
       01  WS-PAT-HDR.
           03  FILLER              PIC X(2) VALUE 'H1'.
           03  WS-PH-DATE          PIC 9(8).
       01  WS-PAT-DTL.
           03  FILLER              PIC X(2) VALUE 'D1'.
           03  WS-PD-TYPE          PIC X.
           03  WS-PD-ID            PIC 9(7).
           03  WS-PD-NAME          PIC X(30).
           03  WS-PD-EMAIL         PIC X(30).
           03  WS-PD-DEPT          PIC X(4).
           03  WS-PD-EXP-DATE      PIC 9(8).
       01  WS-PAT-TRL.
           03  FILLER              PIC X(2) VALUE 'T1'.
           03  WS-PT-COUNT         PIC 9(6).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'LIB-PATRON-EXT'.
           03  WS-CAT-FILE         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN INPUT TERM-MASTER.
           IF WS-TERM-STAT NOT = ZERO
               DISPLAY 'TERM-MASTER.DAT CANNOT BE OPENED - NO RUN'
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           PERFORM 050-LOAD-TERMS.
           CLOSE TERM-MASTER.

           OPEN INPUT ENRL-WORK.
           IF WS-EW-STAT NOT = ZERO
               DISPLAY 'ENROLL-WORK.TXT CANNOT BE OPENED - NO RUN'
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT PATRON-FILE.

           MOVE WS-TODAY TO WS-PH-DATE.
           MOVE WS-PAT-HDR TO PATRON-REC.
           WRITE PATRON-REC.

           SORT SORT-WORK
               ON ASCENDING  KEY SRT-STU-ID
                  DESCENDING KEY SRT-EXP-DATE
               INPUT  PROCEDURE 100-SELECT-STUDENTS
               OUTPUT PROCEDURE 200-WRITE-STUDENTS.
           CLOSE ENRL-WORK.

           OPEN INPUT INSTR-MASTER.
           IF WS-INST-STAT = ZERO
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL EOF
                   READ INSTR-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 300-ONE-INSTRUCTOR
                   END-READ
               END-PERFORM
               CLOSE INSTR-MASTER
           ELSE
               DISPLAY 'INSTR-MASTER.DAT NOT AVAILABLE - NO FACULTY'
           END-IF.

           MOVE WS-SENT-COUNT TO WS-PT-COUNT.
           MOVE WS-PAT-TRL TO PATRON-REC.
           WRITE PATRON-REC.
           CLOSE PATRON-FILE.

           MOVE '../FILES/LIB-PATRON.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'LIB-PATRON-EXTRACT COMPLETE'.
           DISPLAY 'OPEN TERMS          : ' WS-OT-COUNT.
           DISPLAY 'STUDENT PATRONS     : ' WS-STU-COUNT.
           DISPLAY 'FACULTY PATRONS     : ' WS-INST-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-LOAD-TERMS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ TERM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TERM-END-DATE NOT < WS-TODAY
                           AND WS-OT-COUNT < 20
                           ADD 1 TO WS-OT-COUNT
                           MOVE TERM-YEAR TO WS-OT-YEAR(WS-OT-COUNT)
                           MOVE TERM-SEM  TO WS-OT-SEM(WS-OT-COUNT)
                           MOVE TERM-END-DATE
                               TO WS-OT-END(WS-OT-COUNT)
                           IF TERM-END-DATE > WS-LAST-END
                               MOVE TERM-END-DATE TO WS-LAST-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *ONE SORT RECORD PER LIVE REGISTRATION IN AN OPEN TERM, CARRYING
      *THAT TERM'S END DATE
       100-SELECT-STUDENTS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ ENRL-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EW-STU-ON-FILE
                           AND EW-GRADE NOT = 'W'
                           AND NOT EW-SECT-CANCELLED
                           PERFORM 110-CHECK-TERM
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       110-CHECK-TERM.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-OT-COUNT
               IF EW-YEAR = WS-OT-YEAR(WS-TX)
                   AND EW-SEM = WS-OT-SEM(WS-TX)
                   MOVE EW-STU-ID       TO SRT-STU-ID
                   MOVE WS-OT-END(WS-TX) TO SRT-EXP-DATE
                   MOVE EW-L-NAME       TO SRT-L-NAME
                   MOVE EW-F-NAME       TO SRT-F-NAME
                   MOVE EW-EMAIL        TO SRT-EMAIL
                   MOVE EW-MAJOR        TO SRT-MAJOR
                   RELEASE SRT-REC
                   MOVE WS-OT-COUNT     TO WS-TX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE FIRST RECORD FOR A STUDENT CARRIES THE LATEST END DATE
       200-WRITE-STUDENTS.
           MOVE 'N' TO WS-SRT-EOF.
           PERFORM UNTIL SRT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF
                   NOT AT END
                       IF SRT-STU-ID NOT = WS-PREV-STU
                           MOVE SRT-STU-ID TO WS-PREV-STU
                           PERFORM 210-WRITE-STUDENT
                       END-IF
               END-RETURN
           END-PERFORM.
      *-----------------------------------------------------------------
       210-WRITE-STUDENT.
           MOVE SPACES        TO WS-PD-NAME.
           MOVE 'S'           TO WS-PD-TYPE.
           MOVE SRT-STU-ID    TO WS-PD-ID.
           MOVE SRT-L-NAME    TO WS-PD-NAME(1:15).
           MOVE SRT-F-NAME    TO WS-PD-NAME(16:15).
           MOVE SRT-EMAIL     TO WS-PD-EMAIL.
           MOVE SRT-MAJOR     TO WS-PD-DEPT.
           MOVE SRT-EXP-DATE  TO WS-PD-EXP-DATE.
           MOVE WS-PAT-DTL TO PATRON-REC.
           WRITE PATRON-REC.
           ADD 1 TO WS-STU-COUNT.
           ADD 1 TO WS-SENT-COUNT.
      *-----------------------------------------------------------------
      *AN INSTRUCTOR WHOSE SEPARATION DATE HAS ARRIVED IS LEFT OFF
       300-ONE-INSTRUCTOR.
           MOVE WS-LAST-END TO WS-PD-EXP-DATE.
           IF INSTR-SEPARATED
               IF INSTR-SEP-DATE NOT NUMERIC
                   OR INSTR-SEP-DATE NOT > WS-TODAY
                   EXIT PARAGRAPH
               END-IF
               IF INSTR-SEP-DATE < WS-PD-EXP-DATE
                   OR WS-PD-EXP-DATE = ZERO
                   MOVE INSTR-SEP-DATE TO WS-PD-EXP-DATE
               END-IF
           END-IF.
           IF WS-PD-EXP-DATE = ZERO
               MOVE WS-TODAY TO WS-PD-EXP-DATE
           END-IF.
           MOVE 'I'           TO WS-PD-TYPE.
           MOVE INSTR-ID      TO WS-PD-ID.
           MOVE INSTR-NAME    TO WS-PD-NAME.
           MOVE SPACES        TO WS-PD-EMAIL.
           MOVE INSTR-DEPT    TO WS-PD-DEPT.
           MOVE WS-PAT-DTL TO PATRON-REC.
           WRITE PATRON-REC.
           ADD 1 TO WS-INST-COUNT.
           ADD 1 TO WS-SENT-COUNT.

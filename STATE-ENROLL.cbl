      *HEADCOUNT, FULL/PART-TIME SPLIT BY ENROLLED CREDIT HOURS, AND
      *CREDIT HOURS BY DEPARTMENT FOR ONE YEAR AND SEMESTER. WRITES
      *THE FIXED-FORMAT SUBMISSION FILE AND AN AUDIT REPORT.
      *REGISTRATIONS, SECTIONS AND CREDITS COME FROM THE NIGHTLY
      *ENROLLMENT WORK FILE, SO THE FIGURES STAND AS OF ITS LAST BUILD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENRL-WORK    ASSIGN        TO
                               '../FILES/ENROLL-WORK.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-STAT.
           SELECT SUBMIT-FILE  ASSIGN        TO
                               '../FILES/STATE-ENROLL-SUBMIT.TXT'
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY ENRL-WORK-RECS.
       FD  SUBMIT-FILE.
       01  SUBMIT-REC              PIC X(80).
       FD  PRINT-FILE.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CREDIT-DIGIT     PIC 9.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           OPEN INPUT ENRL-WORK.
           IF WS-STAT NOT = ZERO
               DISPLAY 'ENROLL-WORK.TXT NOT ON HAND - RUN THE '
                   'ENRLWORK STEP OF THE JOB CHAIN FIRST'
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT SUBMIT-FILE.
           OPEN OUTPUT PRINT-FILE.

           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-SAW-STUDENT.
           MOVE 0 TO WS-STU-CREDITS.

      *THE WORK FILE IS IN TERM ORDER - STOP PAST THE TERM ASKED FOR
           PERFORM UNTIL EOF
               READ ENRL-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EW-YEAR > WS-YEAR
                           OR (EW-YEAR = WS-YEAR AND EW-SEM > WS-SEM)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF EW-YEAR = WS-YEAR AND EW-SEM = WS-SEM
                               AND EW-GRADE NOT = 'W'
                               PERFORM 100-ONE-REGISTRATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 400-WRITE-OUTPUT.

           CLOSE ENRL-WORK.
           CLOSE SUBMIT-FILE.
           CLOSE PRINT-FILE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-ONE-REGISTRATION.
           IF NOT SAW-STUDENT OR EW-STU-ID NOT = WS-CUR-STU
               IF SAW-STUDENT
                   PERFORM 300-CLOSE-STUDENT
               END-IF
               MOVE 'Y' TO WS-SAW-STUDENT
               MOVE EW-STU-ID TO WS-CUR-STU
               MOVE 0 TO WS-STU-CREDITS
           END-IF.

      *-----------------------------------------------------------------
       200-GET-CREDITS.
           MOVE 0 TO WS-CREDIT-DIGIT.
           IF EW-SECT-ON-FILE
               IF EW-CREDITS(1:1) NUMERIC
                   MOVE EW-CREDITS(1:1) TO WS-CREDIT-DIGIT
               END-IF
               PERFORM 250-ADD-DEPT-CREDITS
           END-IF.
      *-----------------------------------------------------------------
       250-ADD-DEPT-CREDITS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-DEPT-COUNT
               IF WS-DEPT-CODE(WS-IX) = EW-DEPT
                   ADD WS-CREDIT-DIGIT TO WS-DEPT-CREDITS(WS-IX)
                   MOVE 99 TO WS-IX
               END-IF
           END-PERFORM.
           IF WS-IX = WS-DEPT-COUNT + 1 AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE EW-DEPT TO WS-DEPT-CODE(WS-DEPT-COUNT)
               MOVE WS-CREDIT-DIGIT TO
                   WS-DEPT-CREDITS(WS-DEPT-COUNT)
           END-IF.

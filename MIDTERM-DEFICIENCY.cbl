       PROGRAM-ID. MIDTERM-DEFICIENCY.
      *-----------------------------------------------------------------
      *EARLY-ALERT RUN - LISTS EVERY STUDENT FLAGGED D, F, OR N
      *(NOT ATTENDING) AT MIDTERM, GROUPED BY DEPARTMENT, AND PRINTS
      *ONE WARNING LETTER PER STUDENT LISTING EVERY FLAGGED COURSE -
      *TEMPLATE MIDDEF, PRINTED THROUGH LETTER-PRINT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       SD  SORT-WORK.
       01  SRT-REC.
           03  SRT-DEPT            PIC X(4).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       FD  LETTER-FILE.
       01  LETTER-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-LETTER-PRINT.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
           03  WS-PREV-DEPT        PIC X(4) VALUE SPACES.
           03  WS-FLAG-COUNT       PIC 9(5) VALUE 0.
           03  WS-STU-NAME         PIC X(31).
           03  WS-LTR-STU-ID       PIC 9(7) VALUE 0.
           03  WS-LETTER-COUNT     PIC 9(5) VALUE 0.
           03  WS-NOT-PRINTED      PIC 9(5) VALUE 0.
           03  WS-LX               PIC 99  COMP.
       01  WS-LTR-COURSE-LN.
           03  WS-LC-COURSE        PIC X(9).
           03  FILLER              PIC X(6) VALUE '  CRN '.
           03  WS-LC-CRN           PIC 9(4).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WS-LC-MIDTERM       PIC X(20).
       01  WS-DEPT-HDR.
           03  FILLER              PIC X(12) VALUE 'DEPARTMENT: '.
           03  WS-H-DEPT           PIC X(4).
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-MIDTERM        PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT SCHE-MST.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT LETTER-FILE.
           INITIALIZE WS-LETTER-PRINT.

           MOVE 'MIDTERM DEFICIENCY REPORT' TO PRINT-REC.
           WRITE PRINT-REC.
           CLOSE SCHE-MST.
           CLOSE PRINT-FILE.
           CLOSE LETTER-FILE.
           MOVE 'C' TO WS-LP-FUNCTION.
           CALL 'LETTER-PRINT' USING WS-LETTER-PRINT.

           DISPLAY 'MIDTERM-DEFICIENCY COMPLETE'.
           DISPLAY 'STUDENTS FLAGGED: ' WS-FLAG-COUNT.
           DISPLAY 'LETTERS PRINTED : ' WS-LETTER-COUNT.
           DISPLAY 'NOT PRINTED     : ' WS-NOT-PRINTED.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 250-PRINT-LETTER.
      *-----------------------------------------------------------------
       200-RELEASE-ONE.
           MOVE SPACES TO SRT-DEPT.
           MOVE REG-STU-ID  TO SRT-STU-ID.
           MOVE REG-MIDTERM TO SRT-MIDTERM.
           RELEASE SRT-REC.
           PERFORM 220-ADD-LETTER-COURSE.
      *-----------------------------------------------------------------
      *THE REGISTRATION FILE RUNS IN STUDENT ORDER, SO A STUDENT'S
      *FLAGGED COURSES COLLECT INTO ONE LETTER THAT GOES OUT WHEN THE
      *NEXT STUDENT STARTS
       220-ADD-LETTER-COURSE.
           IF REG-STU-ID NOT = WS-LTR-STU-ID
               PERFORM 250-PRINT-LETTER
               INITIALIZE WS-LETTER-PRINT
               MOVE REG-STU-ID TO WS-LTR-STU-ID
           END-IF.
           IF WS-LP-COURSE-COUNT < 20
               MOVE SRT-COURSE TO WS-LC-COURSE
               MOVE REG-CRN    TO WS-LC-CRN
               EVALUATE REG-MIDTERM
                   WHEN 'D' MOVE 'D - POOR'      TO WS-LC-MIDTERM
                   WHEN 'F' MOVE 'F - FAILING'   TO WS-LC-MIDTERM
                   WHEN 'N' MOVE 'NOT ATTENDING' TO WS-LC-MIDTERM
               END-EVALUATE
               ADD 1 TO WS-LP-COURSE-COUNT
               MOVE WS-LTR-COURSE-LN
                   TO WS-LP-COURSE(WS-LP-COURSE-COUNT)
           END-IF.
      *-----------------------------------------------------------------
       250-PRINT-LETTER.
           IF WS-LP-COURSE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'L'           TO WS-LP-FUNCTION.
           MOVE 'MIDDEF'      TO WS-LP-CODE.
           MOVE 'M'           TO WS-LP-DELIVERY.
           MOVE WS-LTR-STU-ID TO WS-LP-STU-ID.
           MOVE WS-YEAR       TO WS-LP-YEAR.
           MOVE WS-SEM        TO WS-LP-SEM.
           CALL 'LETTER-PRINT' USING WS-LETTER-PRINT.
           IF LP-PRINTED
               ADD 1 TO WS-LETTER-COUNT
               PERFORM VARYING WS-LX FROM 1 BY 1
                       UNTIL WS-LX > WS-LP-LINE-COUNT
                   MOVE WS-LP-LINE(WS-LX) TO LETTER-REC
                   WRITE LETTER-REC
               END-PERFORM
           ELSE
               ADD 1 TO WS-NOT-PRINTED
           END-IF.
           MOVE 0 TO WS-LP-COURSE-COUNT.
      *-----------------------------------------------------------------
       300-WRITE-REPORT.
           MOVE 'N' TO WS-SRT-EOF.

           ADD 1 TO WS-FLAG-COUNT.
           MOVE SPACES TO WS-STU-NAME.
           MOVE SRT-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
           MOVE SRT-MIDTERM TO WS-D-MIDTERM.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------

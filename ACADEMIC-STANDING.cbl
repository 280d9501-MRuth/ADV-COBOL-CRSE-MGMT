           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
       FD  PROB-RPT.
       01  PROB-REC                PIC X(80).
       FD  LETTER-EXTRACT.
       01  LETTER-REC              PIC X(80).
       SD  SORT-WORK.
       01  SRT-REC.
           03  SRT-NAME.
           03  SRT-STANDING        PIC X.
           03  SRT-GPA             PIC 9V99.
           03  SRT-HOURS           PIC 999.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY WS-LETTER-PRINT.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-CFG-STAT         PIC 99.
           03  WS-DEANS-COUNT      PIC 9(6) VALUE 0.
           03  WS-PROB-COUNT       PIC 9(6) VALUE 0.
           03  WS-SUSP-COUNT       PIC 9(6) VALUE 0.
           03  WS-LETTER-COUNT     PIC 9(6) VALUE 0.
           03  WS-HELD-COUNT       PIC 9(6) VALUE 0.
           03  WS-NOT-PRINTED      PIC 9(6) VALUE 0.
           03  WS-HOURS-EDIT       PIC ZZ9.
           03  WS-LX               PIC 99  COMP.
       01  WS-THRESHOLDS.
           03  WS-DEANS-GPA        PIC 999 VALUE 350.
           03  WS-GOOD-GPA         PIC 999 VALUE 200.
           03  WS-R-HOURS          PIC ZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-STANDING       PIC X(10).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           CLOSE DEANS-RPT.
           CLOSE PROB-RPT.
           CLOSE LETTER-EXTRACT.
           MOVE 'C' TO WS-LP-FUNCTION.
           CALL 'LETTER-PRINT' USING WS-LETTER-PRINT.

           DISPLAY 'ACADEMIC-STANDING COMPLETE'.
           DISPLAY 'STUDENTS ASSESSED : ' WS-STU-COUNT.
           DISPLAY 'DEANS LIST        : ' WS-DEANS-COUNT.
           DISPLAY 'PROBATION         : ' WS-PROB-COUNT.
           DISPLAY 'SUSPENSION        : ' WS-SUSP-COUNT.
           DISPLAY 'LETTERS PRINTED   : ' WS-LETTER-COUNT.
           DISPLAY 'PRIVACY HELD      : ' WS-HELD-COUNT.
           DISPLAY 'NOT PRINTED       : ' WS-NOT-PRINTED.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
               MOVE WS-STANDING TO SRT-STANDING
               MOVE WS-TERM-GPA TO SRT-GPA
               MOVE WS-CRD-ATTEMPT TO SRT-HOURS
               RELEASE SRT-REC
           END-IF.
      *-----------------------------------------------------------------
                   WRITE PROB-REC
           END-EVALUATE.

           PERFORM 700-PRINT-LETTER.
      *-----------------------------------------------------------------
      *THE STANDING LETTER IS TEMPLATE STANDDL, STANDPR OR STANDSU -
      *THE DEANS LIST LETTER IS GENERAL MAIL AND IS HELD BACK FROM A
      *STUDENT UNDER A PRIVACY HOLD
       700-PRINT-LETTER.
           INITIALIZE WS-LETTER-PRINT.
           MOVE 'L' TO WS-LP-FUNCTION.
           MOVE 'M' TO WS-LP-DELIVERY.
           EVALUATE SRT-STANDING
               WHEN 'D' MOVE 'STANDDL' TO WS-LP-CODE
               WHEN 'P' MOVE 'STANDPR' TO WS-LP-CODE
               WHEN 'S' MOVE 'STANDSU' TO WS-LP-CODE
           END-EVALUATE.
           MOVE SRT-STU-ID TO WS-LP-STU-ID.
           MOVE WS-YEAR    TO WS-LP-YEAR.
           MOVE WS-SEM     TO WS-LP-SEM.
           MOVE SRT-GPA    TO WS-LP-GPA.
           MOVE SRT-HOURS  TO WS-HOURS-EDIT.
           MOVE FUNCTION TRIM(WS-HOURS-EDIT) TO WS-LP-INFO-1.
           CALL 'LETTER-PRINT' USING WS-LETTER-PRINT.
           EVALUATE TRUE
               WHEN LP-PRINTED
                   ADD 1 TO WS-LETTER-COUNT
                   PERFORM VARYING WS-LX FROM 1 BY 1
                           UNTIL WS-LX > WS-LP-LINE-COUNT
                       MOVE WS-LP-LINE(WS-LX) TO LETTER-REC
                       WRITE LETTER-REC
                   END-PERFORM
               WHEN LP-PRIVACY-HELD
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOT-PRINTED
           END-EVALUATE.
      *-----------------------------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECT-CANCEL-RUN.
      *-----------------------------------------------------------------
      *CANCELS THE SECTIONS THE DEAN MARKED X ON SECT-REVIEW FOR A
      *TERM. EACH ONE IS PASSED TO SCHEDULE-CANCEL IN BATCH MODE, SO
      *REGISTRATIONS, WAITLISTS, HOST SEATS, THE REGISTRATION AUDIT
      *AND STUDENT NOTICES ARE HANDLED EXACTLY AS FOR A CANCEL FROM
      *THE SCREEN. THE OUTCOME IS STAMPED ON THE REVIEW RECORD SO A
      *RERUN DOES NOT REPEAT IT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECT-REVIEW  ASSIGN        TO
                               '../FILES/SECT-REVIEW.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SRV-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/SECT-CANCEL-RUN.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY SECT-REVIEW-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY WS-SCHED-CANCEL.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CONFIRM          PIC X.
               88  CONFIRMED               VALUE 'Y' 'y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-CANCEL-COUNT     PIC 9(5).
           03  WS-REJECT-COUNT     PIC 9(5).
           03  WS-STU-COUNT        PIC 9(5).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'SECT-CANCEL-RUN'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-HDR1.
           03  FILLER              PIC X(30) VALUE
               'REVIEWED SECTION CANCELLATIONS'.
           03  FILLER              PIC X(6)  VALUE 'TERM: '.
           03  WS-H-YEAR           PIC 9(4).
           03  FILLER              PIC X VALUE '/'.
           03  WS-H-SEM            PIC 99.
           03  FILLER              PIC X(7)  VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-COL-HDR.
           03  FILLER              PIC X(6)  VALUE 'CRN'.
           03  FILLER              PIC X(11) VALUE 'COURSE'.
           03  FILLER              PIC X(9)  VALUE 'REMOVED'.
           03  FILLER              PIC X(26) VALUE 'RESULT'.
           03  FILLER              PIC X(28) VALUE 'DEAN NOTE'.
       01  WS-DTL-LN.
           03  WS-D-CRN            PIC 9(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-REMOVED        PIC ZZ9.
           03  FILLER              PIC X(6) VALUE SPACES.
           03  WS-D-RESULT         PIC X(24).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-NOTE           PIC X(28).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'REVIEWED SECTION CANCELLATIONS'.
           DISPLAY 'YEAR (CCYY)        : ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER           : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.
           DISPLAY 'CANCEL ALL SECTIONS MARKED X (Y/N): '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRMED
               DISPLAY 'SECT-CANCEL-RUN NOT RUN'
               EXIT PROGRAM
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE 0 TO WS-CANCEL-COUNT WS-REJECT-COUNT WS-STU-COUNT.

           OPEN I-O SECT-REVIEW.
           IF WS-STAT NOT = ZERO
               DISPLAY 'SECT-REVIEW CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
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

           MOVE WS-YEAR TO SRV-YEAR.
           MOVE WS-SEM  TO SRV-SEM.
           MOVE ZERO    TO SRV-CRN.
           MOVE 'N' TO WS-EOF.
           START SECT-REVIEW KEY NOT LESS THAN SRV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ SECT-REVIEW NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SRV-YEAR NOT = WS-YEAR
                           OR SRV-SEM NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF SRV-MARK-CANCEL AND SRV-NOT-RUN
                               PERFORM 100-CANCEL-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CANCEL-COUNT = ZERO AND WS-REJECT-COUNT = ZERO
               MOVE 'NO SECTIONS MARKED FOR CANCELLATION' TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           CLOSE SECT-REVIEW.
           CLOSE PRINT-FILE.

           MOVE '../FILES/SECT-CANCEL-RUN.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'SECT-CANCEL-RUN COMPLETE'.
           DISPLAY 'SECTIONS CANCELLED   : ' WS-CANCEL-COUNT.
           DISPLAY 'NOT CANCELLED        : ' WS-REJECT-COUNT.
           DISPLAY 'STUDENTS REMOVED     : ' WS-STU-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-CANCEL-SECTION.
           MOVE 'B'      TO WS-SC-MODE.
           MOVE SRV-YEAR TO WS-SC-YEAR.
           MOVE SRV-SEM  TO WS-SC-SEM.
           MOVE SRV-CRN  TO WS-SC-CRN.
           MOVE SPACE    TO WS-SC-RESULT.
           MOVE ZERO     TO WS-SC-REMOVED.
           CALL 'SCHEDULE-CANCEL' USING WS-SCHED-CANCEL.

           EVALUATE TRUE
               WHEN SC-CANCELLED
                   MOVE 'C' TO SRV-RUN-STAT
                   MOVE 'CANCELLED' TO WS-D-RESULT
                   ADD 1 TO WS-CANCEL-COUNT
                   ADD WS-SC-REMOVED TO WS-STU-COUNT
               WHEN SC-ALREADY
                   MOVE 'E' TO SRV-RUN-STAT
                   MOVE 'ALREADY CANCELLED' TO WS-D-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   MOVE 'E' TO SRV-RUN-STAT
                   MOVE 'SECTION NOT ON SCHEDULE' TO WS-D-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
           MOVE WS-TODAY      TO SRV-RUN-DATE.
           MOVE WS-SC-REMOVED TO SRV-RUN-REMOVED.
           REWRITE SRV-REC.

           MOVE SRV-CRN       TO WS-D-CRN.
           MOVE SRV-COURSE-ID TO WS-D-COURSE.
           MOVE WS-SC-REMOVED TO WS-D-REMOVED.
           MOVE SRV-NOTE      TO WS-D-NOTE.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.

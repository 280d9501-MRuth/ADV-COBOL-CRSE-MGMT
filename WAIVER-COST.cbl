       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAIVER-COST.
      *-----------------------------------------------------------------
      *WAIVER COST REPORT - FOR THE BUDGET OFFICE, THE TUITION AND
      *FEES WAIVED ON THE LAST BILLING RUN FOR A TERM (OR EVERY TERM
      *OF A YEAR WHEN THE SEMESTER IS LEFT 00), TOTALLED BY WAIVER
      *PROGRAM WITH THE NUMBER OF STUDENTS AND CREDIT HOURS WAIVED.
      *ASSIGNMENTS NOT YET BILLED OR THAT WAIVED NOTHING ARE COUNTED
      *SEPARATELY.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-MASTER ASSIGN       TO
                               '../FILES/WAIVER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS WVR-CODE
                               FILE STATUS   IS WS-STAT.
           SELECT WAIVER-STU   ASSIGN        TO
                               '../FILES/WAIVER-STU.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS WVST-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT REPORT-FILE  ASSIGN        TO
                               '../FILES/WAIVER-COST.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY WAIVER-MASTER-RECS.
       COPY WAIVER-STU-RECS.
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-IX               PIC 999.
           03  WS-FOUND-IX         PIC 999.
           03  WS-READ-COUNT       PIC 9(6) VALUE 0.
           03  WS-UNBILLED-COUNT   PIC 9(6) VALUE 0.
           03  WS-TOT-STUDENTS     PIC 9(6) VALUE 0.
           03  WS-TOT-CREDITS      PIC 9(7) VALUE 0.
           03  WS-TOT-AMOUNT       PIC 9(9)V99 VALUE 0.
       01  WS-PROG-TABLE.
           03  WS-PT-CNT           PIC 999 VALUE 0.
           03  WS-PT-ENTRY OCCURS 100 TIMES.
               05  WS-PT-CODE      PIC X(4).
               05  WS-PT-DESC      PIC X(30).
               05  WS-PT-METHOD    PIC X.
               05  WS-PT-SCOPE     PIC X.
               05  WS-PT-STUDENTS  PIC 9(5).
               05  WS-PT-CREDITS   PIC 9(6).
               05  WS-PT-AMOUNT    PIC 9(8)V99.
       01  WS-RPT-LINES.
           03  WS-HDR-1.
               05  FILLER          PIC X(24) VALUE
                                   'WAIVER COST REPORT  TERM'.
               05  WS-H-YEAR       PIC 9999.
               05  FILLER          PIC X VALUE '/'.
               05  WS-H-SEM        PIC 99.
               05  FILLER          PIC X(16) VALUE '   (00 = YEAR)'.
           03  WS-HDR-2.
               05  FILLER          PIC X(6)  VALUE 'CODE'.
               05  FILLER          PIC X(31) VALUE 'PROGRAM'.
               05  FILLER          PIC X(4)  VALUE 'M/S'.
               05  FILLER          PIC X(8)  VALUE 'STUDENTS'.
               05  FILLER          PIC X(9)  VALUE '  CREDITS'.
               05  FILLER          PIC X(15) VALUE '  AMOUNT WAIVED'.
           03  WS-DTL-LN.
               05  WS-D-CODE       PIC X(4).
               05  FILLER          PIC XX VALUE SPACES.
               05  WS-D-DESC       PIC X(30).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-D-METHOD     PIC X.
               05  FILLER          PIC X VALUE '/'.
               05  WS-D-SCOPE      PIC X.
               05  FILLER          PIC X(3) VALUE SPACES.
               05  WS-D-STUDENTS   PIC ZZ,ZZ9.
               05  FILLER          PIC XX VALUE SPACES.
               05  WS-D-CREDITS    PIC ZZZ,ZZ9.
               05  FILLER          PIC XX VALUE SPACES.
               05  WS-D-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.
           03  WS-TOT-LN.
               05  FILLER          PIC X(43) VALUE
                                   'TOTAL ALL PROGRAMS'.
               05  WS-T-STUDENTS   PIC ZZ,ZZ9.
               05  FILLER          PIC XX VALUE SPACES.
               05  WS-T-CREDITS    PIC ZZZ,ZZ9.
               05  FILLER          PIC X VALUE SPACE.
               05  WS-T-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
           03  WS-UNBILLED-LN.
               05  FILLER          PIC X(36) VALUE
                               'ASSIGNMENTS WITH NOTHING WAIVED  : '.
               05  WS-U-COUNT      PIC ZZZ,ZZ9.
           03  WS-SEP.
               05  FILLER          PIC X(79) VALUE ALL '-'.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'WAIVER-COST'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/WAIVER-COST.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'WAIVER COST REPORT'.
           DISPLAY 'YEAR (CCYY)          : ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER (00 = YEAR) : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           OPEN INPUT WAIVER-MASTER.
           OPEN INPUT WAIVER-STU.
           OPEN OUTPUT REPORT-FILE.

           PERFORM 100-LOAD-PROGRAMS.

           MOVE LOW-VALUES TO WVST-KEY.
           MOVE 'N' TO WS-EOF.
           START WAIVER-STU KEY NOT LESS THAN WVST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ WAIVER-STU NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WVST-YEAR = WS-YEAR
                           AND (WS-SEM = ZERO OR WVST-SEM = WS-SEM)
                           PERFORM 200-ADD-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 300-PRINT-REPORT.

           CLOSE WAIVER-MASTER.
           CLOSE WAIVER-STU.
           CLOSE REPORT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'WAIVER-COST COMPLETE'.
           DISPLAY 'ASSIGNMENTS READ : ' WS-READ-COUNT.
           DISPLAY 'NOTHING WAIVED   : ' WS-UNBILLED-COUNT.
           DISPLAY 'TOTAL WAIVED     : ' WS-TOT-AMOUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *EVERY PROGRAM ON FILE GETS A SLOT, IN CODE ORDER, SO THE
      *REPORT SHOWS PROGRAMS THAT COST NOTHING THIS TERM AS WELL
       100-LOAD-PROGRAMS.
           MOVE LOW-VALUES TO WVR-CODE.
           MOVE 'N' TO WS-EOF.
           START WAIVER-MASTER KEY NOT LESS THAN WVR-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ WAIVER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PT-CNT < 100
                           ADD 1 TO WS-PT-CNT
                           MOVE WVR-CODE   TO WS-PT-CODE(WS-PT-CNT)
                           MOVE WVR-DESC   TO WS-PT-DESC(WS-PT-CNT)
                           MOVE WVR-METHOD TO WS-PT-METHOD(WS-PT-CNT)
                           MOVE WVR-SCOPE  TO WS-PT-SCOPE(WS-PT-CNT)
                           MOVE ZERO TO WS-PT-STUDENTS(WS-PT-CNT)
                           MOVE ZERO TO WS-PT-CREDITS(WS-PT-CNT)
                           MOVE ZERO TO WS-PT-AMOUNT(WS-PT-CNT)
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *A CODE NO LONGER ON THE MASTER STILL COSTS MONEY - IT GETS A
      *SLOT OF ITS OWN
       200-ADD-ASSIGNMENT.
           ADD 1 TO WS-READ-COUNT.
           IF WVST-APPLIED = ZERO
               ADD 1 TO WS-UNBILLED-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PT-CNT OR WS-FOUND-IX > 0
               IF WS-PT-CODE(WS-IX) = WVST-CODE
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IX = 0
               IF WS-PT-CNT < 100
                   ADD 1 TO WS-PT-CNT
                   MOVE WS-PT-CNT TO WS-FOUND-IX
                   MOVE WVST-CODE TO WS-PT-CODE(WS-FOUND-IX)
                   MOVE 'NOT ON WAIVER MASTER'
                       TO WS-PT-DESC(WS-FOUND-IX)
                   MOVE SPACE TO WS-PT-METHOD(WS-FOUND-IX)
                   MOVE SPACE TO WS-PT-SCOPE(WS-FOUND-IX)
                   MOVE ZERO TO WS-PT-STUDENTS(WS-FOUND-IX)
                   MOVE ZERO TO WS-PT-CREDITS(WS-FOUND-IX)
                   MOVE ZERO TO WS-PT-AMOUNT(WS-FOUND-IX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1            TO WS-PT-STUDENTS(WS-FOUND-IX).
           ADD WVST-CREDITS TO WS-PT-CREDITS(WS-FOUND-IX).
           ADD WVST-APPLIED TO WS-PT-AMOUNT(WS-FOUND-IX).
           ADD 1            TO WS-TOT-STUDENTS.
           ADD WVST-CREDITS TO WS-TOT-CREDITS.
           ADD WVST-APPLIED TO WS-TOT-AMOUNT.
      *-----------------------------------------------------------------
       300-PRINT-REPORT.
           MOVE WS-YEAR TO WS-H-YEAR.
           MOVE WS-SEM  TO WS-H-SEM.
           MOVE WS-HDR-1 TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-HDR-2 TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-SEP TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PT-CNT
               MOVE WS-PT-CODE(WS-IX)     TO WS-D-CODE
               MOVE WS-PT-DESC(WS-IX)     TO WS-D-DESC
               MOVE WS-PT-METHOD(WS-IX)   TO WS-D-METHOD
               MOVE WS-PT-SCOPE(WS-IX)    TO WS-D-SCOPE
               MOVE WS-PT-STUDENTS(WS-IX) TO WS-D-STUDENTS
               MOVE WS-PT-CREDITS(WS-IX)  TO WS-D-CREDITS
               MOVE WS-PT-AMOUNT(WS-IX)   TO WS-D-AMOUNT
               MOVE WS-DTL-LN TO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.

           MOVE WS-SEP TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-TOT-STUDENTS TO WS-T-STUDENTS.
           MOVE WS-TOT-CREDITS  TO WS-T-CREDITS.
           MOVE WS-TOT-AMOUNT   TO WS-T-AMOUNT.
           MOVE WS-TOT-LN TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-UNBILLED-COUNT TO WS-U-COUNT.
           MOVE WS-UNBILLED-LN TO REPORT-REC.
           WRITE REPORT-REC.

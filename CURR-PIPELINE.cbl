       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURR-PIPELINE.
      *-----------------------------------------------------------------
      *CURRICULUM PROPOSAL PIPELINE - EVERY OPEN PROPOSAL GROUPED BY
      *WHERE IT IS WAITING (CHAIR, COMMITTEE, REGISTRAR, THE CATALOG
      *RUN, OR ITS EFFECTIVE TERM) WITH THE DAYS IT HAS WAITED SINCE
      *ITS LAST ACTION, THEN COUNTS FOR EACH STEP AND FOR THE CLOSED
      *PROPOSALS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURR-PROPOSAL ASSIGN       TO
                               '../FILES/CURR-PROPOSAL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PRP-ID
                               FILE STATUS   IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/CURR-PIPELINE.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY CURR-PROP-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SX               PIC 9.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-DAYS             PIC 9(5).
           03  WS-OPEN-COUNT       PIC 9(5) VALUE 0.
           03  WS-IMPL-COUNT       PIC 9(5) VALUE 0.
           03  WS-DENIED-COUNT     PIC 9(5) VALUE 0.
           03  WS-WDRAWN-COUNT     PIC 9(5) VALUE 0.
       01  WS-STAGE-VALUES.
           03  FILLER              PIC X(31) VALUE
               'CDEPARTMENT CHAIR'.
           03  FILLER              PIC X(31) VALUE
               'MCURRICULUM COMMITTEE'.
           03  FILLER              PIC X(31) VALUE
               'RREGISTRAR'.
           03  FILLER              PIC X(31) VALUE
               'AAPPROVED - CATALOG RUN'.
           03  FILLER              PIC X(31) VALUE
               'VAPPROVED - EFFECTIVE TERM'.
       01  WS-STAGE-TABLE REDEFINES WS-STAGE-VALUES.
           03  WS-STAGE-ENTRY      OCCURS 5 TIMES.
               05  WS-STAGE-CODE   PIC X.
               05  WS-STAGE-NAME   PIC X(30).
       01  WS-STAGE-COUNTS.
           03  WS-STAGE-COUNT      OCCURS 5 TIMES PIC 9(5).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'CURR-PIPELINE'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-SEP-LN               PIC X(80) VALUE ALL '-'.
       01  WS-HDR1.
           03  FILLER              PIC X(50) VALUE
               'CURRICULUM PROPOSAL PIPELINE'.
           03  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-STAGE-HDR.
           03  FILLER              PIC X(12) VALUE 'WAITING ON: '.
           03  WS-SH-NAME          PIC X(30).
       01  WS-COL-HDR.
           03  FILLER              PIC X(8)  VALUE 'PROPOSAL'.
           03  FILLER              PIC X(3)  VALUE ' T'.
           03  FILLER              PIC X(10) VALUE 'COURSE'.
           03  FILLER              PIC X(8)  VALUE 'TERM'.
           03  FILLER              PIC X(31) VALUE 'NAME'.
           03  FILLER              PIC X(9)  VALUE 'SUBMITTED'.
           03  FILLER              PIC X(6)  VALUE '  DAYS'.
       01  WS-DTL-LN.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-ID             PIC 9(6).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-TYPE           PIC X.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-YEAR           PIC 9(4).
           03  FILLER              PIC X VALUE '/'.
           03  WS-D-SEM            PIC 99.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-NAME           PIC X(30).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-SUBMIT         PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-DAYS           PIC ZZZZ9.
       01  WS-CNT-LN.
           03  FILLER              PIC X(4) VALUE SPACES.
           03  WS-C-NAME           PIC X(30).
           03  WS-C-COUNT          PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'CURRICULUM PROPOSAL PIPELINE'.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN INPUT CURR-PROPOSAL.
           IF WS-STAT NOT = ZERO
               DISPLAY 'CURR-PROPOSAL CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           MOVE ZERO TO WS-STAGE-COUNTS.
           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.

      *ONE PASS OF THE FILE PER STEP KEEPS EACH GROUP IN ID ORDER
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
               PERFORM 100-STAGE-GROUP
           END-PERFORM.
           PERFORM 300-CLOSED-COUNTS.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'PROPOSALS BY STEP' TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
               MOVE WS-STAGE-NAME(WS-SX)  TO WS-C-NAME
               MOVE WS-STAGE-COUNT(WS-SX) TO WS-C-COUNT
               MOVE WS-CNT-LN TO PRINT-REC
               WRITE PRINT-REC
           END-PERFORM.
           MOVE 'TOTAL OPEN'      TO WS-C-NAME.
           MOVE WS-OPEN-COUNT     TO WS-C-COUNT.
           MOVE WS-CNT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'IMPLEMENTED'     TO WS-C-NAME.
           MOVE WS-IMPL-COUNT     TO WS-C-COUNT.
           MOVE WS-CNT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'DENIED'          TO WS-C-NAME.
           MOVE WS-DENIED-COUNT   TO WS-C-COUNT.
           MOVE WS-CNT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'WITHDRAWN'       TO WS-C-NAME.
           MOVE WS-WDRAWN-COUNT   TO WS-C-COUNT.
           MOVE WS-CNT-LN TO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE CURR-PROPOSAL.
           CLOSE PRINT-FILE.

           MOVE '../FILES/CURR-PIPELINE.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'CURR-PIPELINE COMPLETE'.
           DISPLAY 'OPEN PROPOSALS       : ' WS-OPEN-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-STAGE-GROUP.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-STAGE-NAME(WS-SX) TO WS-SH-NAME.
           MOVE WS-STAGE-HDR TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-COL-HDR TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-SEP-LN TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE 1 TO PRP-ID.
           MOVE 'N' TO WS-EOF.
           START CURR-PROPOSAL KEY NOT LESS THAN PRP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CURR-PROPOSAL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PRP-STAGE = WS-STAGE-CODE(WS-SX)
                           PERFORM 200-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STAGE-COUNT(WS-SX) = ZERO
               MOVE '  NONE' TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------
       200-DETAIL-LINE.
           MOVE ZERO TO WS-DAYS.
           IF PRP-LAST-ACT-DATE NUMERIC
               AND PRP-LAST-ACT-DATE > ZERO
               AND PRP-LAST-ACT-DATE < WS-TODAY
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(PRP-LAST-ACT-DATE)
           END-IF.
           MOVE PRP-ID       TO WS-D-ID.
           MOVE PRP-TYPE     TO WS-D-TYPE.
           MOVE PRP-CRSE-ID  TO WS-D-COURSE.
           MOVE PRP-EFF-YEAR TO WS-D-YEAR.
           MOVE PRP-EFF-SEM  TO WS-D-SEM.
           MOVE PRP-NAME     TO WS-D-NAME.
           MOVE PRP-SUBMIT-DATE TO WS-D-SUBMIT.
           MOVE WS-DAYS      TO WS-D-DAYS.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-STAGE-COUNT(WS-SX).
           ADD 1 TO WS-OPEN-COUNT.
      *-----------------------------------------------------------------
       300-CLOSED-COUNTS.
           MOVE 1 TO PRP-ID.
           MOVE 'N' TO WS-EOF.
           START CURR-PROPOSAL KEY NOT LESS THAN PRP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CURR-PROPOSAL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PRP-IMPLEMENTED
                               ADD 1 TO WS-IMPL-COUNT
                           WHEN PRP-DENIED
                               ADD 1 TO WS-DENIED-COUNT
                           WHEN PRP-WITHDRAWN
                               ADD 1 TO WS-WDRAWN-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.

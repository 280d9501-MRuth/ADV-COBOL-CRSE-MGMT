       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-BALANCE.
      *-----------------------------------------------------------------
      *MORNING BALANCING REPORT FOR THE NIGHTLY JOB CHAIN. TAKES THE
      *MOST RECENT RUN ON CTL-TOTALS.TXT AND, STEP BY STEP FROM
      *JOB-STATUS, SHOWS HOW THE STEP ENDED (WITH THE FAILURE REASON)
      *AND THE CONTROL TOTALS TAKEN OF THE FILES IT READ AND WROTE,
      *EACH INPUT MARKED NEW, OK, BAD OR ACC. CALLED BY JOB-CHAIN AT
      *THE END OF EVERY RUN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-TOTALS   ASSIGN        TO
                               '../FILES/CTL-TOTALS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CT-STAT.
           SELECT JOB-STATUS   ASSIGN        TO
                               '../FILES/JOB-STATUS.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS JS-KEY
                               FILE STATUS   IS WS-JS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/CHAIN-BALANCE-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY CTL-TOTAL-RECS.
       COPY JOB-STATUS-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-CT-STAT          PIC 99.
           03  WS-JS-STAT          PIC 99.
           03  WS-EOF              PIC X.
               88  EOF                     VALUE 'Y'.
           03  WS-RUN-DATE         PIC 9(8) VALUE 0.
           03  WS-RUN-TIME         PIC 9(6) VALUE 0.
           03  WS-IX               PIC 999.
           03  WS-STEPS            PIC 999 VALUE 0.
           03  WS-COMPLETE         PIC 999 VALUE 0.
           03  WS-FAILED           PIC 999 VALUE 0.
           03  WS-NOT-RUN          PIC 999 VALUE 0.
           03  WS-BAD-COUNT        PIC 999 VALUE 0.
           03  WS-ACC-COUNT        PIC 999 VALUE 0.
      *THE RUN'S CONTROL TOTAL LINES, IN THE ORDER THEY WERE TAKEN
       01  WS-RUN-TBL.
           03  WS-RT-COUNT         PIC 999 VALUE 0.
           03  WS-RT-ENTRY         OCCURS 300 TIMES.
               05  WS-RT-SEQ       PIC 99.
               05  WS-RT-FILE      PIC X(16).
               05  WS-RT-ROLE      PIC X.
               05  WS-RT-RECS      PIC 9(9).
               05  WS-RT-HASH      PIC 9(15).
               05  WS-RT-AMOUNT    PIC 9(11)V99.
               05  WS-RT-RESULT    PIC X(3).
       01  WS-HDR-LN.
           03  FILLER              PIC X(6)  VALUE SPACES.
           03  FILLER              PIC X(17) VALUE 'FILE'.
           03  FILLER              PIC X(5)  VALUE 'ROLE'.
           03  FILLER              PIC X(12) VALUE '     RECORDS'.
           03  FILLER              PIC X(21) VALUE
                                   '           HASH TOTAL'.
           03  FILLER              PIC X(19) VALUE
                                   '      DOLLAR TOTAL'.
           03  FILLER              PIC X(6)  VALUE 'CHECK'.
       01  WS-STEP-LN.
           03  WS-P-SEQ            PIC 99.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-P-CODE           PIC X(12).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-P-STATUS         PIC X(9).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-P-DATE           PIC 9(8).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-P-START          PIC X(8).
           03  FILLER              PIC X     VALUE '-'.
           03  WS-P-END            PIC X(8).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-P-REASON         PIC X(40).
       01  WS-TOT-LN.
           03  FILLER              PIC X(6)  VALUE SPACES.
           03  WS-T-FILE           PIC X(16).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-T-ROLE           PIC X(4).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-T-RECS           PIC ZZZ,ZZZ,ZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-T-HASH           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-T-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-T-RESULT         PIC X(3).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'CHAIN-BALANCE'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/CHAIN-BALANCE-REPORT.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-LOAD-LAST-RUN.

           OPEN OUTPUT PRINT-FILE.
           MOVE 'NIGHTLY JOB CHAIN BALANCING REPORT' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           IF WS-RT-COUNT = ZERO
               MOVE 'NO CONTROL TOTALS ON FILE' TO PRINT-REC
           ELSE
               STRING 'RUN OF '       DELIMITED BY SIZE
                      WS-RUN-DATE     DELIMITED BY SIZE
                      ' STARTED '     DELIMITED BY SIZE
                      WS-RUN-TIME     DELIMITED BY SIZE
                      INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           OPEN INPUT JOB-STATUS.
           IF WS-JS-STAT = ZERO
               PERFORM 200-REPORT-STEPS
               CLOSE JOB-STATUS
           ELSE
               MOVE 'JOB-STATUS NOT AVAILABLE' TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           PERFORM 400-SUMMARY.
           CLOSE PRINT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'CHAIN BALANCING REPORT WRITTEN TO '
               '../FILES/CHAIN-BALANCE-REPORT.TXT'.
           IF WS-BAD-COUNT > ZERO
               DISPLAY 'FILES OUT OF BALANCE: ' WS-BAD-COUNT
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE LAST LINE ON THE FILE BELONGS TO THE RUN JUST FINISHED
       100-LOAD-LAST-RUN.
           MOVE ZERO TO WS-RT-COUNT.
           OPEN INPUT CTL-TOTALS.
           IF WS-CT-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ CTL-TOTALS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CT-RUN-DATE TO WS-RUN-DATE
                       MOVE CT-RUN-TIME TO WS-RUN-TIME
               END-READ
           END-PERFORM.
           CLOSE CTL-TOTALS.

           OPEN INPUT CTL-TOTALS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ CTL-TOTALS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CT-RUN-DATE = WS-RUN-DATE
                           AND CT-RUN-TIME = WS-RUN-TIME
                           AND WS-RT-COUNT < 300
                           PERFORM 150-KEEP-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CTL-TOTALS.
      *-----------------------------------------------------------------
       150-KEEP-LINE.
           ADD 1 TO WS-RT-COUNT.
           MOVE CT-SEQ    TO WS-RT-SEQ(WS-RT-COUNT).
           MOVE CT-FILE   TO WS-RT-FILE(WS-RT-COUNT).
           MOVE CT-ROLE   TO WS-RT-ROLE(WS-RT-COUNT).
           MOVE CT-COUNT  TO WS-RT-RECS(WS-RT-COUNT).
           MOVE CT-HASH   TO WS-RT-HASH(WS-RT-COUNT).
           MOVE CT-AMOUNT TO WS-RT-AMOUNT(WS-RT-COUNT).
           MOVE CT-RESULT TO WS-RT-RESULT(WS-RT-COUNT).
           IF CT-OUT-OF-BAL
               ADD 1 TO WS-BAD-COUNT
           END-IF.
           IF CT-ACCEPTED
               ADD 1 TO WS-ACC-COUNT
           END-IF.
      *-----------------------------------------------------------------
       200-REPORT-STEPS.
           MOVE LOW-VALUES TO JS-KEY.
           MOVE 'N' TO WS-EOF.
           START JOB-STATUS KEY NOT LESS THAN JS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ JOB-STATUS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 250-ONE-STEP
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *A STEP LAST RUN BEFORE THIS RUN'S DATE WAS NOT REACHED
       250-ONE-STEP.
           ADD 1 TO WS-STEPS.
           MOVE JS-SEQ        TO WS-P-SEQ.
           MOVE JS-CODE       TO WS-P-CODE.
           MOVE JS-RUN-DATE   TO WS-P-DATE.
           MOVE JS-START-TIME TO WS-P-START.
           MOVE JS-END-TIME   TO WS-P-END.
           MOVE JS-REASON     TO WS-P-REASON.
           EVALUATE TRUE
               WHEN JS-RUN-DATE < WS-RUN-DATE
                   MOVE 'NOT RUN'     TO WS-P-STATUS
                   MOVE SPACES        TO WS-P-REASON
                   ADD 1 TO WS-NOT-RUN
               WHEN JS-COMPLETE
                   MOVE 'COMPLETE'    TO WS-P-STATUS
                   ADD 1 TO WS-COMPLETE
               WHEN JS-FAILED
                   MOVE 'FAILED'      TO WS-P-STATUS
                   ADD 1 TO WS-FAILED
               WHEN OTHER
                   MOVE 'RUNNING'     TO WS-P-STATUS
           END-EVALUATE.
           MOVE WS-STEP-LN TO PRINT-REC.
           WRITE PRINT-REC.

           IF JS-RUN-DATE NOT < WS-RUN-DATE
               MOVE WS-HDR-LN TO PRINT-REC
               WRITE PRINT-REC
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-RT-COUNT
                   IF WS-RT-SEQ(WS-IX) = JS-SEQ
                       PERFORM 300-TOTAL-LINE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       300-TOTAL-LINE.
           MOVE WS-RT-FILE(WS-IX)   TO WS-T-FILE.
           IF WS-RT-ROLE(WS-IX) = 'I'
               MOVE 'IN'  TO WS-T-ROLE
           ELSE
               MOVE 'OUT' TO WS-T-ROLE
           END-IF.
           MOVE WS-RT-RECS(WS-IX)   TO WS-T-RECS.
           MOVE WS-RT-HASH(WS-IX)   TO WS-T-HASH.
           MOVE WS-RT-AMOUNT(WS-IX) TO WS-T-AMOUNT.
           MOVE WS-RT-RESULT(WS-IX) TO WS-T-RESULT.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       400-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           STRING 'STEPS: '         DELIMITED BY SIZE
                  WS-STEPS          DELIMITED BY SIZE
                  '  COMPLETE: '    DELIMITED BY SIZE
                  WS-COMPLETE       DELIMITED BY SIZE
                  '  FAILED: '      DELIMITED BY SIZE
                  WS-FAILED         DELIMITED BY SIZE
                  '  NOT RUN: '     DELIMITED BY SIZE
                  WS-NOT-RUN        DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'FILES OUT OF BALANCE: ' DELIMITED BY SIZE
                  WS-BAD-COUNT             DELIMITED BY SIZE
                  '  ACCEPTED ON RESTART: ' DELIMITED BY SIZE
                  WS-ACC-COUNT             DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           IF WS-BAD-COUNT = ZERO AND WS-FAILED = ZERO
               MOVE 'CHAIN IN BALANCE' TO PRINT-REC
           ELSE
               MOVE 'CHAIN NOT IN BALANCE - SEE FAILED STEPS ABOVE'
                   TO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------

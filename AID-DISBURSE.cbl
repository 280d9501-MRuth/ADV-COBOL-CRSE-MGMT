      *STARTED AND PRINTS A DISBURSEMENT REGISTER FOR BALANCING.
      *A TERM ON AN INSTALLMENT PLAN HAS THE DISBURSEMENT APPLIED
      *TO ITS OLDEST OPEN INSTALLMENTS AS WELL, THE WAY A CASHIER
      *PAYMENT POSTS, SO AGING AND DUNNING SEE THE AID.
      *A STUDENT WHOSE SATISFACTORY ACADEMIC PROGRESS STATUS GOING
      *INTO THE TERM IS SUSPENDED IS NOT PAID
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT SAP-HISTORY  ASSIGN        TO
                               '../FILES/SAP-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SAP-KEY
                               FILE STATUS   IS WS-SAP-STAT.
           SELECT PAY-HISTORY  ASSIGN        TO
                               '../FILES/PAYMENT-HISTORY.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
       COPY BILL-MASTER-RECS.
       COPY PLAN-MASTER-RECS.
       COPY TERM-MASTER-RECS.
       COPY SAP-HIST-RECS.
       FD  PAY-HISTORY.
       01  PAY-HIST-REC            PIC X(80).
       FD  REGISTER-FILE.
               88  PLAN-EOF                VALUE 'Y'.
           03  WS-APPLY-AMT        PIC 9(6)V99.
           03  WS-INST-OPEN        PIC S9(7)V99.
           03  WS-SAP-STAT         PIC 99 VALUE 99.
           03  WS-SAP-AVAIL        PIC X  VALUE 'N'.
               88  SAP-AVAIL               VALUE 'Y'.
           03  WS-SAP-EOF          PIC X.
               88  SAP-EOF                 VALUE 'Y'.
           03  WS-SAP-SUSP         PIC X.
               88  SAP-SUSP                VALUE 'Y'.
           03  WS-SAP-SKIP-COUNT   PIC 9(6) VALUE 0.
       01  WS-TYPE-TOTALS.
           03  WS-GRANT-TOT        PIC 9(8)V99 VALUE 0.
           03  WS-SCHOL-TOT        PIC 9(8)V99 VALUE 0.
               05  FILLER          PIC X(20) VALUE
                                   'TOTAL DISBURSED  : '.
               05  WS-T-ALL        PIC ZZ,ZZZ,ZZ9.99.
       COPY WS-LEDGER-LINE.
       01  WS-HIST-LN.
           03  WS-H-DATE               PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           IF WS-PLAN-STAT = ZERO
               MOVE 'Y' TO WS-PLAN-AVAIL
           END-IF.
           OPEN INPUT SAP-HISTORY.
           IF WS-SAP-STAT = ZERO
               MOVE 'Y' TO WS-SAP-AVAIL
           END-IF.
           OPEN EXTEND PAY-HISTORY.
           OPEN OUTPUT REGISTER-FILE.

           IF PLAN-AVAIL
               CLOSE PLAN-MASTER
           END-IF.
           IF SAP-AVAIL
               CLOSE SAP-HISTORY
           END-IF.
           CLOSE PAY-HISTORY.
           CLOSE REGISTER-FILE.

           DISPLAY 'AID-DISBURSE COMPLETE'.
           DISPLAY 'AWARDS DISBURSED: ' WS-DISB-COUNT.
           DISPLAY 'AWARDS SKIPPED  : ' WS-SKIP-COUNT.
           DISPLAY 'SAP SUSPENDED   : ' WS-SAP-SKIP-COUNT.
           DISPLAY 'TOTAL DISBURSED : ' WS-DISB-TOTAL.

           EXIT PROGRAM.
                   END-IF
           END-READ.
           CLOSE TERM-MASTER.
      *-----------------------------------------------------------------
      *THE SAP STATUS GOING INTO THE TERM IS THE LATEST EVALUATION
      *OF AN EARLIER TERM. A STUDENT NEVER EVALUATED IS PAID
       090-CHECK-SAP.
           MOVE 'N' TO WS-SAP-SUSP.
           IF NOT SAP-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE AID-STU-ID TO SAP-STU-ID.
           MOVE ZERO       TO SAP-YEAR.
           MOVE ZERO       TO SAP-SEM.
           MOVE 'N' TO WS-SAP-EOF.
           START SAP-HISTORY KEY NOT LESS THAN SAP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SAP-EOF
           END-START.
           PERFORM UNTIL SAP-EOF
               READ SAP-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SAP-EOF
                   NOT AT END
                       IF SAP-STU-ID NOT = AID-STU-ID
                           OR SAP-YEAR * 100 + SAP-SEM >=
                              AID-YEAR * 100 + AID-SEM
                           MOVE 'Y' TO WS-SAP-EOF
                       ELSE
                           IF SAP-SUSPENDED
                               MOVE 'Y' TO WS-SAP-SUSP
                           ELSE
                               MOVE 'N' TO WS-SAP-SUSP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       100-DISBURSE-ONE.
           EVALUATE AID-TYPE
               WHEN OTHER MOVE AID-TYPE     TO WS-TYPE-DESC
           END-EVALUATE.

           PERFORM 090-CHECK-SAP.
           IF SAP-SUSP
               ADD 1 TO WS-SKIP-COUNT
               ADD 1 TO WS-SAP-SKIP-COUNT
               MOVE 'SAP SUSP' TO WS-D-RESULT
               PERFORM 200-WRITE-REGISTER
               EXIT PARAGRAPH
           END-IF.

           MOVE AID-STU-ID TO BILL-STU-ID.
           MOVE AID-YEAR   TO BILL-YEAR.
           MOVE AID-SEM    TO BILL-SEM.
                   MOVE 'DISBURSED' TO WS-D-RESULT
                   PERFORM 200-WRITE-REGISTER
                   PERFORM 250-WRITE-HISTORY
                   PERFORM 270-POST-LEDGER
           END-READ.
      *-----------------------------------------------------------------
      *A TERM ON AN INSTALLMENT PLAN TAKES THE DISBURSEMENT AGAINST
           MOVE SESSION-OPER-ID TO WS-H-OPER.
           MOVE WS-HIST-LN      TO PAY-HIST-REC.
           WRITE PAY-HIST-REC.
      *-----------------------------------------------------------------
      *THE LEDGER LINE CARRIES THE AID TYPE SO FINANCE CAN CLEAR
      *EACH KIND OF AID SEPARATELY
       270-POST-LEDGER.
           MOVE 'P'            TO WS-LL-FUNC.
           MOVE AID-STU-ID     TO WS-LL-STU-ID.
           MOVE AID-YEAR       TO WS-LL-YEAR.
           MOVE AID-SEM        TO WS-LL-SEM.
           MOVE 'D'            TO WS-LL-TYPE.
           MOVE 'C'            TO WS-LL-DRCR.
           MOVE AID-AMOUNT     TO WS-LL-AMOUNT.
           MOVE SPACES         TO WS-LL-DESC.
           STRING 'AID ' DELIMITED BY SIZE
                  WS-TYPE-DESC DELIMITED BY SPACE
                  INTO WS-LL-DESC.
           MOVE AID-TYPE       TO WS-LL-REF.
           MOVE ZERO           TO WS-LL-ORIG-SEQ.
           MOVE 'AID-DISBURSE' TO WS-LL-PGM.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
      *-----------------------------------------------------------------
       300-PRINT-TOTALS.
           MOVE WS-GRANT-TOT TO WS-T-GRANT.

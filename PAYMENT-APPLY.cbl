       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-APPLY.
      *-----------------------------------------------------------------
      *APPLIES ONE PAYMENT TO A TERM BILL FOR THE CASHIER SCREEN,
      *THE BATCH AND THE SUSPENSE PROGRAMS: THE BILL IS CREDITED, AN
      *INSTALLMENT PLAN IS PAID DOWN OLDEST INSTALLMENT FIRST, THE
      *DUNNING BUSINESS HOLD COMES OFF WHEN NO TERM ON THE ACCOUNT IS
      *STILL PAST DUE, AND THE PAYMENT GOES TO THE PAYMENT HISTORY
      *AND THE STUDENT ACCOUNT LEDGER. A CASHIER ADJUSTMENT (TYPE A)
      *COMES OFF THE AMOUNT BILLED INSTEAD - NEVER BELOW ZERO, AND
      *THE LEDGER GETS ONLY WHAT IT TOOK OFF - AND LEAVES THE PLAN
      *ALONE. THE FILES ARE OPENED AND CLOSED ON EACH CALL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-MASTER  ASSIGN        TO
                               '../FILES/BILL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS BILL-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT HOLD-MASTER  ASSIGN        TO
                               '../FILES/HOLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HOLD-KEY
                               FILE STATUS   IS WS-HOLD-STAT.
           SELECT PLAN-MASTER  ASSIGN        TO
                               '../FILES/PLAN-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PLAN-KEY
                               FILE STATUS   IS WS-PLAN-STAT.
           SELECT PAY-HISTORY  ASSIGN        TO
                               '../FILES/PAYMENT-HISTORY.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY BILL-MASTER-RECS.
       COPY HOLD-MASTER-RECS.
       COPY PLAN-MASTER-RECS.
       FD  PAY-HISTORY.
       01  PAY-HIST-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-HOLD-STAT        PIC 99.
           03  WS-PLAN-STAT        PIC 99.
           03  WS-PLAN-AVAIL       PIC X   VALUE 'N'.
               88  PLAN-AVAIL              VALUE 'Y'.
           03  WS-BALANCE          PIC S9(7)V99.
           03  WS-APPLY-AMT        PIC 9(6)V99.
           03  WS-POSTED-AMT       PIC 9(6)V99.
           03  WS-INST-OPEN        PIC S9(7)V99.
           03  WS-PLAN-EOF         PIC X   VALUE 'N'.
               88  PLAN-EOF                VALUE 'Y'.
           03  WS-BILL-EOF         PIC X   VALUE 'N'.
               88  BILL-EOF                VALUE 'Y'.
           03  WS-PAST-DUE         PIC X.
               88  PAST-DUE-FOUND          VALUE 'Y'.
           03  WS-CHK-PLAN         PIC X.
               88  CHK-PLAN-FOUND          VALUE 'Y'.
           03  WS-CHK-BAL          PIC S9(7)V99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-TODAY-INT        PIC 9(8).
           03  WS-BILL-INT         PIC 9(8).
           03  WS-CHK-DAYS         PIC S9(5).
       01  WS-HIST-LN.
           03  WS-H-DATE               PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  WS-H-TIME               PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  WS-H-STU-ID             PIC 9(7).
           03  FILLER                  PIC X VALUE SPACE.
           03  WS-H-YEAR               PIC 9999.
           03  WS-H-SEM                PIC 99.
           03  FILLER                  PIC X VALUE SPACE.
           03  WS-H-TYPE               PIC X.
           03  FILLER                  PIC X VALUE SPACE.
           03  WS-H-AMT                PIC 9(6).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  WS-H-OPER               PIC X(8).
       COPY WS-LEDGER-LINE.
       LINKAGE SECTION.
       01  LNK-PAY-APPLY.
           03  LNK-STU-ID          PIC 9(7).
           03  LNK-YEAR            PIC 9(4).
           03  LNK-SEM             PIC 99.
           03  LNK-AMOUNT          PIC 9(6)V99.
           03  LNK-DESC            PIC X(20).
           03  LNK-REF             PIC X(12).
           03  LNK-PGM             PIC X(15).
           03  LNK-RESULT          PIC X.
           03  LNK-HOLD-REL        PIC X.
           03  LNK-TYPE            PIC X.
               88  LNK-ADJUSTMENT          VALUE 'A'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-PAY-APPLY.
       000-MAIN.
           MOVE 'N' TO LNK-RESULT.
           MOVE 'N' TO LNK-HOLD-REL.
           IF LNK-AMOUNT = ZERO
               EXIT PROGRAM
           END-IF.

           OPEN I-O BILL-MASTER.
           IF WS-STAT NOT = ZERO
               CLOSE BILL-MASTER
               EXIT PROGRAM
           END-IF.
           MOVE LNK-STU-ID TO BILL-STU-ID.
           MOVE LNK-YEAR   TO BILL-YEAR.
           MOVE LNK-SEM    TO BILL-SEM.
           READ BILL-MASTER
               INVALID KEY
                   CLOSE BILL-MASTER
                   EXIT PROGRAM
           END-READ.

           MOVE 'N' TO WS-PLAN-AVAIL.
           OPEN I-O PLAN-MASTER.
           IF WS-PLAN-STAT = ZERO
               MOVE 'Y' TO WS-PLAN-AVAIL
           END-IF.
           OPEN I-O HOLD-MASTER.
           OPEN EXTEND PAY-HISTORY.

           MOVE LNK-AMOUNT TO WS-POSTED-AMT.
           IF LNK-ADJUSTMENT
               IF LNK-AMOUNT > BILL-AMOUNT
                   MOVE BILL-AMOUNT TO WS-POSTED-AMT
                   MOVE ZERO TO BILL-AMOUNT
               ELSE
                   SUBTRACT LNK-AMOUNT FROM BILL-AMOUNT
               END-IF
               REWRITE BILL-REC
           ELSE
               ADD LNK-AMOUNT TO BILL-PAID
               REWRITE BILL-REC
               IF PLAN-AVAIL
                   PERFORM 350-APPLY-TO-PLAN
               END-IF
           END-IF.
           COMPUTE WS-BALANCE = BILL-AMOUNT - BILL-PAID.
           IF WS-BALANCE <= 0 AND WS-HOLD-STAT = ZERO
               PERFORM 370-RELEASE-BUSINESS-HOLD
           END-IF.
           PERFORM 400-WRITE-HISTORY.
           PERFORM 450-POST-LEDGER.
           MOVE 'Y' TO LNK-RESULT.

           CLOSE BILL-MASTER.
           CLOSE PLAN-MASTER.
           CLOSE HOLD-MASTER.
           CLOSE PAY-HISTORY.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *WHEN THE TERM IS ON AN INSTALLMENT PLAN A PAYMENT PAYS DOWN
      *THE OLDEST OPEN INSTALLMENT FIRST
       350-APPLY-TO-PLAN.
           MOVE LNK-AMOUNT  TO WS-APPLY-AMT.
           MOVE LNK-STU-ID  TO PLAN-STU-ID.
           MOVE LNK-YEAR    TO PLAN-YEAR.
           MOVE LNK-SEM     TO PLAN-SEM.
           MOVE ZERO        TO PLAN-INST-NO.
           MOVE 'N' TO WS-PLAN-EOF.
           START PLAN-MASTER KEY NOT LESS THAN PLAN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLAN-EOF
           END-START.

           PERFORM UNTIL PLAN-EOF OR WS-APPLY-AMT = ZERO
               READ PLAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLAN-EOF
                   NOT AT END
                       IF PLAN-STU-ID NOT = LNK-STU-ID
                           OR PLAN-YEAR NOT = LNK-YEAR
                           OR PLAN-SEM  NOT = LNK-SEM
                           MOVE 'Y' TO WS-PLAN-EOF
                       ELSE
                           PERFORM 360-PAY-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       360-PAY-INSTALLMENT.
           COMPUTE WS-INST-OPEN = PLAN-AMOUNT - PLAN-PAID.
           IF WS-INST-OPEN > 0
               IF WS-APPLY-AMT >= WS-INST-OPEN
                   ADD WS-INST-OPEN TO PLAN-PAID
                   SUBTRACT WS-INST-OPEN FROM WS-APPLY-AMT
               ELSE
                   ADD WS-APPLY-AMT TO PLAN-PAID
                   MOVE ZERO TO WS-APPLY-AMT
               END-IF
               REWRITE PLAN-REC
           END-IF.
      *-----------------------------------------------------------------
      *THE HOLD COMES OFF ONLY WHEN NO TERM ON THE ACCOUNT IS STILL
      *PAST DUE, AGED THE WAY AR-DUNNING AGES IT
       370-RELEASE-BUSINESS-HOLD.
           PERFORM 380-CHECK-PAST-DUE.
           IF NOT PAST-DUE-FOUND
               MOVE LNK-STU-ID TO HOLD-STU-ID
               MOVE 'B'        TO HOLD-TYPE
               READ HOLD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE HOLD-MASTER RECORD
                       MOVE 'Y' TO LNK-HOLD-REL
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       380-CHECK-PAST-DUE.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           MOVE 'N' TO WS-PAST-DUE.
           MOVE LNK-STU-ID TO BILL-STU-ID.
           MOVE LOW-VALUES TO BILL-YEAR.
           MOVE LOW-VALUES TO BILL-SEM.
           MOVE 'N' TO WS-BILL-EOF.
           START BILL-MASTER KEY NOT LESS THAN BILL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BILL-EOF
           END-START.
           PERFORM UNTIL BILL-EOF OR PAST-DUE-FOUND
               READ BILL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BILL-EOF
                   NOT AT END
                       IF BILL-STU-ID NOT = LNK-STU-ID
                           MOVE 'Y' TO WS-BILL-EOF
                       ELSE
                           COMPUTE WS-CHK-BAL =
                               BILL-AMOUNT - BILL-PAID
                           IF WS-CHK-BAL > 0
                               PERFORM 385-CHECK-ONE-TERM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       385-CHECK-ONE-TERM.
           PERFORM 390-CHECK-PLAN-DUE.
           IF NOT CHK-PLAN-FOUND
               IF BILL-DATE NUMERIC AND BILL-DATE > 19000000
                   COMPUTE WS-BILL-INT =
                       FUNCTION INTEGER-OF-DATE(BILL-DATE)
                   COMPUTE WS-CHK-DAYS = WS-TODAY-INT - WS-BILL-INT
                   IF WS-CHK-DAYS > 30
                       MOVE 'Y' TO WS-PAST-DUE
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *A PLAN TERM IS CURRENT AS LONG AS EVERY INSTALLMENT STILL
      *OPEN HAS A DUE DATE IN THE FUTURE
       390-CHECK-PLAN-DUE.
           MOVE 'N' TO WS-CHK-PLAN.
           IF NOT PLAN-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE BILL-STU-ID TO PLAN-STU-ID.
           MOVE BILL-YEAR   TO PLAN-YEAR.
           MOVE BILL-SEM    TO PLAN-SEM.
           MOVE ZERO        TO PLAN-INST-NO.
           MOVE 'N' TO WS-PLAN-EOF.
           START PLAN-MASTER KEY NOT LESS THAN PLAN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLAN-EOF
           END-START.
           PERFORM UNTIL PLAN-EOF
               READ PLAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLAN-EOF
                   NOT AT END
                       IF PLAN-STU-ID NOT = BILL-STU-ID
                           OR PLAN-YEAR NOT = BILL-YEAR
                           OR PLAN-SEM  NOT = BILL-SEM
                           MOVE 'Y' TO WS-PLAN-EOF
                       ELSE
                           IF PLAN-AMOUNT - PLAN-PAID > 0
                               MOVE 'Y' TO WS-CHK-PLAN
                               IF PLAN-DUE-DATE NUMERIC
                                   AND PLAN-DUE-DATE < WS-TODAY
                                   MOVE 'Y' TO WS-PAST-DUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       400-WRITE-HISTORY.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME FROM TIME.
           STRING WS-DATE-MM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-DD DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-YY DELIMITED BY SIZE
                  INTO WS-H-DATE.
           STRING WS-TIME-HH DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-TIME-MM DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-TIME-SS DELIMITED BY SIZE
                  INTO WS-H-TIME.
           MOVE LNK-STU-ID      TO WS-H-STU-ID.
           MOVE LNK-YEAR        TO WS-H-YEAR.
           MOVE LNK-SEM         TO WS-H-SEM.
           IF LNK-ADJUSTMENT
               MOVE 'A'         TO WS-H-TYPE
           ELSE
               MOVE 'P'         TO WS-H-TYPE
           END-IF.
           MOVE WS-POSTED-AMT   TO WS-H-AMT.
           MOVE SESSION-OPER-ID TO WS-H-OPER.
           MOVE WS-HIST-LN      TO PAY-HIST-REC.
           WRITE PAY-HIST-REC.
      *-----------------------------------------------------------------
      *AN ADJUSTMENT POSTS ONLY WHAT IT ACTUALLY TOOK OFF THE BILL
       450-POST-LEDGER.
           MOVE 'P'            TO WS-LL-FUNC.
           MOVE LNK-STU-ID     TO WS-LL-STU-ID.
           MOVE LNK-YEAR       TO WS-LL-YEAR.
           MOVE LNK-SEM        TO WS-LL-SEM.
           IF LNK-ADJUSTMENT
               MOVE 'A'        TO WS-LL-TYPE
           ELSE
               MOVE 'P'        TO WS-LL-TYPE
           END-IF.
           MOVE 'C'            TO WS-LL-DRCR.
           MOVE WS-POSTED-AMT  TO WS-LL-AMOUNT.
           MOVE LNK-DESC       TO WS-LL-DESC.
           MOVE LNK-REF        TO WS-LL-REF.
           MOVE ZERO           TO WS-LL-ORIG-SEQ.
           MOVE LNK-PGM        TO WS-LL-PGM.
           MOVE LNK-HOLD-REL   TO WS-LL-HOLD-REL.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.

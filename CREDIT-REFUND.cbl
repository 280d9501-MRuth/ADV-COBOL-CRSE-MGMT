       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REFUND.
      *-----------------------------------------------------------------
      *CREDIT-BALANCE REFUND RUN. FINDS TERM BILLS PAID PAST WHAT IS
      *OWED (AID, DROP AND WITHDRAWAL REFUNDS) FOR ONE TERM OR ALL
      *TERMS AND PAYS THE CREDIT BACK TO THE STUDENT - BY DIRECT
      *DEPOSIT WHEN THE STUDENT HAS SIGNED UP FOR IT, OTHERWISE BY
      *CHECK TO THE ADDRESS THE DUNNING LETTERS USE. EACH REFUND
      *TAKES THE CREDIT OFF BILL-PAID SO THE TERM NETS TO ZERO AND
      *POSTS A REFUND DEBIT TO THE LEDGER.
      *A STUDENT STILL OWING ON ANY TERM, OR WITH AN INSTALLMENT PLAN
      *PAYMENT STILL OPEN, IS HELD FOR THE BUSINESS OFFICE INSTEAD.
      *FEDERAL RULES ALLOW 14 DAYS FROM THE DAY THE CREDIT AROSE -
      *TAKEN FROM THE LEDGER AS THE DAY THE TERM LAST WENT INTO
      *CREDIT - SO HELD CREDITS PAST OR NEAR THAT DEADLINE ARE LISTED
      *SEPARATELY. A PREVIEW RUN PRINTS THE REGISTER WITHOUT POSTING.
      *DISBURSEMENT FILE: H HEADER, D DETAIL PER REFUND, T TRAILER.
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
           SELECT PLAN-MASTER  ASSIGN        TO
                               '../FILES/PLAN-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PLAN-KEY
                               FILE STATUS   IS WS-PLAN-STAT.
           SELECT LEDGER-MASTER ASSIGN       TO
                               '../FILES/LEDGER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS LDG-KEY
                               ALTERNATE KEY IS LDG-POST-DATE
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-LDG-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STU-STAT.
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-ADDR-STAT.
           SELECT REFUND-PREF  ASSIGN        TO
                               '../FILES/REFUND-PREF.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS RFP-STU-ID
                               FILE STATUS   IS WS-RFP-STAT.
           SELECT DISB-FILE    ASSIGN        TO
                               '../FILES/REFUND-DISBURSE.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/CREDIT-REFUND-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY BILL-MASTER-RECS.
       COPY PLAN-MASTER-RECS.
       COPY LEDGER-RECS.
       COPY STU-MST-DEF.
       COPY ADDR-MASTER-RECS.
       COPY REFUND-PREF-RECS.
       FD  DISB-FILE.
       01  DISB-REC                PIC X(180).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY WS-LEDGER-LINE.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-PLAN-STAT        PIC 99.
           03  WS-LDG-STAT         PIC 99.
           03  WS-LDG-AVAIL        PIC X   VALUE 'N'.
               88  LDG-AVAIL               VALUE 'Y'.
           03  WS-STU-STAT         PIC 99.
           03  WS-ADDR-STAT        PIC 99 VALUE 99.
           03  WS-ADDR-AVAIL       PIC X   VALUE 'N'.
               88  ADDR-AVAIL              VALUE 'Y'.
           03  WS-RFP-STAT         PIC 99 VALUE 99.
           03  WS-RFP-AVAIL        PIC X   VALUE 'N'.
               88  RFP-AVAIL               VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-PLAN-EOF         PIC X.
               88  PLAN-EOF                VALUE 'Y'.
           03  WS-LDG-EOF          PIC X.
               88  LDG-EOF                 VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-TODAY-INT        PIC 9(8).
           03  WS-BALANCE          PIC S9(7)V99.
           03  WS-CREDIT           PIC 9(6)V99.
           03  WS-RUN-NET          PIC S9(7)V99.
           03  WS-PREV-NET         PIC S9(7)V99.
           03  WS-CREDIT-DATE      PIC 9(8).
           03  WS-CREDIT-INT       PIC 9(8).
           03  WS-DEADLINE         PIC 9(8).
           03  WS-DAYS-LEFT        PIC S9(5).
           03  WS-STU-NAME         PIC X(31).
           03  WS-ADDR-PICKED      PIC X.
               88  ADDR-PICKED             VALUE 'Y'.
           03  WS-MA-STREET        PIC X(25).
           03  WS-MA-CITY          PIC X(20).
           03  WS-MA-STATE         PIC XX.
           03  WS-MA-ZIP           PIC X(5).
           03  WS-MA-COUNTRY       PIC X(15).
           03  WS-METHOD           PIC X.
               88  METHOD-DIRECT           VALUE 'D'.
           03  WS-HELD-REASON      PIC X(20).
           03  WS-IX               PIC 9(4).
           03  WS-JX               PIC 99.
       01  WS-RUN-PARMS.
           03  WS-RUN-YEAR         PIC 9(4).
           03  WS-RUN-SEM          PIC 99.
           03  WS-WARN-DAYS        PIC 99.
           03  WS-POST-SW          PIC X.
               88  POST-REFUNDS            VALUE 'Y' 'y'.
      *THE ONE STUDENT BEING GATHERED FROM THE BILL FILE
       01  WS-STU-AREA.
           03  WS-CUR-STU-ID       PIC 9(7) VALUE ZERO.
           03  WS-OWING            PIC X.
               88  STU-OWING               VALUE 'Y'.
           03  WS-PLAN-OPEN        PIC X.
               88  STU-PLAN-OPEN           VALUE 'Y'.
           03  WS-CR-COUNT         PIC 99.
           03  WS-STU-CR OCCURS 20 TIMES.
               05  WS-SC-YEAR      PIC 9(4).
               05  WS-SC-SEM       PIC 99.
               05  WS-SC-AMOUNT    PIC 9(6)V99.
      *CREDITS CLEARED FOR REFUND, POSTED ONCE THE SCAN IS DONE
       01  WS-CAND-AREA.
           03  WS-CAND-COUNT       PIC 9(4) VALUE 0.
           03  WS-CAND-MAX         PIC 9(4) VALUE 1000.
           03  WS-CAND OCCURS 1000 TIMES.
               05  WS-CN-STU-ID    PIC 9(7).
               05  WS-CN-YEAR      PIC 9(4).
               05  WS-CN-SEM       PIC 99.
               05  WS-CN-CR-DATE   PIC 9(8).
               05  WS-CN-DEADLINE  PIC 9(8).
      *CREDITS HELD BACK, PRINTED AFTER THE REGISTER
       01  WS-HELD-AREA.
           03  WS-HELD-COUNT       PIC 9(4) VALUE 0.
           03  WS-HELD-MAX         PIC 9(4) VALUE 500.
           03  WS-HELD OCCURS 500 TIMES.
               05  WS-HD-STU-ID    PIC 9(7).
               05  WS-HD-YEAR      PIC 9(4).
               05  WS-HD-SEM       PIC 99.
               05  WS-HD-AMOUNT    PIC 9(6)V99.
               05  WS-HD-REASON    PIC X(20).
               05  WS-HD-DEADLINE  PIC 9(8).
               05  WS-HD-DAYS-LEFT PIC S9(5).
       01  WS-COUNTS.
           03  WS-BILLS-READ       PIC 9(6) VALUE 0.
           03  WS-CREDITS-FOUND    PIC 9(5) VALUE 0.
           03  WS-REFUND-COUNT     PIC 9(5) VALUE 0.
           03  WS-REFUND-TOT       PIC 9(8)V99 VALUE 0.
           03  WS-CHECK-COUNT      PIC 9(5) VALUE 0.
           03  WS-DIRECT-COUNT     PIC 9(5) VALUE 0.
           03  WS-WATCH-COUNT      PIC 9(5) VALUE 0.
           03  WS-OVERFLOW-COUNT   PIC 9(5) VALUE 0.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'CREDIT-REFUND'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-DS-HDR.
           03  FILLER              PIC X   VALUE 'H'.
           03  WS-DH-DATE          PIC 9(8).
       01  WS-DS-DTL.
           03  FILLER              PIC X   VALUE 'D'.
           03  WS-DD-METHOD        PIC X.
           03  WS-DD-STU-ID        PIC 9(7).
           03  WS-DD-NAME          PIC X(31).
           03  WS-DD-STREET        PIC X(25).
           03  WS-DD-CITY          PIC X(20).
           03  WS-DD-STATE         PIC XX.
           03  WS-DD-ZIP           PIC X(5).
           03  WS-DD-COUNTRY       PIC X(15).
           03  WS-DD-ROUTING       PIC 9(9).
           03  WS-DD-ACCOUNT       PIC X(17).
           03  WS-DD-ACCT-TYPE     PIC X.
           03  WS-DD-AMOUNT        PIC 9(6)V99.
           03  WS-DD-YEAR          PIC 9(4).
           03  WS-DD-SEM           PIC 99.
           03  WS-DD-LDG-SEQ       PIC 9(4).
       01  WS-DS-TRL.
           03  FILLER              PIC X   VALUE 'T'.
           03  WS-DT-COUNT         PIC 9(5).
           03  WS-DT-TOTAL         PIC 9(8)V99.
           03  WS-DT-CHECKS        PIC 9(5).
           03  WS-DT-DIRECT        PIC 9(5).
       01  WS-REG-HDR.
           03  FILLER              PIC X(9)  VALUE 'ID'.
           03  FILLER              PIC X(32) VALUE 'NAME'.
           03  FILLER              PIC X(9)  VALUE 'TERM'.
           03  FILLER              PIC X(12) VALUE 'REFUND'.
           03  FILLER              PIC X(8)  VALUE 'METHOD'.
           03  FILLER              PIC X(10) VALUE 'CREDIT ON'.
           03  FILLER              PIC X(8)  VALUE 'DUE BY'.
       01  WS-REG-LN.
           03  WS-R-STU-ID         PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-NAME           PIC X(31).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-R-YEAR           PIC 9999.
           03  FILLER              PIC X VALUE '/'.
           03  WS-R-SEM            PIC 99.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-AMOUNT         PIC ZZZ,ZZ9.99.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-METHOD         PIC X(6).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-CR-DATE        PIC 9(8).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-DEADLINE       PIC 9(8).
       01  WS-HELD-HDR.
           03  FILLER              PIC X(9)  VALUE 'ID'.
           03  FILLER              PIC X(32) VALUE 'NAME'.
           03  FILLER              PIC X(9)  VALUE 'TERM'.
           03  FILLER              PIC X(12) VALUE 'CREDIT'.
           03  FILLER              PIC X(22) VALUE 'HELD FOR'.
           03  FILLER              PIC X(10) VALUE 'DUE BY'.
           03  FILLER              PIC X(5)  VALUE 'DAYS'.
       01  WS-HELD-LN.
           03  WS-H-STU-ID         PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-H-NAME           PIC X(31).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-H-YEAR           PIC 9999.
           03  FILLER              PIC X VALUE '/'.
           03  WS-H-SEM            PIC 99.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-H-AMOUNT         PIC ZZZ,ZZ9.99.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-H-REASON         PIC X(20).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-H-DEADLINE       PIC 9(8).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-H-DAYS-LEFT      PIC ---9.
       01  WS-TOT-LNS.
           03  WS-TOT-REFUND-LN.
               05  FILLER          PIC X(20) VALUE
                                   'REFUNDS           : '.
               05  WS-T-COUNT      PIC ZZ,ZZ9.
               05  FILLER          PIC X(12) VALUE '   AMOUNT: '.
               05  WS-T-TOTAL      PIC ZZ,ZZZ,ZZ9.99.
           03  WS-TOT-METHOD-LN.
               05  FILLER          PIC X(20) VALUE
                                   'CHECKS            : '.
               05  WS-T-CHECKS     PIC ZZ,ZZ9.
               05  FILLER          PIC X(19) VALUE
                                   '   DIRECT DEPOSIT: '.
               05  WS-T-DIRECT     PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'CREDIT-BALANCE REFUND RUN'.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           DISPLAY 'TERM YEAR (0 = ALL TERMS): ' WITH NO ADVANCING.
           ACCEPT WS-RUN-YEAR.
           MOVE ZERO TO WS-RUN-SEM.
           IF WS-RUN-YEAR NOT = ZERO
               DISPLAY 'TERM SEMESTER: ' WITH NO ADVANCING
               ACCEPT WS-RUN-SEM
           END-IF.
           DISPLAY 'DEADLINE WARNING DAYS (0 = 3): ' WITH NO ADVANCING.
           ACCEPT WS-WARN-DAYS.
           IF WS-WARN-DAYS = ZERO
               MOVE 3 TO WS-WARN-DAYS
           END-IF.
           DISPLAY 'POST REFUNDS? (N = PREVIEW REGISTER ONLY): '
               WITH NO ADVANCING.
           ACCEPT WS-POST-SW.

           OPEN INPUT BILL-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'BILL FILE NOT AVAILABLE - STATUS ' WS-STAT
               EXIT PROGRAM
           END-IF.
           OPEN INPUT PLAN-MASTER.
           OPEN INPUT LEDGER-MASTER.
           IF WS-LDG-STAT = ZERO
               MOVE 'Y' TO WS-LDG-AVAIL
           END-IF.
           OPEN INPUT STU-MST.
           OPEN INPUT ADDR-MASTER.
           IF WS-ADDR-STAT = ZERO
               MOVE 'Y' TO WS-ADDR-AVAIL
           END-IF.
           OPEN INPUT REFUND-PREF.
           IF WS-RFP-STAT = ZERO
               MOVE 'Y' TO WS-RFP-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           PERFORM 100-SCAN-BILLS.

           CLOSE BILL-MASTER.
           CLOSE LEDGER-MASTER.

           PERFORM 400-POST-REFUNDS.
           PERFORM 600-PRINT-HELD.

           CLOSE PLAN-MASTER.
           CLOSE STU-MST.
           IF ADDR-AVAIL
               CLOSE ADDR-MASTER
           END-IF.
           IF RFP-AVAIL
               CLOSE REFUND-PREF
           END-IF.
           CLOSE PRINT-FILE.

           MOVE '../FILES/CREDIT-REFUND-REPORT.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.
           IF POST-REFUNDS
               MOVE '../FILES/REFUND-DISBURSE.TXT' TO WS-CAT-FILE
               CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE
           END-IF.

           DISPLAY 'CREDIT-REFUND COMPLETE'.
           DISPLAY 'BILLS READ      : ' WS-BILLS-READ.
           DISPLAY 'CREDIT BALANCES : ' WS-CREDITS-FOUND.
           DISPLAY 'REFUNDS         : ' WS-REFUND-COUNT.
           DISPLAY 'HELD            : ' WS-HELD-COUNT.
           DISPLAY 'NEAR DEADLINE   : ' WS-WATCH-COUNT.
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY 'NOT TAKEN - RUN AGAIN: ' WS-OVERFLOW-COUNT
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *BILLS ARE KEYED BY STUDENT FIRST, SO ONE STUDENT'S TERMS ARE
      *GATHERED TOGETHER AND DECIDED AT THE STUDENT BREAK
       100-SCAN-BILLS.
           MOVE LOW-VALUES TO BILL-KEY.
           MOVE 'N' TO WS-EOF.
           START BILL-MASTER KEY NOT LESS THAN BILL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM 110-START-STUDENT.

           PERFORM UNTIL EOF
               READ BILL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BILLS-READ
                       IF BILL-STU-ID NOT = WS-CUR-STU-ID
                           IF WS-CUR-STU-ID NOT = ZERO
                               PERFORM 200-CLOSE-STUDENT
                           END-IF
                           PERFORM 110-START-STUDENT
                           MOVE BILL-STU-ID TO WS-CUR-STU-ID
                       END-IF
                       PERFORM 120-ADD-BILL
               END-READ
           END-PERFORM.
           IF WS-CUR-STU-ID NOT = ZERO
               PERFORM 200-CLOSE-STUDENT
           END-IF.
      *-----------------------------------------------------------------
       110-START-STUDENT.
           MOVE 'N'  TO WS-OWING.
           MOVE 'N'  TO WS-PLAN-OPEN.
           MOVE ZERO TO WS-CR-COUNT.
      *-----------------------------------------------------------------
      *A BALANCE OWED ON ANY TERM HOLDS EVERY CREDIT FOR THE STUDENT;
      *ONLY CREDITS IN THE TERM ASKED FOR ARE CONSIDERED FOR REFUND
       120-ADD-BILL.
           COMPUTE WS-BALANCE = BILL-AMOUNT - BILL-PAID.
           IF WS-BALANCE > ZERO
               MOVE 'Y' TO WS-OWING
               EXIT PARAGRAPH
           END-IF.
           IF WS-BALANCE = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-YEAR NOT = ZERO
               IF BILL-YEAR NOT = WS-RUN-YEAR
                   OR BILL-SEM NOT = WS-RUN-SEM
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-CREDITS-FOUND.
           IF WS-CR-COUNT < 20
               ADD 1 TO WS-CR-COUNT
               MOVE BILL-YEAR TO WS-SC-YEAR(WS-CR-COUNT)
               MOVE BILL-SEM  TO WS-SC-SEM(WS-CR-COUNT)
               COMPUTE WS-SC-AMOUNT(WS-CR-COUNT) = 0 - WS-BALANCE
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.
      *-----------------------------------------------------------------
       200-CLOSE-STUDENT.
           IF WS-CR-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 220-CHECK-PLAN.
           MOVE SPACES TO WS-HELD-REASON.
           IF STU-OWING
               MOVE 'BALANCE OWED' TO WS-HELD-REASON
           ELSE
               IF STU-PLAN-OPEN
                   MOVE 'PLAN INSTALLMENT' TO WS-HELD-REASON
               END-IF
           END-IF.
           PERFORM VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > WS-CR-COUNT
               PERFORM 230-GET-CREDIT-DATE
               IF WS-HELD-REASON = SPACES
                   PERFORM 250-TAKE-CANDIDATE
               ELSE
                   PERFORM 260-HOLD-CREDIT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *ANY INSTALLMENT ON ANY TERM WITH MONEY STILL DUE ON IT
       220-CHECK-PLAN.
           MOVE 'N' TO WS-PLAN-OPEN.
           MOVE WS-CUR-STU-ID TO PLAN-STU-ID.
           MOVE ZERO          TO PLAN-YEAR.
           MOVE ZERO          TO PLAN-SEM.
           MOVE ZERO          TO PLAN-INST-NO.
           MOVE 'N' TO WS-PLAN-EOF.
           START PLAN-MASTER KEY NOT LESS THAN PLAN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLAN-EOF
           END-START.
           PERFORM UNTIL PLAN-EOF OR STU-PLAN-OPEN
               READ PLAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLAN-EOF
                   NOT AT END
                       IF PLAN-STU-ID NOT = WS-CUR-STU-ID
                           MOVE 'Y' TO WS-PLAN-EOF
                       ELSE
                           IF PLAN-AMOUNT > PLAN-PAID
                               MOVE 'Y' TO WS-PLAN-OPEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *REPLAYS THE TERM'S LEDGER IN POSTING ORDER - THE CREDIT AROSE
      *ON THE LAST LINE THAT TOOK THE RUNNING BALANCE FROM OWING (OR
      *EVEN) TO CREDIT. A TERM WITH NO LEDGER HISTORY COUNTS FROM
      *TODAY.
       230-GET-CREDIT-DATE.
           MOVE WS-TODAY TO WS-CREDIT-DATE.
           MOVE ZERO     TO WS-RUN-NET.
           IF LDG-AVAIL
               MOVE WS-CUR-STU-ID    TO LDG-STU-ID
               MOVE WS-SC-YEAR(WS-JX)   TO LDG-YEAR
               MOVE WS-SC-SEM(WS-JX)    TO LDG-SEM
               MOVE ZERO             TO LDG-SEQ
               MOVE 'N' TO WS-LDG-EOF
               START LEDGER-MASTER KEY NOT LESS THAN LDG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LDG-EOF
               END-START
               PERFORM UNTIL LDG-EOF
                   READ LEDGER-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LDG-EOF
                       NOT AT END
                           IF LDG-STU-ID NOT = WS-CUR-STU-ID
                               OR LDG-YEAR NOT = WS-SC-YEAR(WS-JX)
                               OR LDG-SEM  NOT = WS-SC-SEM(WS-JX)
                               MOVE 'Y' TO WS-LDG-EOF
                           ELSE
                               PERFORM 240-REPLAY-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           COMPUTE WS-CREDIT-INT =
               FUNCTION INTEGER-OF-DATE(WS-CREDIT-DATE) + 14.
           COMPUTE WS-DEADLINE =
               FUNCTION DATE-OF-INTEGER(WS-CREDIT-INT).
           COMPUTE WS-DAYS-LEFT = WS-CREDIT-INT - WS-TODAY-INT.
      *-----------------------------------------------------------------
       240-REPLAY-LINE.
           MOVE WS-RUN-NET TO WS-PREV-NET.
           IF LDG-DEBIT
               ADD LDG-AMOUNT TO WS-RUN-NET
           ELSE
               SUBTRACT LDG-AMOUNT FROM WS-RUN-NET
           END-IF.
           IF WS-RUN-NET < ZERO AND WS-PREV-NET NOT < ZERO
               AND LDG-POST-DATE NUMERIC
               AND LDG-POST-DATE > 19000000
               MOVE LDG-POST-DATE TO WS-CREDIT-DATE
           END-IF.
      *-----------------------------------------------------------------
       250-TAKE-CANDIDATE.
           IF WS-CAND-COUNT NOT < WS-CAND-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           MOVE WS-CUR-STU-ID  TO WS-CN-STU-ID(WS-CAND-COUNT).
           MOVE WS-SC-YEAR(WS-JX) TO WS-CN-YEAR(WS-CAND-COUNT).
           MOVE WS-SC-SEM(WS-JX)  TO WS-CN-SEM(WS-CAND-COUNT).
           MOVE WS-CREDIT-DATE TO WS-CN-CR-DATE(WS-CAND-COUNT).
           MOVE WS-DEADLINE    TO WS-CN-DEADLINE(WS-CAND-COUNT).
      *-----------------------------------------------------------------
       260-HOLD-CREDIT.
           IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
               ADD 1 TO WS-WATCH-COUNT
           END-IF.
           IF WS-HELD-COUNT NOT < WS-HELD-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-CUR-STU-ID    TO WS-HD-STU-ID(WS-HELD-COUNT).
           MOVE WS-SC-YEAR(WS-JX)   TO WS-HD-YEAR(WS-HELD-COUNT).
           MOVE WS-SC-SEM(WS-JX)    TO WS-HD-SEM(WS-HELD-COUNT).
           MOVE WS-SC-AMOUNT(WS-JX) TO WS-HD-AMOUNT(WS-HELD-COUNT).
           MOVE WS-HELD-REASON   TO WS-HD-REASON(WS-HELD-COUNT).
           MOVE WS-DEADLINE      TO WS-HD-DEADLINE(WS-HELD-COUNT).
           MOVE WS-DAYS-LEFT     TO WS-HD-DAYS-LEFT(WS-HELD-COUNT).
      *-----------------------------------------------------------------
      *THE BILL IS READ AGAIN FOR UPDATE SO THE REFUND IS THE CREDIT
      *AS IT STANDS NOW, NOT AS IT WAS WHEN THE SCAN SAW IT
       400-POST-REFUNDS.
           MOVE 'CREDIT-BALANCE REFUND REGISTER' TO PRINT-REC.
           IF NOT POST-REFUNDS
               MOVE 'CREDIT-BALANCE REFUND REGISTER - PREVIEW'
                   TO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-REG-HDR TO PRINT-REC.
           WRITE PRINT-REC.

           IF POST-REFUNDS
               OPEN I-O BILL-MASTER
               OPEN OUTPUT DISB-FILE
               MOVE WS-TODAY  TO WS-DH-DATE
               MOVE WS-DS-HDR TO DISB-REC
               WRITE DISB-REC
           ELSE
               OPEN INPUT BILL-MASTER
           END-IF.

           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-CAND-COUNT
               MOVE WS-CN-STU-ID(WS-IX) TO BILL-STU-ID
               MOVE WS-CN-YEAR(WS-IX)   TO BILL-YEAR
               MOVE WS-CN-SEM(WS-IX)    TO BILL-SEM
               READ BILL-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BILL-PAID > BILL-AMOUNT
                           PERFORM 410-REFUND-ONE
                       END-IF
               END-READ
           END-PERFORM.

           IF POST-REFUNDS
               MOVE WS-REFUND-COUNT TO WS-DT-COUNT
               MOVE WS-REFUND-TOT   TO WS-DT-TOTAL
               MOVE WS-CHECK-COUNT  TO WS-DT-CHECKS
               MOVE WS-DIRECT-COUNT TO WS-DT-DIRECT
               MOVE WS-DS-TRL TO DISB-REC
               WRITE DISB-REC
               CLOSE DISB-FILE
           END-IF.
           CLOSE BILL-MASTER.

           MOVE WS-REFUND-COUNT TO WS-T-COUNT.
           MOVE WS-REFUND-TOT   TO WS-T-TOTAL.
           MOVE WS-CHECK-COUNT  TO WS-T-CHECKS.
           MOVE WS-DIRECT-COUNT TO WS-T-DIRECT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOT-REFUND-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOT-METHOD-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       410-REFUND-ONE.
           COMPUTE WS-CREDIT = BILL-PAID - BILL-AMOUNT.
           MOVE BILL-STU-ID TO STU-ID.
           PERFORM 420-GET-PAYEE.

           MOVE 'CHECK' TO WS-R-METHOD.
           IF METHOD-DIRECT
               MOVE 'DIRECT' TO WS-R-METHOD
               ADD 1 TO WS-DIRECT-COUNT
           ELSE
               ADD 1 TO WS-CHECK-COUNT
           END-IF.
           ADD 1 TO WS-REFUND-COUNT.
           ADD WS-CREDIT TO WS-REFUND-TOT.

           IF POST-REFUNDS
               SUBTRACT WS-CREDIT FROM BILL-PAID
               REWRITE BILL-REC
               PERFORM 450-POST-LEDGER
               PERFORM 460-WRITE-DISBURSEMENT
           END-IF.

           MOVE BILL-STU-ID        TO WS-R-STU-ID.
           MOVE WS-STU-NAME        TO WS-R-NAME.
           MOVE BILL-YEAR          TO WS-R-YEAR.
           MOVE BILL-SEM           TO WS-R-SEM.
           MOVE WS-CREDIT          TO WS-R-AMOUNT.
           MOVE WS-CN-CR-DATE(WS-IX)  TO WS-R-CR-DATE.
           MOVE WS-CN-DEADLINE(WS-IX) TO WS-R-DEADLINE.
           MOVE WS-REG-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *NAME, MAILING ADDRESS AND REFUND METHOD FOR STU-ID
       420-GET-PAYEE.
           MOVE SPACES TO WS-STU-NAME.
           MOVE SPACES TO WS-DD-STREET.
           MOVE SPACES TO WS-DD-CITY.
           MOVE SPACES TO WS-DD-STATE.
           MOVE SPACES TO WS-DD-ZIP.
           MOVE SPACES TO WS-DD-COUNTRY.
           READ STU-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-STU-NAME
                   MOVE STU-STREET TO WS-DD-STREET
                   MOVE STU-ZIP    TO WS-DD-ZIP
           END-READ.
           PERFORM 430-PICK-ADDRESS.
           IF ADDR-PICKED
               MOVE WS-MA-STREET  TO WS-DD-STREET
               MOVE WS-MA-CITY    TO WS-DD-CITY
               MOVE WS-MA-STATE   TO WS-DD-STATE
               MOVE WS-MA-ZIP     TO WS-DD-ZIP
               MOVE WS-MA-COUNTRY TO WS-DD-COUNTRY
           END-IF.

           MOVE 'C'    TO WS-METHOD.
           MOVE ZERO   TO WS-DD-ROUTING.
           MOVE SPACES TO WS-DD-ACCOUNT.
           MOVE SPACE  TO WS-DD-ACCT-TYPE.
           IF RFP-AVAIL
               MOVE BILL-STU-ID TO RFP-STU-ID
               READ REFUND-PREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RFP-DIRECT
                           MOVE 'D'           TO WS-METHOD
                           MOVE RFP-ROUTING   TO WS-DD-ROUTING
                           MOVE RFP-ACCOUNT   TO WS-DD-ACCOUNT
                           MOVE RFP-ACCT-TYPE TO WS-DD-ACCT-TYPE
                       END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      *THE CHECK MAILS TO THE ADDRESS THE DUNNING LETTERS USE -
      *MAILING, THEN PERMANENT, THEN FOREIGN, SKIPPING ONE WHOSE END
      *DATE HAS PASSED
       430-PICK-ADDRESS.
           MOVE 'N' TO WS-ADDR-PICKED.
           IF NOT ADDR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'M' TO AD-TYPE.
           PERFORM 440-TRY-ADDR-TYPE.
           IF NOT ADDR-PICKED
               MOVE 'P' TO AD-TYPE
               PERFORM 440-TRY-ADDR-TYPE
           END-IF.
           IF NOT ADDR-PICKED
               MOVE 'F' TO AD-TYPE
               PERFORM 440-TRY-ADDR-TYPE
           END-IF.
      *-----------------------------------------------------------------
       440-TRY-ADDR-TYPE.
           MOVE BILL-STU-ID TO AD-STU-ID.
           READ ADDR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AD-END-DATE NUMERIC
                       AND AD-END-DATE NOT = ZERO
                       AND AD-END-DATE < WS-TODAY
                       CONTINUE
                   ELSE
                       MOVE 'Y' TO WS-ADDR-PICKED
                       MOVE AD-STREET  TO WS-MA-STREET
                       MOVE AD-CITY    TO WS-MA-CITY
                       MOVE AD-STATE   TO WS-MA-STATE
                       MOVE AD-ZIP     TO WS-MA-ZIP
                       MOVE AD-COUNTRY TO WS-MA-COUNTRY
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *A REFUND PAID OUT RAISES WHAT THE STUDENT OWES BACK TO ZERO -
      *A REFUND DEBIT, WHICH THE GL JOURNAL CARRIES TO REFUNDS
      *PAYABLE
       450-POST-LEDGER.
           MOVE 'P'             TO WS-LL-FUNC.
           MOVE BILL-STU-ID     TO WS-LL-STU-ID.
           MOVE BILL-YEAR       TO WS-LL-YEAR.
           MOVE BILL-SEM        TO WS-LL-SEM.
           MOVE 'R'             TO WS-LL-TYPE.
           MOVE 'D'             TO WS-LL-DRCR.
           MOVE WS-CREDIT       TO WS-LL-AMOUNT.
           MOVE 'CREDIT REFUND' TO WS-LL-DESC.
           IF METHOD-DIRECT
               MOVE 'DIRECT DEP' TO WS-LL-REF
           ELSE
               MOVE 'CHECK'      TO WS-LL-REF
           END-IF.
           MOVE ZERO            TO WS-LL-ORIG-SEQ.
           MOVE 'N'             TO WS-LL-HOLD-REL.
           MOVE 'CREDIT-REFUND' TO WS-LL-PGM.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
      *-----------------------------------------------------------------
       460-WRITE-DISBURSEMENT.
           MOVE WS-METHOD   TO WS-DD-METHOD.
           MOVE BILL-STU-ID TO WS-DD-STU-ID.
           MOVE WS-STU-NAME TO WS-DD-NAME.
           MOVE WS-CREDIT   TO WS-DD-AMOUNT.
           MOVE BILL-YEAR   TO WS-DD-YEAR.
           MOVE BILL-SEM    TO WS-DD-SEM.
           MOVE WS-LL-SEQ   TO WS-DD-LDG-SEQ.
           MOVE WS-DS-DTL TO DISB-REC.
           WRITE DISB-REC.
      *-----------------------------------------------------------------
      *HELD CREDITS, THEN THE ONES AT OR INSIDE THE WARNING WINDOW
      *OF THE 14-DAY DEADLINE (NEGATIVE DAYS ARE ALREADY PAST IT)
       600-PRINT-HELD.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'CREDIT BALANCES HELD' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HELD-HDR TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-HELD-COUNT
               PERFORM 610-PRINT-HELD-LINE
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'HELD CREDITS PAST OR NEAR THE 14-DAY DEADLINE'
               TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HELD-HDR TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-HELD-COUNT
               IF WS-HD-DAYS-LEFT(WS-IX) NOT > WS-WARN-DAYS
                   PERFORM 610-PRINT-HELD-LINE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       610-PRINT-HELD-LINE.
           MOVE WS-HD-STU-ID(WS-IX) TO STU-ID.
           MOVE SPACES TO WS-STU-NAME.
           READ STU-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-STU-NAME
           END-READ.
           MOVE WS-HD-STU-ID(WS-IX)    TO WS-H-STU-ID.
           MOVE WS-STU-NAME         TO WS-H-NAME.
           MOVE WS-HD-YEAR(WS-IX)      TO WS-H-YEAR.
           MOVE WS-HD-SEM(WS-IX)       TO WS-H-SEM.
           MOVE WS-HD-AMOUNT(WS-IX)    TO WS-H-AMOUNT.
           MOVE WS-HD-REASON(WS-IX)    TO WS-H-REASON.
           MOVE WS-HD-DEADLINE(WS-IX)  TO WS-H-DEADLINE.
           MOVE WS-HD-DAYS-LEFT(WS-IX) TO WS-H-DAYS-LEFT.
           MOVE WS-HELD-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------

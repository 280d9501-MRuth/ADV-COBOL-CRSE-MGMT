       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-POST.
      *-----------------------------------------------------------------
      *CASHIER POSTING OF PAYMENTS AND ADJUSTMENTS TO A TERM BILL. A
      *RETURNED PAYMENT (BOUNCED CHECK OR CARD CHARGEBACK) NAMES THE
      *ORIGINAL PAYMENT'S LEDGER LINE: THE PAYMENT IS BACKED OUT OF
      *THE BILL AND THE PLAN INSTALLMENTS, THE RETURNED-ITEM FEE IS
      *CHARGED, A BUSINESS HOLD THE PAYMENT RELEASED GOES BACK ON,
      *AND THE STUDENT'S CHECKS ARE REFUSED FOR A SET PERIOD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PAY-HISTORY  ASSIGN        TO
                               '../FILES/PAYMENT-HISTORY.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT LEDGER-MASTER ASSIGN       TO
                               '../FILES/LEDGER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS LDG-KEY
                               ALTERNATE KEY IS LDG-POST-DATE
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-LDG-STAT.
           SELECT CHECK-REFUSE ASSIGN        TO
                               '../FILES/CHECK-REFUSE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CKR-STU-ID
                               FILE STATUS   IS WS-CKR-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       COPY HOLD-MASTER-RECS.
       COPY PLAN-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY LEDGER-RECS.
       COPY CHECK-REFUSE-RECS.
       FD  PAY-HISTORY.
       01  PAY-HIST-REC            PIC X(80).
       WORKING-STORAGE SECTION.
           03  WS-TRAN-TYPE        PIC X.
               88  TRAN-PAYMENT            VALUE 'P'.
               88  TRAN-ADJUSTMENT         VALUE 'A'.
               88  TRAN-RETURNED           VALUE 'R'.
               88  VALID-TRAN-TYPE         VALUE 'P' 'A' 'R'.
           03  WS-TRAN-AMT         PIC 9(6)V99.
           03  WS-BALANCE          PIC S9(7)V99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-LDG-STAT         PIC 99.
           03  WS-CKR-STAT         PIC 99.
           03  WS-CKR-AVAIL        PIC X   VALUE 'N'.
               88  CKR-AVAIL               VALUE 'Y'.
           03  WS-ORIG-SEQ         PIC 9(4).
           03  WS-ORIG-OK          PIC X.
               88  ORIG-OK                 VALUE 'Y'.
           03  WS-ORIG-HOLD-REL    PIC X.
               88  ORIG-RELEASED-HOLD      VALUE 'Y'.
           03  WS-ORIG-REF         PIC X(12).
           03  WS-ORIG-DATE        PIC 9(8).
           03  WS-BACK-AMT         PIC 9(6)V99.
           03  WS-PLAN-IX          PIC 9.
           03  WS-REFUSE-INT       PIC 9(8).
           03  WS-REFUSE-UNTIL     PIC 9(8).
           03  WS-VIEW-PGM         PIC X(15) VALUE 'PAYMENT-POST'.
      *RETURNED-ITEM FEE AND HOW LONG CHECKS ARE REFUSED AFTERWARD
       01  WS-RETURN-RULES.
           03  WS-NSF-FEE          PIC 9(4)V99 VALUE 30.00.
           03  WS-REFUSE-DAYS      PIC 999     VALUE 180.
       01  WS-DTL-LN.
           03  WS-STU-ID               PIC 9(7).
       01  WS-HIST-LN.
           03  WS-H-AMT                PIC 9(6).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  WS-H-OPER               PIC X(8).
       COPY WS-LEDGER-LINE.
       COPY WS-PAY-APPLY.
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
           03          COL 59  VALUE 'BALANCE: '.
           03          COL 68  PIC ZZZ,ZZ9.99- FROM WS-BALANCE.
       01  SCRN-TRAN.
           03  LINE 12 COL 15  VALUE 'P)AYMENT A)DJUST R)ETURN: '.
           03          COL 41  PIC X TO WS-TRAN-TYPE AUTO.
       01  SCRN-AMT.
           03  LINE 13 COL 15  VALUE 'AMOUNT                 : '.
           03          COL 41  PIC 9(6).99 TO WS-TRAN-AMT
                                            AUTO REQUIRED.
       01  SCRN-ORIG.
           03  LINE 13 COL 15  VALUE 'ORIGINAL PAYMENT LINE  : '.
           03          COL 41  PIC 9(4) TO WS-ORIG-SEQ
                                            AUTO REQUIRED.
       01  SCRN-ORIG-DATA.
           03  LINE 14 COL 15  VALUE 'PAID '.
           03          COL 20  PIC 9(8) FROM WS-ORIG-DATE.
           03          COL 30  PIC ZZZ,ZZ9.99 FROM WS-TRAN-AMT.
           03          COL 42  PIC X(12) FROM WS-ORIG-REF.
           03          COL 56  VALUE 'FEE '.
           03          COL 60  PIC Z,ZZ9.99 FROM WS-NSF-FEE.
       01  SCRN-ORIG-ERR.
           03  LINE 14 COL 15  VALUE
                   'NOT AN OPEN PAYMENT LINE ON THIS TERM'.
       01  SCRN-REFUSED.
           03  LINE 7  COL 25  VALUE 'CHECKS REFUSED UNTIL '.
           03          COL 46  PIC 9(8) FROM CKR-UNTIL-DATE.
       01  SCRN-SAVE.
           03  LINE 15 COL 25  VALUE 'POST THIS TRANSACTION? (Y/N)'.
           03          COL 55  PIC X TO WS-SAVE.
       01  SCRN-ERR2.
           03  LINE 10 COL 15  VALUE 'NO BILL ON FILE FOR THIS TERM'.
       01  SCRN-TYPE-ERR.
           03  LINE 14 COL 15  VALUE 'TYPE MUST BE P, A OR R'.
       01  SCRN-POSTED.
           03  LINE 17 COL 25  VALUE 'TRANSACTION POSTED'.
       01  SCRN-NOT-POSTED.
               EXIT PROGRAM
           END-IF
           OPEN EXTEND PAY-HISTORY.
           MOVE 'N' TO WS-CKR-AVAIL.
           OPEN I-O CHECK-REFUSE.
           IF WS-CKR-STAT = ZERO
               MOVE 'Y' TO WS-CKR-AVAIL
           END-IF.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
                       STU-L-NAME DELIMITED BY SPACE
                       INTO WS-STU-NAME
                       DISPLAY SCRN-STU-NAME
                       CALL 'STU-VIEW-LOG' USING WS-VIEW-PGM STU-ID
                       PERFORM 050-CHECK-REFUSED
                       DISPLAY SCRN-YEAR-SEM
                       ACCEPT  SCRN-YEAR-SEM
                       PERFORM 100-POST-TO-BILL
           CLOSE HOLD-MASTER.
           CLOSE STU-MST.
           CLOSE PAY-HISTORY.
           IF CKR-AVAIL
               CLOSE CHECK-REFUSE
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *WARN THE CASHIER WHEN THE STUDENT'S CHECKS ARE BEING REFUSED
       050-CHECK-REFUSED.
           IF NOT CKR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE WS-STU-ID TO CKR-STU-ID.
           READ CHECK-REFUSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CKR-UNTIL-DATE >= WS-TODAY
                       DISPLAY SCRN-REFUSED
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       100-POST-TO-BILL.
           MOVE WS-STU-ID TO BILL-STU-ID.
                   COMPUTE WS-BALANCE = BILL-AMOUNT - BILL-PAID
                   DISPLAY SCRN-BILL
                   PERFORM 200-GET-TRAN
                   IF TRAN-RETURNED AND NOT ORIG-OK
                       DISPLAY SCRN-NOT-POSTED
                   ELSE
                       DISPLAY SCRN-SAVE
                       ACCEPT  SCRN-SAVE
                       IF SAVE
                           PERFORM 300-APPLY-TRAN
                           DISPLAY SCRN-POSTED
                       ELSE
                           DISPLAY SCRN-NOT-POSTED
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
                   DISPLAY SCRN-TYPE-ERR
               END-IF
           END-PERFORM.
           IF TRAN-RETURNED
               PERFORM 250-GET-ORIGINAL
           ELSE
               DISPLAY SCRN-AMT
               ACCEPT  SCRN-AMT
           END-IF.
      *-----------------------------------------------------------------
      *THE RETURNED ITEM IS THE PAYMENT LINE ON THE TERM'S LEDGER -
      *IT MUST BE A PAYMENT THAT HAS NOT ALREADY BEEN BACKED OUT
       250-GET-ORIGINAL.
           MOVE 'N' TO WS-ORIG-OK.
           MOVE ZERO TO WS-TRAN-AMT.
           DISPLAY SCRN-ORIG.
           ACCEPT  SCRN-ORIG.
           OPEN INPUT LEDGER-MASTER.
           IF WS-LDG-STAT NOT = ZERO
               CLOSE LEDGER-MASTER
               DISPLAY SCRN-ORIG-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID   TO LDG-STU-ID.
           MOVE WS-YEAR     TO LDG-YEAR.
           MOVE WS-SEM      TO LDG-SEM.
           MOVE WS-ORIG-SEQ TO LDG-SEQ.
           READ LEDGER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LDG-PAYMENT AND LDG-CREDIT
                       AND NOT LDG-IS-REVERSED
                       MOVE 'Y'           TO WS-ORIG-OK
                       MOVE LDG-AMOUNT    TO WS-TRAN-AMT
                       MOVE LDG-HOLD-REL  TO WS-ORIG-HOLD-REL
                       MOVE LDG-REF       TO WS-ORIG-REF
                       MOVE LDG-POST-DATE TO WS-ORIG-DATE
                   END-IF
           END-READ.
           CLOSE LEDGER-MASTER.
           IF ORIG-OK
               DISPLAY SCRN-ORIG-DATA
           ELSE
               DISPLAY SCRN-ORIG-ERR
           END-IF.
      *-----------------------------------------------------------------
       300-APPLY-TRAN.
           MOVE 'N' TO WS-LL-HOLD-REL.
           IF TRAN-RETURNED
               PERFORM 500-RETURN-PAYMENT
               EXIT PARAGRAPH
           END-IF.
      *PAYMENTS AND ADJUSTMENTS GO THROUGH THE SAME PAYMENT-APPLY
      *ROUTINE THE BATCH AND SUSPENSE PROGRAMS USE - IT OPENS THE
      *BILL, PLAN, HOLD AND HISTORY FILES ITSELF
           CLOSE BILL-MASTER.
           CLOSE PLAN-MASTER.
           CLOSE HOLD-MASTER.
           CLOSE PAY-HISTORY.
           MOVE WS-STU-ID      TO WS-PA-STU-ID.
           MOVE WS-YEAR        TO WS-PA-YEAR.
           MOVE WS-SEM         TO WS-PA-SEM.
           MOVE WS-TRAN-AMT    TO WS-PA-AMOUNT.
           MOVE WS-TRAN-TYPE   TO WS-PA-TYPE.
           IF TRAN-PAYMENT
               MOVE 'PAYMENT'    TO WS-PA-DESC
           ELSE
               MOVE 'ADJUSTMENT' TO WS-PA-DESC
           END-IF.
           MOVE SPACES         TO WS-PA-REF.
           MOVE 'PAYMENT-POST' TO WS-PA-PGM.
           CALL 'PAYMENT-APPLY' USING WS-PAY-APPLY.
           OPEN I-O BILL-MASTER.
           OPEN I-O PLAN-MASTER.
           OPEN I-O HOLD-MASTER.
           OPEN EXTEND PAY-HISTORY.
      *PUT THE BILL JUST POSTED BACK IN THE BUFFER FOR THE DISPLAY
           MOVE WS-STU-ID TO BILL-STU-ID.
           MOVE WS-YEAR   TO BILL-YEAR.
           MOVE WS-SEM    TO BILL-SEM.
                   CONTINUE
           END-READ.
           COMPUTE WS-BALANCE = BILL-AMOUNT - BILL-PAID.
           DISPLAY SCRN-BILL.
      *-----------------------------------------------------------------
       400-WRITE-HISTORY.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-HIST-LN      TO PAY-HIST-REC.
           WRITE PAY-HIST-REC.
      *-----------------------------------------------------------------
      *A RETURNED PAYMENT COMES BACK OFF THE BILL AND THE PLAN AND
      *THE RETURNED-ITEM FEE GOES ON IN ITS PLACE
       500-RETURN-PAYMENT.
           IF WS-TRAN-AMT > BILL-PAID
               MOVE ZERO TO BILL-PAID
           ELSE
               SUBTRACT WS-TRAN-AMT FROM BILL-PAID
           END-IF.
           ADD WS-NSF-FEE TO BILL-AMOUNT.
           REWRITE BILL-REC.
           PERFORM 510-BACK-OUT-PLAN.
           IF ORIG-RELEASED-HOLD
               PERFORM 520-RESTORE-HOLD
           END-IF.
           PERFORM 530-REFUSE-CHECKS.
           COMPUTE WS-BALANCE = BILL-AMOUNT - BILL-PAID.
           DISPLAY SCRN-BILL.
           PERFORM 400-WRITE-HISTORY.
           PERFORM 550-POST-LEDGER-RETURN.
      *-----------------------------------------------------------------
      *PAYMENTS PAY THE OLDEST INSTALLMENT FIRST, SO A RETURNED ONE
      *IS TAKEN BACK FROM THE LATEST INSTALLMENT CARRYING A PAYMENT
       510-BACK-OUT-PLAN.
           MOVE WS-TRAN-AMT TO WS-BACK-AMT.
           PERFORM VARYING WS-PLAN-IX FROM 9 BY -1
                   UNTIL WS-PLAN-IX = 0 OR WS-BACK-AMT = ZERO
               MOVE WS-STU-ID  TO PLAN-STU-ID
               MOVE WS-YEAR    TO PLAN-YEAR
               MOVE WS-SEM     TO PLAN-SEM
               MOVE WS-PLAN-IX TO PLAN-INST-NO
               READ PLAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-PAID > 0
                           IF WS-BACK-AMT >= PLAN-PAID
                               SUBTRACT PLAN-PAID FROM WS-BACK-AMT
                               MOVE ZERO TO PLAN-PAID
                           ELSE
                               SUBTRACT WS-BACK-AMT FROM PLAN-PAID
                               MOVE ZERO TO WS-BACK-AMT
                           END-IF
                           REWRITE PLAN-REC
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       520-RESTORE-HOLD.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-STU-ID       TO HOLD-STU-ID.
           MOVE 'B'             TO HOLD-TYPE.
           MOVE SESSION-OPER-ID TO HOLD-PLACED-BY.
           STRING WS-DATE-MM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-DD DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-YY DELIMITED BY SIZE
                  INTO HOLD-DATE.
           WRITE HOLD-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
      *CHECKS ARE REFUSED FOR THE SET PERIOD FROM TODAY; A FURTHER
      *RETURN RESTARTS THE PERIOD
       530-REFUSE-CHECKS.
           IF NOT CKR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           COMPUTE WS-REFUSE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-REFUSE-DAYS.
           COMPUTE WS-REFUSE-UNTIL =
               FUNCTION DATE-OF-INTEGER(WS-REFUSE-INT).
           MOVE WS-STU-ID TO CKR-STU-ID.
           READ CHECK-REFUSE
               INVALID KEY
                   MOVE WS-STU-ID       TO CKR-STU-ID
                   MOVE WS-REFUSE-UNTIL TO CKR-UNTIL-DATE
                   MOVE 1               TO CKR-RETURN-COUNT
                   MOVE WS-TODAY        TO CKR-LAST-DATE
                   MOVE WS-ORIG-REF     TO CKR-LAST-REF
                   WRITE CKR-REC
               NOT INVALID KEY
                   MOVE WS-REFUSE-UNTIL TO CKR-UNTIL-DATE
                   ADD 1                TO CKR-RETURN-COUNT
                   MOVE WS-TODAY        TO CKR-LAST-DATE
                   MOVE WS-ORIG-REF     TO CKR-LAST-REF
                   REWRITE CKR-REC
           END-READ.
      *-----------------------------------------------------------------
      *THE ORIGINAL PAYMENT LINE IS OFFSET AND MARKED REVERSED; THE
      *FEE IS A CHARGE OF ITS OWN
       550-POST-LEDGER-RETURN.
           MOVE 'V'              TO WS-LL-FUNC.
           MOVE WS-STU-ID        TO WS-LL-STU-ID.
           MOVE WS-YEAR          TO WS-LL-YEAR.
           MOVE WS-SEM           TO WS-LL-SEM.
           MOVE 'P'              TO WS-LL-TYPE.
           MOVE 'D'              TO WS-LL-DRCR.
           MOVE WS-TRAN-AMT      TO WS-LL-AMOUNT.
           MOVE 'RETURNED PAYMENT' TO WS-LL-DESC.
           MOVE WS-ORIG-REF      TO WS-LL-REF.
           MOVE WS-ORIG-SEQ      TO WS-LL-ORIG-SEQ.
           MOVE 'PAYMENT-POST'   TO WS-LL-PGM.
           MOVE 'N'              TO WS-LL-HOLD-REL.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.

           MOVE 'P'              TO WS-LL-FUNC.
           MOVE 'C'              TO WS-LL-TYPE.
           MOVE 'D'              TO WS-LL-DRCR.
           MOVE WS-NSF-FEE       TO WS-LL-AMOUNT.
           MOVE 'RETURNED ITEM FEE' TO WS-LL-DESC.
           MOVE 'NSF FEE'        TO WS-LL-REF.
           MOVE ZERO             TO WS-LL-ORIG-SEQ.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.

           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  WAIT-MASTER.
       01  WAIT-REC.
           03  WAIT-KEY.
           03  WS-WAIT-STU-ID      PIC 9(7).
           03  WS-WAIT-FOUND       PIC X   VALUE 'N'.
               88  WAIT-FOUND              VALUE 'Y'.
           03  WS-WAIT-EOF         PIC X   VALUE 'N'.
               88  WAIT-EOF                VALUE 'Y'.
           03  WS-DROP-COUNT       PIC 999 VALUE 0.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-REFUND-PCT       PIC 999 VALUE 0.
           03  WS-SECT-PCT         PIC 999 VALUE 0.
           03  WS-PCT-SUM          PIC 9(6) VALUE 0.
           03  WS-SECT-PTRM        PIC XX.
           03  WS-REFUND-AMT       PIC 9(6)V99 VALUE 0.
           03  WS-PLAN-STAT        PIC 99 VALUE 99.
           03  WS-PLAN-AVAIL       PIC X  VALUE 'N'.
               88  PLAN-EOF                VALUE 'Y'.
           03  WS-APPLY-AMT        PIC 9(6)V99.
           03  WS-INST-OPEN        PIC S9(7)V99.
           03  WS-R2-SHORT         PIC 9(6)V99.
           03  WS-HSG-NET          PIC 9(6)V99 VALUE 0.

       01  WS-HIST-LN.
           03  WS-H-DATE               PIC X(8).
           03  WS-H-OPER               PIC X(8).
       01  WS-DTL-LN.
           03  WS-STU-ID               PIC 9(7).
       COPY WS-LEDGER-LINE.
       COPY WS-R2T4.
       COPY WS-PTRM-DATES.
       COPY WS-RSV-SEATS.
       COPY WS-VISA-CHECK.
       COPY WS-ATHL-CHECK.
       COPY WS-HSG-CHECKOUT.
       01  WS-AUDIT-LN.
           03  WS-AUDIT-DATE           PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  LINE 11 COL 15  VALUE
               'WITHDRAW STUDENT FROM ALL CLASSES THIS TERM? (Y/N)'.
           03          COL 68  PIC X     TO WS-SAVE.
       01  SCRN-VISA-WARN.
           03  LINE 10 COL 15  VALUE
               'VISA HOLDER - WITHDRAWAL DROPS BELOW FULL TIME, NO '.
           03          COL 66  VALUE 'REDUCED LOAD'.
       01  SCRN-ERR1.
           03  LINE 5  COL 30  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-ERR2.
       01  SCRN-REFUND.
           03  LINE 14 COL 25  VALUE 'REFUND CREDITED: '.
           03          COL 43  PIC ZZZ,ZZ9.99 FROM WS-REFUND-AMT.
       01  SCRN-R2T4.
           03  LINE 15 COL 25  VALUE 'TITLE IV RETURNED: '.
           03          COL 45  PIC ZZZ,ZZ9.99 FROM WS-R2-SCHOOL-TOT.
       01  SCRN-HSG-REFUND.
           03  LINE 16 COL 25  VALUE 'HOUSING REFUND: '.
           03          COL 43  PIC ZZZ,ZZ9.99 FROM WS-HC-REFUND.
       01  SCRN-NOT-SAVED.
           03  LINE 13 COL 25  VALUE 'WITHDRAWAL NOT PROCESSED'.
       01  SCRN-CONTINUE.
                       DISPLAY SCRN-STU-NAME
                       DISPLAY SCRN-YEAR-SEM
                       ACCEPT  SCRN-YEAR-SEM
                       PERFORM 050-CHECK-VISA-LOAD
                       MOVE 'N' TO WS-SAVE
                       DISPLAY SCRN-CONFIRM
                       ACCEPT  SCRN-CONFIRM
           CLOSE NOTIFY-EVENTS.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *WITHDRAWING FROM THE WHOLE TERM TAKES A VISA HOLDER BELOW FULL
      *TIME - UNLESS A REDUCED LOAD IS AUTHORIZED, SAY SO BEFORE THE
      *OPERATOR CONFIRMS
       050-CHECK-VISA-LOAD.
           MOVE WS-STU-ID TO WS-VC-STU-ID.
           MOVE WS-YEAR   TO WS-VC-YEAR.
           MOVE WS-SEM    TO WS-VC-SEM.
           MOVE ZERO      TO WS-VC-SKIP-CRN.
           CALL 'VISA-LOAD-CHECK' USING WS-VISA-CHECK.
           IF VC-VISA-HOLDER AND NOT VC-REDUCED-LOAD
               DISPLAY SCRN-VISA-WARN
           END-IF.
      *-----------------------------------------------------------------
      *THE ATHLETE'S LOAD BEFORE THE WITHDRAWAL - A FULL-TIME ATHLETE
      *WITHDRAWING DURING THE TERM IS REPORTED TO THE COMPLIANCE
      *OFFICER
       080-CHECK-ATHL-LOAD.
           MOVE WS-STU-ID TO WS-AC-STU-ID.
           MOVE WS-YEAR   TO WS-AC-YEAR.
           MOVE WS-SEM    TO WS-AC-SEM.
           MOVE ZERO      TO WS-AC-SKIP-CRN.
           CALL 'ATHL-LOAD-CHECK' USING WS-ATHL-CHECK.
      *-----------------------------------------------------------------
       090-ATHL-EVENT.
           IF NOT AC-ATHLETE OR NOT AC-IN-TERM
               OR AC-BELOW-FULL-TIME
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EVENT-LN.
           MOVE 'ATHL' TO WS-EV-TYPE.
           MOVE WS-STU-ID TO WS-EV-STU-ID.
           STRING 'SPORT ' DELIMITED BY SIZE
                  WS-AC-SPORT DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  WS-STU-ID   DELIMITED BY SIZE
                  INTO WS-EV-OLD.
           MOVE 'WITHDRAWN FROM TERM' TO WS-EV-NEW.
           MOVE ZERO TO WS-CRN.
           PERFORM 660-WRITE-EVENT.
      *-----------------------------------------------------------------
       100-WITHDRAW-TERM.
           PERFORM 080-CHECK-ATHL-LOAD.
           MOVE 0 TO WS-DROP-COUNT.
           MOVE 0 TO WS-PCT-SUM.
           MOVE WS-STU-ID TO REG-STU-ID.
           MOVE WS-YEAR   TO REG-YEAR.
           MOVE WS-SEM    TO REG-SEM.

           IF WS-DROP-COUNT > 0
               PERFORM 700-SET-STUDENT-INACTIVE
               PERFORM 745-GET-HOUSING
               PERFORM 750-REFUND-WITHDRAWAL
               PERFORM 770-RETURN-TITLE-IV
               PERFORM 790-HOUSING-CHECKOUT
               PERFORM 090-ATHL-EVENT
               DISPLAY SCRN-DONE
           ELSE
               DISPLAY SCRN-ERR2
           MOVE WS-STU-ID TO WS-AUDIT-STU-ID.
           PERFORM 600-WRITE-AUDIT.
           PERFORM 300-INCREMENT-SEATS.
           PERFORM 210-SECTION-REFUND-PCT.
      *-----------------------------------------------------------------
      *EACH SECTION EARNS ITS REFUND ON ITS OWN CALENDAR - A SECTION
      *IN A PART OF TERM USES THE PART'S DATES. FULL THROUGH THE ADD
      *DEADLINE, HALF THROUGH THE DROP DEADLINE, QUARTER THROUGH THE
      *WITHDRAWAL DEADLINE, NOTHING AFTER
       210-SECTION-REFUND-PCT.
           MOVE 0 TO WS-SECT-PCT.
           MOVE WS-YEAR TO TERM-YEAR.
           MOVE WS-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'          TO WS-PD-FUNC
                   MOVE WS-SECT-PTRM TO WS-PD-CODE
                   CALL 'PTRM-DATES-GET' USING WS-PTRM-DATES TERM-REC
                   EVALUATE TRUE
                       WHEN WS-TODAY < TERM-START-DATE
                           MOVE 100 TO WS-SECT-PCT
                       WHEN WS-TODAY <= TERM-ADD-DEADLINE
                           MOVE 100 TO WS-SECT-PCT
                       WHEN WS-TODAY <= TERM-DROP-DEADLINE
                           MOVE 50  TO WS-SECT-PCT
                       WHEN WS-TODAY <= TERM-WTHD-DEADLINE
                           MOVE 25  TO WS-SECT-PCT
                       WHEN OTHER
                           MOVE 0   TO WS-SECT-PCT
                   END-EVALUATE
           END-READ.
           ADD WS-SECT-PCT TO WS-PCT-SUM.
      *-----------------------------------------------------------------
       300-INCREMENT-SEATS.
           STRING WS-YEAR DELIMITED BY SIZE
                  WS-CRN DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.

           MOVE SPACES TO WS-SECT-PTRM.
           OPEN I-O SCHE-MST.
           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SCHED-PTRM-O TO WS-SECT-PTRM
                   PERFORM 910-REDIRECT-TO-HOST
                   MOVE OPEN-SEATS-O TO WS-OPEN-SEATS
                   ADD 1 TO WS-OPEN-SEATS
           CLOSE SCHE-MST.
           PERFORM 400-PROMOTE-WAITLIST.
      *-----------------------------------------------------------------
      *THE FREED SEAT GOES TO THE FIRST STUDENT IN LINE WHO CAN USE
      *IT - ONE STILL HELD IN A RESERVED POOL PASSES OVER STUDENTS
      *THE POOL IS NOT FOR
       400-PROMOTE-WAITLIST.
           MOVE 'N' TO WS-WAIT-FOUND.
           MOVE 'N' TO WS-WAIT-EOF.
           MOVE WS-YEAR    TO WAIT-YEAR.
           MOVE WS-SEM     TO WAIT-SEM.
           MOVE WS-CRN     TO WAIT-CRN.
           MOVE LOW-VALUES TO WAIT-SEQ.
           START WAIT-MASTER KEY NOT LESS THAN WAIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WAIT-EOF
           END-START.
           PERFORM UNTIL WAIT-FOUND OR WAIT-EOF
               READ WAIT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WAIT-EOF
                   NOT AT END
                       IF  WAIT-YEAR = WS-YEAR
                           AND WAIT-SEM  = WS-SEM
                           AND WAIT-CRN  = WS-CRN
                           THEN
                               MOVE WAIT-STU-ID TO WS-WAIT-STU-ID
                               PERFORM 420-CHECK-WAIT-SEAT
                               IF WS-RS-AVAIL NOT = ZERO
                                   MOVE 'Y' TO WS-WAIT-FOUND
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-WAIT-EOF
                       END-IF
               END-READ
           END-PERFORM.

           IF WAIT-FOUND
               THEN
                   DELETE WAIT-MASTER RECORD
                   PERFORM 450-ENROLL-FROM-WAITLIST
           END-IF.
      *-----------------------------------------------------------------
       420-CHECK-WAIT-SEAT.
           MOVE ZERO TO WS-RS-AVAIL.
           STRING WS-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-CRN DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.

           OPEN INPUT SCHE-MST.
           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 910-REDIRECT-TO-HOST
                   MOVE OPEN-SEATS-O   TO WS-OPEN-SEATS
                   MOVE 'A'            TO WS-RS-FUNC
                   MOVE SCHEDULE-ID-O  TO WS-RS-SCHED-ID
                   MOVE WS-WAIT-STU-ID TO WS-RS-STU-ID
                   MOVE WS-OPEN-SEATS  TO WS-RS-OPEN-SEATS
                   CALL 'RSV-SEAT-CHECK' USING WS-RSV-SEATS
           END-READ
           CLOSE SCHE-MST.
      *-----------------------------------------------------------------
       450-ENROLL-FROM-WAITLIST.
           MOVE WS-WAIT-STU-ID TO REG-STU-ID.
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 910-REDIRECT-TO-HOST
                   MOVE OPEN-SEATS-O   TO WS-OPEN-SEATS
                   MOVE 'C'            TO WS-RS-FUNC
                   MOVE SCHEDULE-ID-O  TO WS-RS-SCHED-ID
                   MOVE WS-WAIT-STU-ID TO WS-RS-STU-ID
                   MOVE WS-OPEN-SEATS  TO WS-RS-OPEN-SEATS
                   CALL 'RSV-SEAT-CHECK' USING WS-RSV-SEATS
                   IF WS-RS-AVAIL NOT = ZERO
                       SUBTRACT 1 FROM WS-OPEN-SEATS
                       MOVE WS-OPEN-SEATS TO OPEN-SEATS-O
                       REWRITE SCHE-REC
           MOVE WS-WAIT-STU-ID TO WS-EV-STU-ID.
           PERFORM 660-WRITE-EVENT.
      *-----------------------------------------------------------------
      *THE HOUSING STILL CHARGED ON THE BILL - IT IS REFUNDED BY THE
      *HOUSING CHECKOUT, NOT THE TUITION SCHEDULE
       745-GET-HOUSING.
           MOVE 0 TO WS-HSG-NET.
           MOVE 'Q'       TO WS-HC-FUNC.
           MOVE WS-STU-ID TO WS-HC-STU-ID.
           MOVE WS-YEAR   TO WS-HC-YEAR.
           MOVE WS-SEM    TO WS-HC-SEM.
           MOVE WS-TODAY  TO WS-HC-DATE.
           CALL 'HSG-CHECKOUT' USING WS-HSG-CHECKOUT.
           IF WS-HC-RESULT = 'Y'
               MOVE WS-HC-CHARGE TO WS-HSG-NET
           END-IF.
      *-----------------------------------------------------------------
      *CREDIT THE TERM BILL AT THE AVERAGE OF THE SECTIONS' REFUND
      *PERCENTAGES - EACH SET BY WHERE TODAY FALLS IN THAT SECTION'S
      *TERM OR PART-OF-TERM CALENDAR - AND LOG THE CREDIT TO PAYMENT
      *HISTORY. ROOM AND MEAL CHARGES ARE LEFT OUT OF THE BASE
       750-REFUND-WITHDRAWAL.
           MOVE 0 TO WS-REFUND-AMT.
           COMPUTE WS-REFUND-PCT ROUNDED =
               WS-PCT-SUM / WS-DROP-COUNT.

           IF WS-REFUND-PCT > 0
               MOVE WS-STU-ID TO BILL-STU-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BILL-AMOUNT > WS-HSG-NET
                           COMPUTE WS-REFUND-AMT ROUNDED =
                               (BILL-AMOUNT - WS-HSG-NET)
                               * WS-REFUND-PCT / 100
                       END-IF
                       SUBTRACT WS-REFUND-AMT FROM BILL-AMOUNT
                       REWRITE BILL-REC
                       MOVE WS-REFUND-AMT TO WS-APPLY-AMT
                       PERFORM 755-REDUCE-PLAN
                       MOVE WS-REFUND-AMT TO WS-H-AMT
                       PERFORM 760-WRITE-REFUND-HIST
                       PERFORM 765-POST-LEDGER
                       DISPLAY SCRN-REFUND
               END-READ
           END-IF.
           IF NOT PLAN-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID TO PLAN-STU-ID.
           MOVE WS-YEAR   TO PLAN-YEAR.
           MOVE WS-SEM    TO PLAN-SEM.
           MOVE WS-YEAR         TO WS-H-YEAR.
           MOVE WS-SEM          TO WS-H-SEM.
           MOVE 'R'             TO WS-H-TYPE.
           MOVE SESSION-OPER-ID TO WS-H-OPER.
           MOVE WS-HIST-LN      TO PAY-HIST-REC.
           WRITE PAY-HIST-REC.
      *-----------------------------------------------------------------
       765-POST-LEDGER.
           MOVE 'P'             TO WS-LL-FUNC.
           MOVE WS-STU-ID       TO WS-LL-STU-ID.
           MOVE WS-YEAR         TO WS-LL-YEAR.
           MOVE WS-SEM          TO WS-LL-SEM.
           MOVE 'R'             TO WS-LL-TYPE.
           MOVE 'C'             TO WS-LL-DRCR.
           MOVE WS-REFUND-AMT   TO WS-LL-AMOUNT.
           MOVE 'WITHDRAWAL REFUND' TO WS-LL-DESC.
           MOVE SPACES          TO WS-LL-REF.
           MOVE ZERO            TO WS-LL-ORIG-SEQ.
           MOVE 'REGISTER-WITHDRAW' TO WS-LL-PGM.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
      *-----------------------------------------------------------------
      *A WITHDRAWING STUDENT WITH DISBURSED GRANT OR LOAN AID GETS A
      *RETURN OF TITLE IV CALCULATION AGAINST THE TERM CHARGES AS
      *BILLED. THE SCHOOL'S SHARE OF THE RETURN TAKES BACK THE AID
      *CREDIT ON THE BILL, SO THE STUDENT OWES IT TO THE SCHOOL
       770-RETURN-TITLE-IV.
           MOVE ZERO TO WS-R2-CHARGES.
           MOVE WS-STU-ID TO BILL-STU-ID.
           MOVE WS-YEAR   TO BILL-YEAR.
           MOVE WS-SEM    TO BILL-SEM.
           READ BILL-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   COMPUTE WS-R2-CHARGES = BILL-AMOUNT + WS-REFUND-AMT
           END-READ.

           MOVE WS-STU-ID   TO WS-R2-STU-ID.
           MOVE WS-YEAR     TO WS-R2-YEAR.
           MOVE WS-SEM      TO WS-R2-SEM.
           MOVE WS-TODAY    TO WS-R2-WTHD-DATE.
           MOVE 'REGISTER-WITHDR' TO WS-R2-PGM.
           CALL 'R2T4-CALC' USING WS-R2T4.

           IF WS-R2-RESULT = 'Y' AND WS-R2-SCHOOL-TOT > ZERO
               PERFORM 775-CHARGE-BACK-AID
               DISPLAY SCRN-R2T4
           END-IF.
      *-----------------------------------------------------------------
      *THE RETURN COMES OFF THE PAYMENTS THE AID MADE. IF A CREDIT
      *REFUND HAS ALREADY PAID PART OF THAT OUT, THE SHORTFALL IS
      *ADDED TO THE CHARGES INSTEAD
       775-CHARGE-BACK-AID.
           IF BILL-PAID >= WS-R2-SCHOOL-TOT
               SUBTRACT WS-R2-SCHOOL-TOT FROM BILL-PAID
           ELSE
               COMPUTE WS-R2-SHORT = WS-R2-SCHOOL-TOT - BILL-PAID
               MOVE ZERO TO BILL-PAID
               ADD WS-R2-SHORT TO BILL-AMOUNT
           END-IF.
           REWRITE BILL-REC.

           IF WS-R2-SCHOOL-LOAN > ZERO
               MOVE WS-R2-SCHOOL-LOAN TO WS-LL-AMOUNT
               MOVE 'L' TO WS-LL-REF
               PERFORM 780-POST-AID-RETURN
           END-IF.
           IF WS-R2-SCHOOL-GRANT > ZERO
               MOVE WS-R2-SCHOOL-GRANT TO WS-LL-AMOUNT
               MOVE 'G' TO WS-LL-REF
               PERFORM 780-POST-AID-RETURN
           END-IF.
      *-----------------------------------------------------------------
      *THE LEDGER DEBIT CARRIES THE AID TYPE, AS THE DISBURSEMENT DID
       780-POST-AID-RETURN.
           MOVE 'P'             TO WS-LL-FUNC.
           MOVE WS-STU-ID       TO WS-LL-STU-ID.
           MOVE WS-YEAR         TO WS-LL-YEAR.
           MOVE WS-SEM          TO WS-LL-SEM.
           MOVE 'D'             TO WS-LL-TYPE.
           MOVE 'D'             TO WS-LL-DRCR.
           MOVE 'TITLE IV RETURN' TO WS-LL-DESC.
           MOVE ZERO            TO WS-LL-ORIG-SEQ.
           MOVE 'REGISTER-WITHDRAW' TO WS-LL-PGM.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
      *-----------------------------------------------------------------
      *A STUDENT LEAVING THE TERM LEAVES THE RESIDENCE HALL - THE BED
      *IS CANCELLED OR CHECKED OUT AND THE HOUSING REFUND COMES OFF
      *THE BILL LIKE THE TUITION REFUND
       790-HOUSING-CHECKOUT.
           MOVE 'W'       TO WS-HC-FUNC.
           MOVE WS-STU-ID TO WS-HC-STU-ID.
           MOVE WS-YEAR   TO WS-HC-YEAR.
           MOVE WS-SEM    TO WS-HC-SEM.
           MOVE WS-TODAY  TO WS-HC-DATE.
           CALL 'HSG-CHECKOUT' USING WS-HSG-CHECKOUT.
           IF WS-HC-RESULT NOT = 'Y' OR WS-HC-REFUND = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STU-ID TO BILL-STU-ID.
           MOVE WS-YEAR   TO BILL-YEAR.
           MOVE WS-SEM    TO BILL-SEM.
           READ BILL-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-HC-REFUND > BILL-AMOUNT
               MOVE BILL-AMOUNT TO WS-HC-REFUND
           END-IF.
           SUBTRACT WS-HC-REFUND FROM BILL-AMOUNT.
           REWRITE BILL-REC.
           MOVE WS-HC-REFUND TO WS-APPLY-AMT.
           PERFORM 755-REDUCE-PLAN.
           MOVE WS-HC-REFUND TO WS-H-AMT.
           PERFORM 760-WRITE-REFUND-HIST.

           MOVE 'P'             TO WS-LL-FUNC.
           MOVE WS-STU-ID       TO WS-LL-STU-ID.
           MOVE WS-YEAR         TO WS-LL-YEAR.
           MOVE WS-SEM          TO WS-LL-SEM.
           MOVE 'H'             TO WS-LL-TYPE.
           MOVE 'C'             TO WS-LL-DRCR.
           MOVE WS-HC-REFUND    TO WS-LL-AMOUNT.
           MOVE 'HOUSING REFUND' TO WS-LL-DESC.
           MOVE WS-HC-HALL      TO WS-LL-REF.
           MOVE ZERO            TO WS-LL-ORIG-SEQ.
           MOVE 'REGISTER-WITHDRAW' TO WS-LL-PGM.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
           DISPLAY SCRN-HSG-REFUND.
      *-----------------------------------------------------------------
       700-SET-STUDENT-INACTIVE.
           MOVE WS-STU-ID TO STU-ID.

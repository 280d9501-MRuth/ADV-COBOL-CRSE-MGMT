                               ACCESS        IS RANDOM
                               RECORD KEY    IS RES-KEY
                               FILE STATUS   IS WS-RES-STAT.
           SELECT PAY-HISTORY  ASSIGN        TO
                               '../FILES/PAYMENT-HISTORY.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  WAIT-MASTER.
       01  WAIT-REC.
           03  WAIT-KEY.
                   07  RC-CRN          PIC 9(4).
           03  RC-GRADE            PIC X.
           03  RC-MIDTERM          PIC X.
       FD  PAY-HISTORY.
       01  PAY-HIST-REC                PIC X(80).
       FD  REG-AUDIT-LOG.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-WAIT-STU-ID      PIC 9(7).
           03  WS-WAIT-FOUND       PIC X   VALUE 'N'.
               88  WAIT-FOUND              VALUE 'Y'.
           03  WS-WAIT-EOF         PIC X   VALUE 'N'.
               88  WAIT-EOF                VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-DROP-MODE        PIC X   VALUE 'D'.
               88  RC-EOF                  VALUE 'Y'.
           03  WS-DROPPED-COURSE   PIC X(9).
           03  WS-PARTNER-CRN      PIC 9(4).
           03  WS-RES-CODE         PIC X  VALUE SPACE.
           03  WS-TUITION-BEFORE   PIC 9(6)V99.
           03  WS-CREDITS-AFTER    PIC 999.
           03  WS-DROP-WORTH       PIC 9(6)V99.
           03  WS-RETAINED-AMT     PIC 9(6)V99.
           03  WS-RES-STAT         PIC 99 VALUE 99.
           03  WS-RES-AVAIL        PIC X  VALUE 'N'.
               88  RES-AVAIL               VALUE 'Y'.
           03  WS-PLAN-STAT        PIC 99 VALUE 99.
           03  WS-PLAN-AVAIL       PIC X  VALUE 'N'.
               88  PLAN-AVAIL              VALUE 'Y'.
           03  WS-INST-OPEN        PIC S9(7)V99.

           03  WS-REFUND-PCT       PIC 999 VALUE 0.
           03  WS-SECT-PTRM        PIC XX.
           03  WS-REFUND-AMT       PIC 9(6)V99 VALUE 0.
           03  WS-CREDIT-DIGIT     PIC 9.
       COPY WS-RATE-TERM.
       COPY WS-PTRM-DATES.
       COPY WS-RSV-SEATS.
       COPY WS-VISA-CHECK.
       01  WS-VISA-CLEAR               PIC X(76) VALUE SPACES.
       COPY WS-ATHL-CHECK.
       01  WS-ATHL-NOTIFY              PIC X.
           88  ATHL-NOTIFY                     VALUE 'Y'.
       01  WS-ATHL-NEW-LOAD            PIC ZZ9.
       01  WS-VER-FIELDS.
           03  WS-VER-NAME         PIC X(35).
           03  WS-VER-CREDIT       PIC X(4).
           03  WS-H-OPER               PIC X(8).
       01  WS-DTL-LN.
           03  WS-STU-ID               PIC 9(7).
       COPY WS-LEDGER-LINE.
       01  WS-AUDIT-LN.
           03  WS-AUDIT-DATE           PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
       01  SCRN-DROP-SEL.
           03  LINE 13  COL 25  VALUE 'DROP THIS CRN? (Y/N)  R) RETURN'.
           03          COL 30  PIC X     TO WS-SEL.
       01  SCRN-VISA-WARN.
           03  LINE 12  COL 5  VALUE 'VISA HOLDER WOULD HAVE'.
           03           COL 28  PIC ZZ9  FROM WS-VC-LOAD.
           03           COL 32  VALUE
                        'CREDITS - UNDER FULL TIME. DROP ANYWAY? (Y/N)'.
           03           COL 78  PIC X    TO WS-SEL.
       01  SCRN-ATHL-WARN.
           03  LINE 12  COL 5  VALUE 'ATHLETE WOULD HAVE'.
           03           COL 24  PIC ZZ9  FROM WS-AC-LOAD.
           03           COL 28  VALUE
                        'CREDITS - BELOW FULL TIME. DROP ANYWAY? (Y/N)'.
           03           COL 78  PIC X    TO WS-SEL.
       01  SCRN-VISA-CLEAR.
           03  LINE 12  COL 5  PIC X(76) FROM WS-VISA-CLEAR.
       01  SCRN-ERR1.
           03  LINE 5  COL 30  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-ERR2.
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF
           OPEN INPUT RES-MASTER.
           IF WS-RES-STAT = ZERO
               MOVE 'Y' TO WS-RES-AVAIL
           CLOSE NOTIFY-EVENTS.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE REFUND RATE FOLLOWS THE STUDENT'S RESIDENCY TIER, THE
      *SAME SELECTION TUITION-BILL MAKES WHEN IT BILLS - A STUDENT
      *WITH NO RESIDENCY CODE REFUNDS AT THE BASE RATE. THE RATE
      *ITSELF IS THE ONE IN EFFECT FOR THE TERM (SEE 715)
       055-SELECT-TIER.
           MOVE SPACE TO WS-RES-CODE.
           IF NOT RES-AVAIL
               EXIT PARAGRAPH
           END-IF.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RES-CODE TO WS-RES-CODE
           END-READ.
      *-----------------------------------------------------------------
       100-DROP-LOOP.
           MOVE WS-STU-ID TO REG-STU-ID.
           MOVE WS-YEAR   TO REG-YEAR.
           MOVE WS-SEM    TO REG-SEM.
                           IF REG-GRADE = SPACE
                               MOVE REG-CRN TO WS-CRN
                               PERFORM 200-GET-CLASS-NAME
                               PERFORM 150-CHECK-DROP-DEADLINE
                               DISPLAY SCRN-CRSE
                               DISPLAY SCRN-DROP-SEL
                               ACCEPT  SCRN-DROP-SEL
                               IF WS-SEL = 'Y' OR WS-SEL = 'y'
                                   THEN
                                       PERFORM 240-CHECK-VISA-LOAD
                               END-IF
                               IF WS-SEL = 'Y' OR WS-SEL = 'y'
                                   THEN
                                       PERFORM 245-CHECK-ATHL-LOAD
                               END-IF
                               IF WS-SEL = 'Y' OR WS-SEL = 'y'
                                   THEN
                                       PERFORM 250-DROP-ONE
                                       PERFORM 255-ATHL-EVENT
                               END-IF
                               IF WS-SEL = 'R' OR WS-SEL = 'r'
                                   THEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *A SECTION IN A PART OF TERM DROPS AND REFUNDS ON ITS PART'S
      *CALENDAR RATHER THAN THE FULL SEMESTER'S
                   MOVE 'S'          TO WS-PD-FUNC
                   MOVE WS-SECT-PTRM TO WS-PD-CODE
                   CALL 'PTRM-DATES-GET' USING WS-PTRM-DATES TERM-REC
                   IF WS-TODAY > TERM-WTHD-DEADLINE
                       MOVE 'R' TO WS-DROP-MODE
                   ELSE
               WHEN OTHER
                   MOVE 0   TO WS-REFUND-PCT
           END-EVALUATE.
      *-----------------------------------------------------------------
      *A VISA HOLDER THE DROP WOULD LEAVE UNDER FULL TIME (WITH NO
      *REDUCED LOAD AUTHORIZED) IS ONLY DROPPED WHEN THE OPERATOR
      *CONFIRMS - THE INTERNATIONAL OFFICE FOLLOWS UP FROM THE
      *COMPLIANCE REPORT
       240-CHECK-VISA-LOAD.
           IF DROP-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID TO WS-VC-STU-ID.
           MOVE WS-YEAR   TO WS-VC-YEAR.
           MOVE WS-SEM    TO WS-VC-SEM.
           MOVE WS-CRN    TO WS-VC-SKIP-CRN.
           CALL 'VISA-LOAD-CHECK' USING WS-VISA-CHECK.
           IF VC-VISA-HOLDER AND VC-BELOW-FULL-TIME
               MOVE 'N' TO WS-SEL
               DISPLAY SCRN-VISA-WARN
               ACCEPT  SCRN-VISA-WARN
               DISPLAY SCRN-VISA-CLEAR
           END-IF.
      *-----------------------------------------------------------------
      *AN ATHLETE THE DROP WOULD LEAVE BELOW FULL TIME LOSES
      *ELIGIBILITY - THE OPERATOR CONFIRMS, AND A DROP THAT TAKES THE
      *ATHLETE UNDER FULL TIME DURING THE TERM IS REPORTED TO THE
      *COMPLIANCE OFFICER
       245-CHECK-ATHL-LOAD.
           MOVE 'N' TO WS-ATHL-NOTIFY.
           IF DROP-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID TO WS-AC-STU-ID.
           MOVE WS-YEAR   TO WS-AC-YEAR.
           MOVE WS-SEM    TO WS-AC-SEM.
           MOVE WS-CRN    TO WS-AC-SKIP-CRN.
           CALL 'ATHL-LOAD-CHECK' USING WS-ATHL-CHECK.
           IF AC-ATHLETE AND AC-BELOW-FULL-TIME
               MOVE 'N' TO WS-SEL
               DISPLAY SCRN-ATHL-WARN
               ACCEPT  SCRN-ATHL-WARN
               DISPLAY SCRN-VISA-CLEAR
               IF AC-IN-TERM
                   AND WS-AC-LOAD + WS-AC-SKIP-CREDITS
                       NOT < WS-AC-FT-MIN
                   MOVE 'Y' TO WS-ATHL-NOTIFY
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       255-ATHL-EVENT.
           IF NOT ATHL-NOTIFY OR DROP-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AC-LOAD TO WS-ATHL-NEW-LOAD.
           MOVE SPACES TO WS-EVENT-LN.
           MOVE 'ATHL' TO WS-EV-TYPE.
           MOVE WS-STU-ID TO WS-EV-STU-ID.
           STRING 'SPORT ' DELIMITED BY SIZE
                  WS-AC-SPORT DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  WS-STU-ID   DELIMITED BY SIZE
                  INTO WS-EV-OLD.
           STRING 'CREDITS NOW ' DELIMITED BY SIZE
                  WS-ATHL-NEW-LOAD DELIMITED BY SIZE
                  INTO WS-EV-NEW.
           PERFORM 660-WRITE-EVENT.
      *-----------------------------------------------------------------
       250-DROP-ONE.
           EVALUATE TRUE
      *-----------------------------------------------------------------
       200-GET-CLASS-NAME.
           MOVE SPACES TO WS-CRSE-NAME
           MOVE SPACES TO WS-SECT-PTRM

           STRING WS-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
               INVALID KEY
                   MOVE 'NOT YET REGISTERED' TO WS-CRSE-NAME
               NOT INVALID KEY
                   MOVE SCHED-PTRM-O TO WS-SECT-PTRM
                   MOVE COURSE-ID-O TO CRSE-ID
                   READ CRSE-MASTER
                       INVALID KEY
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
           MOVE 0 TO WS-REFUND-AMT.
           IF WS-REFUND-PCT > 0
               PERFORM 710-GET-COURSE-CREDITS
               IF WS-CREDIT-DIGIT > 0
                   PERFORM 720-CREDIT-BILL
               END-IF
           END-IF.
                   END-IF
           END-READ.
           CLOSE SCHE-MST.
      *-----------------------------------------------------------------
      *THE DROP IS WORTH THE TUITION ON THE BILLED LOAD LESS THE
      *TUITION ON THE LOAD LEFT, BOTH PRICED AT THE TERM'S OWN RATES
      *- INSIDE A FLAT-RATE BAND A DROP CAN BE WORTH NOTHING. THE
      *BILL'S CREDIT COUNT FOLLOWS THE DROP SO THE NEXT ONE PRICES
      *FROM THE RIGHT LOAD
       715-PRICE-DROP.
           IF BILL-CREDITS < WS-CREDIT-DIGIT
               MOVE WS-CREDIT-DIGIT TO BILL-CREDITS
           END-IF.
           COMPUTE WS-CREDITS-AFTER = BILL-CREDITS - WS-CREDIT-DIGIT.
           MOVE WS-YEAR      TO WS-RT-YEAR.
           MOVE WS-SEM       TO WS-RT-SEM.
           MOVE WS-RES-CODE  TO WS-RT-RES-CODE.
           MOVE BILL-CREDITS TO WS-RT-CREDITS.
           CALL 'RATE-GET' USING WS-RATE-TERM.
           MOVE WS-RT-TUITION TO WS-TUITION-BEFORE.
           MOVE WS-CREDITS-AFTER TO WS-RT-CREDITS.
           CALL 'RATE-GET' USING WS-RATE-TERM.
           COMPUTE WS-REFUND-AMT ROUNDED =
               (WS-TUITION-BEFORE - WS-RT-TUITION)
               * WS-REFUND-PCT / 100.
      *-----------------------------------------------------------------
       720-CREDIT-BILL.
           MOVE WS-STU-ID TO BILL-STU-ID.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 715-PRICE-DROP
                   IF WS-REFUND-AMT > BILL-AMOUNT
                       MOVE BILL-AMOUNT TO WS-REFUND-AMT
                   END-IF
                   SUBTRACT WS-REFUND-AMT FROM BILL-AMOUNT
                   MOVE WS-CREDITS-AFTER TO BILL-CREDITS
                   REWRITE BILL-REC
                   IF WS-REFUND-AMT > 0
                       PERFORM 725-REDUCE-PLAN
                       PERFORM 730-WRITE-REFUND-HIST
                       PERFORM 735-POST-LEDGER
                       DISPLAY SCRN-REFUND
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *A REFUND ON A TERM ENROLLED IN AN INSTALLMENT PLAN REDUCES
           MOVE WS-HIST-LN      TO PAY-HIST-REC.
           WRITE PAY-HIST-REC.
      *-----------------------------------------------------------------
      *A LATE WITHDRAWAL STAYS ON THE BILL, SO ITS REFUND IS A CREDIT
      *THAT STANDS. A DROPPED COURSE LEAVES THE NEXT BILLING RUN,
      *WHICH PRICES THE TERM WITHOUT IT - THE TUITION THE DROP TAKES
      *OFF GOES ON AS A BILLING LINE THAT RUN REPLACES, AND WHAT THE
      *REFUND SCALE KEEPS STANDS AS TUITION OF ITS OWN. BOTH CARRY THE
      *RESIDENCY CODE AS THEIR REFERENCE SO THE JOURNAL POSTS THEM TO
      *THE SAME TUITION ACCOUNT AS THE BILL
       735-POST-LEDGER.
           MOVE 'P'             TO WS-LL-FUNC.
           MOVE WS-STU-ID       TO WS-LL-STU-ID.
           MOVE WS-YEAR         TO WS-LL-YEAR.
           MOVE WS-SEM          TO WS-LL-SEM.
           MOVE ZERO            TO WS-LL-ORIG-SEQ.
           IF DROP-DELETE
               PERFORM 738-POST-DROPPED-COURSE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R'             TO WS-LL-TYPE.
           MOVE 'C'             TO WS-LL-DRCR.
           MOVE WS-REFUND-AMT   TO WS-LL-AMOUNT.
           MOVE 'DROP REFUND'   TO WS-LL-DESC.
           MOVE WS-CRN          TO WS-LL-REF.
           MOVE ZERO            TO WS-LL-ORIG-SEQ.
           MOVE 'REGISTER-DROP' TO WS-LL-PGM.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
      *-----------------------------------------------------------------
       738-POST-DROPPED-COURSE.
           COMPUTE WS-DROP-WORTH = WS-TUITION-BEFORE - WS-RT-TUITION.
           IF WS-DROP-WORTH < WS-REFUND-AMT
               MOVE WS-REFUND-AMT TO WS-DROP-WORTH
           END-IF.
           COMPUTE WS-RETAINED-AMT = WS-DROP-WORTH - WS-REFUND-AMT.
           MOVE 'T'             TO WS-LL-TYPE.
           MOVE 'C'             TO WS-LL-DRCR.
           MOVE WS-DROP-WORTH   TO WS-LL-AMOUNT.
           MOVE 'DROPPED COURSE' TO WS-LL-DESC.
           MOVE WS-RES-CODE     TO WS-LL-REF.
           MOVE 'TUITION-BILL'  TO WS-LL-PGM.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.

           MOVE 'T'             TO WS-LL-TYPE.
           MOVE 'D'             TO WS-LL-DRCR.
           MOVE WS-RETAINED-AMT TO WS-LL-AMOUNT.
           MOVE 'RETAINED TUITION' TO WS-LL-DESC.
           MOVE 'REGISTER-DROP' TO WS-LL-PGM.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
      *-----------------------------------------------------------------
      *DROPPING ONE HALF OF A CO-REQUISITE PAIR STRANDS THE OTHER -
      *WARN WITH THE STRANDED CRN SO THE OPERATOR CASCADES THE DROP
      *AS THE LOOP REACHES IT

           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
           03  WS-PEND-STAT        PIC 99 VALUE 99.
           03  WS-OVR-STAT         PIC 99 VALUE 99.
           03  WS-RB-STAT          PIC 99 VALUE 99.
           03  WS-RB-AVAIL         PIC X   VALUE 'N'.
               88  RB-AVAIL                VALUE 'Y'.
           03  WS-BASIS            PIC X   VALUE 'S'.
               88  VALID-BASIS             VALUE 'S' 'P' 'U'.
           03  WS-CONFLICT         PIC X.
           03  WS-RSTR-MSG         PIC X(35).
           03  WS-CQ-OK            PIC X.
           03  WS-CQ-MISSING       PIC X(9).
           03  WS-DE-OK            PIC X.
           03  WS-PLACE-OK         PIC X.
           03  WS-PLACE-TEST       PIC X(4).
           03  WS-PLACE-MIN        PIC 999.
           03  WS-REPEAT-FOUND     PIC X   VALUE 'N'.
               88  REPEAT-FOUND            VALUE 'Y'.
           03  WS-PRIOR-GRADE      PIC X.
           03  WS-SECT-PTRM        PIC XX.
           03  WS-SWAP-CRN         PIC 9999 VALUE ZERO.
           03  WS-SWAP-ADD-CRN     PIC 9999.
           03  WS-SWAP-PTRM        PIC XX.
           03  WS-CRED-LOAD        PIC 999.
           03  WS-CRED-MAX         PIC 99.
           03  WS-CRED-OVER        PIC X.
               88  CREDIT-OVER             VALUE 'Y'.
       COPY WS-PTRM-DATES.
       COPY WS-RSV-SEATS.
       01  WS-DTL-LN.
           03  WS-STU-ID              PIC 9(7).
       01  WS-AUDIT-LN.
           05  LINE 11  COL 25  VALUE   'ENTER CRN (0 TO STOP): '.
           05           COL 48  PIC 9999 TO WS-CRN
                                          AUTO REQUIRED.
       01  SCRN-SWAP.
           05  LINE 12  COL 25  VALUE   'IN PLACE OF CRN (0 = NONE): '.
           05           COL 53  PIC 9999 TO WS-SWAP-CRN
                                          AUTO.
       01  SCRN-CLASS-NAME.
           03  LINE 13  COL 15  PIC ZZZ9 FROM WS-CRN.
           03           COL 20  PIC X(35) FROM WS-CRSE-NAME.
           03          COL 56  PIC X FROM WS-PRIOR-GRADE.
       01  SCRN-WRITE-SAVE.
           03  LINE 15  COL 50  VALUE 'REGISTERED SUCCESSFULLY'.
       01  SCRN-SWAPPED.
           03  LINE 15  COL 50  VALUE 'SWAPPED SUCCESSFULLY'.
       01  SCRN-WRITE-NOT-SAVE.
           03  LINE 15  COL 50  VALUE 'REGISTERED UNSUCCESSFULLY'.
       01  SCRN-ANOTHER.
           OPEN INPUT PEND-REG.
           OPEN INPUT OVR-MASTER.
           OPEN INPUT TICKET-MASTER.
           MOVE 'N' TO WS-RB-AVAIL.
           OPEN I-O REG-BASIS.
           IF WS-RB-STAT = ZERO
               MOVE 'Y' TO WS-RB-AVAIL
           END-IF.
           OPEN EXTEND REG-AUDIT-LOG.

           ACCEPT WS-DATE FROM DATE.
           IF WS-OVR-STAT = ZERO
               CLOSE OVR-MASTER
           END-IF.
           IF RB-AVAIL
               CLOSE REG-BASIS
           END-IF.
           IF WS-TKT-STAT = ZERO
                   CONTINUE
               NOT INVALID KEY
                   IF WS-TODAY > TERM-ADD-DEADLINE
                       PERFORM 155-CHECK-LATE-PARTS
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *PAST THE FULL-TERM DEADLINE THE TERM STAYS OPEN WHILE ANY
      *LATE-START PART IS STILL TAKING ADDS - EACH SECTION IS THEN
      *HELD TO ITS OWN PART'S DEADLINE
       155-CHECK-LATE-PARTS.
           MOVE 'L' TO WS-PD-FUNC.
           CALL 'PTRM-DATES-GET' USING WS-PTRM-DATES TERM-REC.
           IF WS-TODAY > TERM-ADD-DEADLINE
               MOVE 'Y' TO WS-PAST-ADD-DL
           END-IF.
      *-----------------------------------------------------------------
      *A TIME TICKET ON FILE KEEPS THE STUDENT OUT UNTIL THEIR
      *WINDOW OPENS - NO TICKET MEANS OPEN REGISTRATION
       160-CHECK-WINDOW.
               IF WS-CRN = ZERO
                   MOVE 'N' TO WS-ADD-MORE
               ELSE
                   MOVE ZERO TO WS-SWAP-CRN
                   DISPLAY SCRN-SWAP
                   ACCEPT  SCRN-SWAP
                   PERFORM 300-VALIDATE-AND-ADD
                   DISPLAY SCRN-ADD-MORE
                   ACCEPT  SCRN-ADD-MORE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *A CRN GIVEN IN PLACE OF ANOTHER IS A SWAP - EVERY EDIT BELOW
      *RUNS AS IF THE OLD SECTION WERE ALREADY DROPPED, BUT IT IS
      *ONLY DROPPED ONCE THE NEW SEAT IS TAKEN (SEE 710)
       300-VALIDATE-AND-ADD.
           PERFORM 400-GET-CLASS-INFO
           DISPLAY SCRN-CLASS-NAME
           IF WS-CRN NOT = ZERO AND WS-SWAP-CRN NOT = ZERO
               PERFORM 700-CHECK-SWAP-OUT
           END-IF.
           IF WS-CRN NOT = ZERO
               PERFORM 415-CHECK-SECTION-DEADLINE
           END-IF.
           IF WS-CRN NOT = ZERO
               PERFORM 420-CHECK-PENDING
           END-IF.
           IF WS-CRN NOT = ZERO
               PERFORM 435-CHECK-RESTRICTIONS
           END-IF.
           IF WS-CRN NOT = ZERO
               PERFORM 436-CHECK-DUAL-ENROLL
           END-IF.
           IF WS-CRN NOT = ZERO
               PERFORM 437-CHECK-COREQ
           END-IF.
           IF WS-CRN NOT = ZERO
               PERFORM 438-CHECK-PLACEMENT
           END-IF.
           IF WS-CRN NOT = ZERO
               PERFORM 439-CHECK-CREDIT-LOAD
           END-IF.
           IF WS-CRN NOT = ZERO
               PERFORM 470-CHECK-REPEAT
               IF REPEAT-FOUND
      *SINCE VALIDATION, OFFER THE WAITLIST INSTEAD
                                   PERFORM 500-CLAIM-SEAT
                                   IF SEAT-CLAIMED
                                    IF WS-SWAP-CRN = ZERO
                                       WRITE REG-REC
                                       MOVE 'ADD ' TO
                                           WS-AUDIT-ACTION
                                       PERFORM 600-WRITE-AUDIT
                                       PERFORM 490-SAVE-BASIS
                                       DISPLAY SCRN-WRITE-SAVE
                                    ELSE
                                       PERFORM 710-COMMIT-SWAP
                                    END-IF
                                   ELSE
                                       MOVE 'Y' TO WS-CLASS-FULL
                                       PERFORM 350-OFFER-WAITLIST
       400-GET-CLASS-INFO.
           MOVE 'N' TO WS-CLASS-FULL.
           MOVE SPACES TO WS-ADD-COURSE-ID.
           MOVE SPACES TO WS-SECT-PTRM.
           STRING WS-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM DELIMITED BY SIZE
                   MOVE ZERO TO WS-CRN
               NOT INVALID KEY
                   PERFORM 410-GET-POOL-SEATS
                   MOVE SCHED-PTRM-O TO WS-SECT-PTRM
                   IF WS-OPEN-SEATS = ZERO
                       MOVE 'Y' TO WS-CLASS-FULL
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *A SECTION IN A PART OF TERM TAKES ADDS UNTIL ITS OWN PART'S
      *DEADLINE - FULL-TERM SECTIONS STAY ON THE TERM DEADLINE
       415-CHECK-SECTION-DEADLINE.
           MOVE WS-YEAR TO TERM-YEAR.
           MOVE WS-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'S'          TO WS-PD-FUNC.
           MOVE WS-SECT-PTRM TO WS-PD-CODE.
           CALL 'PTRM-DATES-GET' USING WS-PTRM-DATES TERM-REC.
           IF WS-TODAY > TERM-ADD-DEADLINE
               MOVE 'PAST ADD DEADLINE FOR THIS SECTION' TO
                   WS-CRSE-NAME
               DISPLAY SCRN-CLASS-NAME
               MOVE ZERO TO WS-CRN
               MOVE 'N' TO WS-CLASS-FULL
           END-IF.
      *-----------------------------------------------------------------
      *A CRN SITTING IN THE ADVISOR QUEUE ONLY ENROLLS ONCE THE
      *ADVISOR HAS APPROVED IT - A CRN WITH NO QUEUED REQUEST IS
      *UNAFFECTED
       430-CHECK-CONFLICT.
           MOVE 'N' TO WS-CONFLICT.
           CALL 'REG-CONFLICT' USING WS-STU-ID WS-YEAR WS-SEM
               WS-CRN WS-CONFLICT WS-CONF-CRN WS-SWAP-CRN.
           IF TIME-CONFLICT
               PERFORM 440-CHECK-OVERRIDE
               IF OVR-FOUND
               MOVE ZERO TO WS-CRN
           END-IF.
      *-----------------------------------------------------------------
      *A DUAL ENROLLMENT HIGH SCHOOL STUDENT TAKES ONLY THE COURSES
      *THEIR HIGH SCHOOL APPROVED FOR THE TERM
       436-CHECK-DUAL-ENROLL.
           CALL 'DE-COURSE-CHECK' USING WS-STU-ID WS-YEAR WS-SEM
               WS-ADD-COURSE-ID WS-DE-OK.
           IF WS-DE-OK = 'N'
               MOVE 'NOT APPROVED BY HIGH SCHOOL' TO WS-CRSE-NAME
               DISPLAY SCRN-CLASS-NAME
               MOVE ZERO TO WS-CRN
           END-IF.
      *-----------------------------------------------------------------
      *A COURSE WITH A CO-REQUISITE NEEDS THE PARTNER COURSE
      *REGISTERED THE SAME TERM - ADD THE PARTNER FIRST
       437-CHECK-COREQ.
           CALL 'COREQ-CHECK' USING WS-STU-ID WS-YEAR WS-SEM
               WS-ADD-COURSE-ID WS-CQ-OK WS-CQ-MISSING WS-SWAP-CRN.
           IF WS-CQ-OK = 'N'
               MOVE SPACES TO WS-CRSE-NAME
               STRING 'CO-REQUISITE NEEDED FIRST: '
                   MOVE ZERO TO WS-CRN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *THE TERM'S CREDIT LOAD, WITH THIS SECTION, MAY NOT PASS THE
      *MAXIMUM FOR THE STUDENT'S STANDING UNLESS AN OVERLOAD APPROVAL
      *RAISES IT - A SECTION BEING SWAPPED OUT NO LONGER COUNTS
       439-CHECK-CREDIT-LOAD.
           CALL 'CRED-LOAD-CHECK' USING WS-STU-ID WS-YEAR WS-SEM
               WS-CRN WS-SWAP-CRN WS-CRED-LOAD WS-CRED-MAX
               WS-CRED-OVER.
           IF CREDIT-OVER
               MOVE SPACES TO WS-CRSE-NAME
               STRING 'CREDIT MAXIMUM ' DELIMITED BY SIZE
                      WS-CRED-MAX       DELIMITED BY SIZE
                      ' - LOAD WOULD BE ' DELIMITED BY SIZE
                      WS-CRED-LOAD      DELIMITED BY SIZE
                      INTO WS-CRSE-NAME
               DISPLAY SCRN-CLASS-NAME
               MOVE ZERO TO WS-CRN
               MOVE 'N' TO WS-CLASS-FULL
           END-IF.
      *-----------------------------------------------------------------
       440-CHECK-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND.
       410-GET-POOL-SEATS.
           IF SCHED-XLIST-O NOT = SPACES
               AND SCHED-XLIST-O NOT = LOW-VALUES
               MOVE SCHED-XLIST-O TO WS-RS-SCHED-ID
               MOVE SCHEDULE-ID-O TO WS-SAVE-SCHED-ID
               MOVE SCHED-XLIST-O TO SCHEDULE-ID-O
               READ SCHE-MST
                       CONTINUE
               END-READ
           ELSE
               MOVE SCHEDULE-ID-O TO WS-RS-SCHED-ID
               MOVE OPEN-SEATS-O TO WS-OPEN-SEATS
           END-IF.
           PERFORM 412-CHECK-RESERVED-SEATS.
      *-----------------------------------------------------------------
      *SEATS HELD IN A RESERVED POOL THE STUDENT DOES NOT QUALIFY FOR
      *ARE NOT OPEN TO THEM - A SECTION WHOSE ONLY SEATS ARE HELD FOR
      *OTHERS COUNTS AS FULL
       412-CHECK-RESERVED-SEATS.
           MOVE 'A'           TO WS-RS-FUNC.
           MOVE WS-STU-ID     TO WS-RS-STU-ID.
           MOVE WS-OPEN-SEATS TO WS-RS-OPEN-SEATS.
           CALL 'RSV-SEAT-CHECK' USING WS-RSV-SEATS.
           MOVE WS-RS-AVAIL   TO WS-OPEN-SEATS.
      *-----------------------------------------------------------------
       450-CHECK-PREREQ.
           MOVE 'N' TO WS-PREREQ-MET.
           END-READ.
           CLOSE SCHE-MST.
      *-----------------------------------------------------------------
      *THE SECTION BEING SWAPPED OUT IS NOT A PRIOR ATTEMPT
       480-CHECK-ONE-ATTEMPT.
           STRING REG-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
           READ SCHE-MST
               NOT INVALID KEY
                   IF COURSE-ID-O = WS-ADD-COURSE-ID
                       AND NOT (REG-YEAR = WS-YEAR AND REG-SEM = WS-SEM
                           AND REG-CRN = WS-SWAP-CRN)
                       MOVE 'Y' TO WS-REPEAT-FOUND
                       MOVE REG-GRADE TO WS-PRIOR-GRADE
                   END-IF
      *A PASS/FAIL OR AUDIT ELECTION GOES ON THE BASIS FILE - NO
      *RECORD MEANS THE STANDARD LETTER-GRADE BASIS
       490-SAVE-BASIS.
           IF NOT RB-AVAIL
               EXIT PARAGRAPH
           END-IF.
           IF WS-BASIS = 'P' OR WS-BASIS = 'U'
               NOT INVALID KEY
                   PERFORM 910-REDIRECT-TO-HOST
                   MOVE OPEN-SEATS-O TO WS-OPEN-SEATS
                   MOVE 'C'           TO WS-RS-FUNC
                   MOVE SCHEDULE-ID-O TO WS-RS-SCHED-ID
                   MOVE WS-STU-ID     TO WS-RS-STU-ID
                   MOVE WS-OPEN-SEATS TO WS-RS-OPEN-SEATS
                   CALL 'RSV-SEAT-CHECK' USING WS-RSV-SEATS
                   IF WS-RS-AVAIL NOT = ZERO
                       SUBTRACT 1 FROM WS-OPEN-SEATS
                       MOVE WS-OPEN-SEATS TO OPEN-SEATS-O
                       REWRITE SCHE-REC
                  ':' DELIMITED BY SIZE
                  WS-TIME-SS DELIMITED BY SIZE
                  INTO WS-AUDIT-TIME.
           PERFORM 610-WRITE-AUDIT-LINE.
      *-----------------------------------------------------------------
      *WRITES THE LINE UNDER THE DATE AND TIME ALREADY STAMPED
       610-WRITE-AUDIT-LINE.
           MOVE WS-STU-ID TO WS-AUDIT-STU-ID.
           MOVE WS-YEAR   TO WS-AUDIT-YEAR.
           MOVE WS-SEM    TO WS-AUDIT-SEM.
           MOVE WS-AUDIT-LN TO AUDIT-REC.
           WRITE AUDIT-REC.
      *-----------------------------------------------------------------
      *THE SECTION GIVEN UP MUST BE A LIVE REGISTRATION THIS TERM THAT
      *CAN STILL BE DROPPED OUTRIGHT - PAST ITS OWN PART'S DROP
      *DEADLINE THE DROP WOULD BE A W, WHICH A SWAP DOES NOT MAKE
       700-CHECK-SWAP-OUT.
           IF WS-SWAP-CRN = WS-CRN
               MOVE 'CANNOT SWAP A CRN FOR ITSELF' TO WS-CRSE-NAME
               PERFORM 790-REFUSE-SWAP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID   TO REG-STU-ID.
           MOVE WS-YEAR     TO REG-YEAR.
           MOVE WS-SEM      TO REG-SEM.
           MOVE WS-SWAP-CRN TO REG-CRN.
           READ REG-MASTER
               INVALID KEY
                   MOVE 'NOT REGISTERED IN SWAP-OUT CRN' TO
                       WS-CRSE-NAME
                   PERFORM 790-REFUSE-SWAP
                   EXIT PARAGRAPH
           END-READ.
           IF REG-GRADE NOT = SPACE
               MOVE 'SWAP-OUT CRN IS GRADED/WITHDRAWN' TO WS-CRSE-NAME
               PERFORM 790-REFUSE-SWAP
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-SWAP-PTRM.
           STRING WS-YEAR     DELIMITED BY SIZE
                  WS-SPACE    DELIMITED BY SIZE
                  WS-SEM      DELIMITED BY SIZE
                  WS-SPACE    DELIMITED BY SIZE
                  WS-SWAP-CRN DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           OPEN INPUT SCHE-MST.
           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SCHED-PTRM-O TO WS-SWAP-PTRM
           END-READ.
           CLOSE SCHE-MST.

           MOVE WS-YEAR TO TERM-YEAR.
           MOVE WS-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'S'          TO WS-PD-FUNC.
           MOVE WS-SWAP-PTRM TO WS-PD-CODE.
           CALL 'PTRM-DATES-GET' USING WS-PTRM-DATES TERM-REC.
           IF WS-TODAY > TERM-DROP-DEADLINE
               MOVE 'PAST DROP DEADLINE FOR SWAP-OUT CRN' TO
                   WS-CRSE-NAME
               PERFORM 790-REFUSE-SWAP
           END-IF.
      *-----------------------------------------------------------------
      *THE NEW SEAT IS ALREADY CLAIMED. THE NEW REGISTRATION GOES ON
      *FIRST AND ONLY THEN IS THE OLD ONE DELETED AND ITS SEAT GIVEN
      *BACK, SO A FAILURE LEAVES THE STUDENT IN THE ORIGINAL SECTION.
      *THE LOG GETS THE SAME DROP AND ADD LINES A SEPARATE DROP AND
      *ADD WOULD, UNDER ONE DATE AND TIME SO THE FEE ASSESSMENT SEES
      *THEM AS ONE CHANGE. THE SEAT FREED IN THE OLD SECTION GOES BACK
      *ON ITS OPEN-SEAT COUNT AT ONCE IN 740-RETURN-OLD-SEAT; THE BILL
      *FOLLOWS AT THE NEXT BILLING RUN
       710-COMMIT-SWAP.
           WRITE REG-REC
               INVALID KEY
                   PERFORM 730-RELEASE-NEW-SEAT
                   DISPLAY SCRN-WRITE-NOT-SAVE
                   EXIT PARAGRAPH
           END-WRITE.
           PERFORM 490-SAVE-BASIS.

           MOVE WS-CRN      TO WS-SWAP-ADD-CRN.
           MOVE WS-STU-ID   TO REG-STU-ID.
           MOVE WS-YEAR     TO REG-YEAR.
           MOVE WS-SEM      TO REG-SEM.
           MOVE WS-SWAP-CRN TO REG-CRN.
           DELETE REG-MASTER RECORD
               INVALID KEY
                   MOVE WS-SWAP-ADD-CRN TO WS-CRN
                   MOVE 'ADD ' TO WS-AUDIT-ACTION
                   PERFORM 600-WRITE-AUDIT
               NOT INVALID KEY
                   MOVE WS-SWAP-CRN TO WS-CRN
                   MOVE 'DROP' TO WS-AUDIT-ACTION
                   PERFORM 600-WRITE-AUDIT
                   PERFORM 720-DROP-OLD-BASIS
                   PERFORM 740-RETURN-OLD-SEAT
                   MOVE WS-SWAP-ADD-CRN TO WS-CRN
                   MOVE 'ADD ' TO WS-AUDIT-ACTION
                   PERFORM 610-WRITE-AUDIT-LINE
           END-DELETE.
           DISPLAY SCRN-SWAPPED.
      *-----------------------------------------------------------------
       720-DROP-OLD-BASIS.
           IF NOT RB-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID   TO RB-STU-ID.
           MOVE WS-YEAR     TO RB-YEAR.
           MOVE WS-SEM      TO RB-SEM.
           MOVE WS-SWAP-CRN TO RB-CRN.
           DELETE REG-BASIS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
      *-----------------------------------------------------------------
      *THE NEW REGISTRATION COULD NOT BE WRITTEN - PUT THE CLAIMED
      *SEAT BACK, AND BACK ON ITS RESERVED POOL IF ONE WAS CHARGED
       730-RELEASE-NEW-SEAT.
           STRING WS-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-CRN DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           OPEN I-O SCHE-MST.
           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 910-REDIRECT-TO-HOST
                   MOVE OPEN-SEATS-O TO WS-OPEN-SEATS
                   ADD 1 TO WS-OPEN-SEATS
                   MOVE WS-OPEN-SEATS TO OPEN-SEATS-O
                   REWRITE SCHE-REC
                   MOVE 'R'           TO WS-RS-FUNC
                   MOVE SCHEDULE-ID-O TO WS-RS-SCHED-ID
                   CALL 'RSV-SEAT-CHECK' USING WS-RSV-SEATS
           END-READ
           CLOSE SCHE-MST.
      *-----------------------------------------------------------------
       740-RETURN-OLD-SEAT.
           STRING WS-YEAR     DELIMITED BY SIZE
                  WS-SPACE    DELIMITED BY SIZE
                  WS-SEM      DELIMITED BY SIZE
                  WS-SPACE    DELIMITED BY SIZE
                  WS-SWAP-CRN DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           OPEN I-O SCHE-MST.
           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 910-REDIRECT-TO-HOST
                   MOVE OPEN-SEATS-O TO WS-OPEN-SEATS
                   ADD 1 TO WS-OPEN-SEATS
                   MOVE WS-OPEN-SEATS TO OPEN-SEATS-O
                   REWRITE SCHE-REC
           END-READ
           CLOSE SCHE-MST.
      *-----------------------------------------------------------------
       790-REFUSE-SWAP.
           DISPLAY SCRN-CLASS-NAME.
           MOVE ZERO TO WS-CRN.
           MOVE 'N' TO WS-CLASS-FULL.
      *-----------------------------------------------------------------
      *CROSS-LISTED SECTIONS SHARE THE HOST SECTION'S SEAT POOL -
      *SWAP THE HOST RECORD INTO THE BUFFER BEFORE ANY SEAT MATH

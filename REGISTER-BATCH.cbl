           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
           03  WS-CONFLICT         PIC X.
               88  TIME-CONFLICT           VALUE 'Y'.
           03  WS-CONF-CRN         PIC 9(4).
           03  WS-NO-SKIP-CRN      PIC 9(4) VALUE ZERO.
           03  WS-CRED-LOAD        PIC 999.
           03  WS-CRED-MAX         PIC 99.
           03  WS-CRED-OVER        PIC X.
               88  CREDIT-OVER             VALUE 'Y'.
           03  WS-OVR-FOUND        PIC X.
               88  OVR-FOUND               VALUE 'Y'.
           03  WS-TKT-STAT         PIC 99 VALUE 99.
           03  WS-PLACE-TEST       PIC X(4).
           03  WS-PLACE-MIN        PIC 999.
           03  WS-CQ-OK            PIC X.
           03  WS-DE-OK            PIC X.
           03  WS-CQ-MISSING       PIC X(9).
           03  WS-HIST-STAT        PIC 99.
           03  WS-XFER-STAT        PIC 99.
           03  WS-READ-COUNT       PIC 9(6) VALUE 0.
           03  WS-ACC-COUNT        PIC 9(6) VALUE 0.
           03  WS-REJ-COUNT        PIC 9(6) VALUE 0.
           03  WS-SECT-PTRM        PIC XX.
       COPY WS-PTRM-DATES.
       COPY WS-RSV-SEATS.
       01  WS-DTL-LN.
           03  WS-STU-ID               PIC 9(7).
       01  WS-AUDIT-LN.
               PERFORM 220-CHECK-ADD-DEADLINE
               IF PAST-ADD-DL
                   MOVE 'Y' TO WS-REJECTED
                   MOVE 'PAST ADD DEADLINE FOR SECTION' TO
                       WS-REASON
               END-IF
           END-IF.

               PERFORM 265-CHECK-RESTRICTIONS
           END-IF.

           IF NOT REJECTED
               PERFORM 268-CHECK-DUAL-ENROLL
           END-IF.

           IF NOT REJECTED
               PERFORM 270-CHECK-COREQ
           END-IF.
               PERFORM 275-CHECK-PLACEMENT
           END-IF.

           IF NOT REJECTED
               PERFORM 280-CHECK-CREDIT-LOAD
           END-IF.

           IF NOT REJECTED AND CLASS-FULL
               MOVE 'Y' TO WS-REJECTED
               MOVE 'CLASS FULL' TO WS-REASON
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 215-APPLY-SECTION-PTRM
                   IF WS-TODAY > TERM-ADD-DEADLINE
                       MOVE 'Y' TO WS-PAST-ADD-DL
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *A SECTION IN A PART OF TERM RUNS ON ITS PART'S DEADLINES -
      *OVERLAY THEM ON THE TERM RECORD JUST READ
       215-APPLY-SECTION-PTRM.
           MOVE SPACES TO WS-SECT-PTRM.
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
                   MOVE SCHED-PTRM-O TO WS-SECT-PTRM
           END-READ
           CLOSE SCHE-MST.
           MOVE 'S'          TO WS-PD-FUNC.
           MOVE WS-SECT-PTRM TO WS-PD-CODE.
           CALL 'PTRM-DATES-GET' USING WS-PTRM-DATES TERM-REC.
      *-----------------------------------------------------------------
      *A TIME TICKET ON FILE KEEPS THE STUDENT OUT UNTIL THEIR
      *WINDOW OPENS - NO TICKET MEANS OPEN REGISTRATION
       225-CHECK-WINDOW.
       260-CHECK-CONFLICT.
           MOVE 'N' TO WS-CONFLICT.
           CALL 'REG-CONFLICT' USING WS-STU-ID WS-YEAR WS-SEM
               WS-CRN WS-CONFLICT WS-CONF-CRN
               WS-NO-SKIP-CRN.
           IF TIME-CONFLICT
               MOVE 'N' TO WS-OVR-FOUND
               IF WS-OVR-STAT = ZERO
               MOVE WS-RSTR-MSG TO WS-REASON
           END-IF.
      *-----------------------------------------------------------------
      *A DUAL ENROLLMENT HIGH SCHOOL STUDENT TAKES ONLY THE COURSES
      *THEIR HIGH SCHOOL APPROVED FOR THE TERM
       268-CHECK-DUAL-ENROLL.
           CALL 'DE-COURSE-CHECK' USING WS-STU-ID WS-YEAR WS-SEM
               WS-BAT-COURSE WS-DE-OK.
           IF WS-DE-OK = 'N'
               MOVE 'Y' TO WS-REJECTED
               MOVE 'NOT APPROVED BY HIGH SCHOOL' TO WS-REASON
           END-IF.
      *-----------------------------------------------------------------
      *A COURSE WITH A CO-REQUISITE NEEDS THE PARTNER COURSE
      *REGISTERED THE SAME TERM - LIST THE PARTNER EARLIER IN THE
      *TRANSACTION FILE
       270-CHECK-COREQ.
           CALL 'COREQ-CHECK' USING WS-STU-ID WS-YEAR WS-SEM
               WS-BAT-COURSE WS-CQ-OK WS-CQ-MISSING
               WS-NO-SKIP-CRN.
           IF WS-CQ-OK = 'N'
               MOVE 'Y' TO WS-REJECTED
               MOVE SPACES TO WS-REASON
                          INTO WS-REASON
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *THE TERM'S CREDIT LOAD, WITH THIS SECTION, MAY NOT PASS THE
      *MAXIMUM FOR THE STUDENT'S STANDING UNLESS AN OVERLOAD APPROVAL
      *RAISES IT - ADDS EARLIER IN THE FILE ALREADY COUNT
       280-CHECK-CREDIT-LOAD.
           CALL 'CRED-LOAD-CHECK' USING WS-STU-ID WS-YEAR WS-SEM
               WS-CRN WS-NO-SKIP-CRN WS-CRED-LOAD WS-CRED-MAX
               WS-CRED-OVER.
           IF CREDIT-OVER
               MOVE 'Y' TO WS-REJECTED
               MOVE SPACES TO WS-REASON
               STRING 'OVER CREDIT MAXIMUM ' DELIMITED BY SIZE
                      WS-CRED-MAX            DELIMITED BY SIZE
                      ' - LOAD '             DELIMITED BY SIZE
                      WS-CRED-LOAD           DELIMITED BY SIZE
                      INTO WS-REASON
           END-IF.
      *-----------------------------------------------------------------
       300-APPLY-ADD.
      *CLAIM THE SEAT UNDER THE I-O OPEN BEFORE WRITING THE
                       MOVE 'ALREADY REGISTERED FOR THIS CRN' TO
                           WS-REASON
                       PERFORM 550-INCREMENT-SEATS
                       PERFORM 560-RETURN-POOL-SEAT
                   NOT INVALID KEY
                       MOVE 'ADD ' TO WS-AUDIT-ACTION
                       PERFORM 600-WRITE-AUDIT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 215-APPLY-SECTION-PTRM
                   IF WS-TODAY > TERM-WTHD-DEADLINE
                       MOVE 'R' TO WS-DROP-MODE
                   ELSE
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
                   REWRITE SCHE-REC
           END-READ
           CLOSE SCHE-MST.
      *-----------------------------------------------------------------
      *A BACKED-OUT ADD THAT WAS CHARGED TO A RESERVED POOL GIVES THE
      *SEAT BACK TO THAT POOL
       560-RETURN-POOL-SEAT.
           IF WS-RS-POOL-SEQ NOT = ZERO
               MOVE 'R' TO WS-RS-FUNC
               CALL 'RSV-SEAT-CHECK' USING WS-RSV-SEATS
           END-IF.
      *-----------------------------------------------------------------
       600-WRITE-AUDIT.
           ACCEPT WS-DATE FROM DATE.
       920-PEEK-POOL-SEATS.
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
      *SEATS HELD IN A RESERVED POOL THE STUDENT DOES NOT QUALIFY FOR
      *ARE NOT OPEN TO THEM
           MOVE 'A'           TO WS-RS-FUNC.
           MOVE WS-STU-ID     TO WS-RS-STU-ID.
           MOVE WS-OPEN-SEATS TO WS-RS-OPEN-SEATS.
           CALL 'RSV-SEAT-CHECK' USING WS-RSV-SEATS.
           MOVE WS-RS-AVAIL   TO WS-OPEN-SEATS.

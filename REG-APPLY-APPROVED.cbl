           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  REG-AUDIT-LOG.
       01  AUDIT-REC                   PIC X(80).
       WORKING-STORAGE SECTION.
           03  WS-CONF-COUNT       PIC 9(5) VALUE 0.
           03  WS-CQ-COUNT         PIC 9(5) VALUE 0.
           03  WS-PLACE-COUNT      PIC 9(5) VALUE 0.
           03  WS-DE-COUNT         PIC 9(5) VALUE 0.
           03  WS-CRED-COUNT       PIC 9(5) VALUE 0.
           03  WS-STU-ID           PIC 9(7).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-CONFLICT         PIC X.
               88  TIME-CONFLICT           VALUE 'Y'.
           03  WS-CONF-CRN         PIC 9(4).
           03  WS-NO-SKIP-CRN      PIC 9(4) VALUE ZERO.
           03  WS-CRED-LOAD        PIC 999.
           03  WS-CRED-MAX         PIC 99.
           03  WS-CRED-OVER        PIC X.
               88  CREDIT-OVER             VALUE 'Y'.
           03  WS-BLOCKED          PIC X.
               88  GATE-BLOCKED            VALUE 'Y'.
           03  WS-CQ-OK            PIC X.
           03  WS-DE-OK            PIC X.
           03  WS-CQ-MISSING       PIC X(9).
           03  WS-PLACE-OK         PIC X.
           03  WS-PLACE-TEST       PIC X(4).
           03  WS-RSTR-SCHED       PIC X(12).
           03  WS-RSTR-OK          PIC X.
           03  WS-RSTR-MSG         PIC X(35).
           03  WS-SECT-PTRM        PIC XX.
       COPY WS-PTRM-DATES.
       COPY WS-RSV-SEATS.
       01  WS-AUDIT-LN.
           03  WS-AUDIT-DATE           PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           DISPLAY 'TIME CONFLICT   : ' WS-CONF-COUNT.
           DISPLAY 'CO-REQ MISSING  : ' WS-CQ-COUNT.
           DISPLAY 'PLACEMENT SHORT : ' WS-PLACE-COUNT.
           DISPLAY 'NOT HS APPROVED : ' WS-DE-COUNT.
           DISPLAY 'OVER CREDIT MAX : ' WS-CRED-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
                       ADD 1 TO WS-CONF-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 436-CHECK-DUAL-ENROLL
                   IF WS-DE-OK = 'N'
                       ADD 1 TO WS-DE-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 437-CHECK-COREQ
                   IF WS-CQ-OK = 'N'
                       ADD 1 TO WS-CQ-COUNT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
      *THE TERM CREDIT MAXIMUM HOLDS HERE TOO
               PERFORM 439-CHECK-CREDIT-LOAD
               IF CREDIT-OVER
                   ADD 1 TO WS-CRED-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM 200-CLAIM-SEAT
               IF SEAT-CLAIMED
                   MOVE PEND-STU-ID TO REG-STU-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 122-APPLY-SECTION-PTRM
                   IF WS-TODAY > TERM-ADD-DEADLINE
                       MOVE 'Y' TO WS-PAST-ADD-DL
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *A SECTION IN A PART OF TERM RUNS ON ITS PART'S ADD DEADLINE -
      *OVERLAY THE PART'S DATES ON THE TERM RECORD JUST READ
       122-APPLY-SECTION-PTRM.
           MOVE SPACES TO WS-SECT-PTRM.
           STRING PEND-YEAR DELIMITED BY SIZE
                  WS-SPACE  DELIMITED BY SIZE
                  PEND-SEM  DELIMITED BY SIZE
                  WS-SPACE  DELIMITED BY SIZE
                  PEND-CRN  DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           OPEN INPUT SCHE-MST.
           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SCHED-PTRM-O TO WS-SECT-PTRM
           END-READ.
           CLOSE SCHE-MST.
           MOVE 'S'          TO WS-PD-FUNC.
           MOVE WS-SECT-PTRM TO WS-PD-CODE.
           CALL 'PTRM-DATES-GET' USING WS-PTRM-DATES TERM-REC.
      *-----------------------------------------------------------------
      *A TIME TICKET ON FILE KEEPS THE STUDENT OUT UNTIL THEIR
      *WINDOW OPENS - NO TICKET MEANS OPEN REGISTRATION
       125-CHECK-WINDOW.
           MOVE 'N' TO WS-BLOCKED.
           MOVE 'N' TO WS-CONFLICT.
           CALL 'REG-CONFLICT' USING PEND-STU-ID PEND-YEAR
               PEND-SEM PEND-CRN WS-CONFLICT WS-CONF-CRN
               WS-NO-SKIP-CRN.
           IF TIME-CONFLICT
               PERFORM 440-CHECK-OVERRIDE
               IF OVR-FOUND
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *A DUAL ENROLLMENT HIGH SCHOOL STUDENT TAKES ONLY THE COURSES
      *THEIR HIGH SCHOOL APPROVED FOR THE TERM
       436-CHECK-DUAL-ENROLL.
           CALL 'DE-COURSE-CHECK' USING PEND-STU-ID PEND-YEAR
               PEND-SEM WS-COURSE-ID WS-DE-OK.
      *-----------------------------------------------------------------
      *A COURSE WITH A CO-REQUISITE NEEDS THE PARTNER COURSE
      *REGISTERED THE SAME TERM
       437-CHECK-COREQ.
           CALL 'COREQ-CHECK' USING PEND-STU-ID PEND-YEAR
               PEND-SEM WS-COURSE-ID WS-CQ-OK WS-CQ-MISSING
               WS-NO-SKIP-CRN.
      *-----------------------------------------------------------------
      *A PLACEMENT-GATED COURSE NEEDS THE MINIMUM SCORE ON FILE -
      *A DEAN OVERRIDE FOR THE SECTION PASSES THE EXCEPTION
                   MOVE 'Y' TO WS-BLOCKED
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *THE REQUEST BEING APPLIED COUNTS ONCE, AS THE SECTION ADDED;
      *THE STUDENT'S OTHER APPROVED REQUESTS COUNT AS LOAD ALREADY
      *COMMITTED
       439-CHECK-CREDIT-LOAD.
           CALL 'CRED-LOAD-CHECK' USING PEND-STU-ID PEND-YEAR
               PEND-SEM PEND-CRN WS-NO-SKIP-CRN WS-CRED-LOAD
               WS-CRED-MAX WS-CRED-OVER.
      *-----------------------------------------------------------------
       440-CHECK-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND.
               NOT INVALID KEY
                   PERFORM 910-REDIRECT-TO-HOST
                   MOVE OPEN-SEATS-O TO WS-OPEN-SEATS
                   MOVE 'C'           TO WS-RS-FUNC
                   MOVE SCHEDULE-ID-O TO WS-RS-SCHED-ID
                   MOVE PEND-STU-ID   TO WS-RS-STU-ID
                   MOVE WS-OPEN-SEATS TO WS-RS-OPEN-SEATS
                   CALL 'RSV-SEAT-CHECK' USING WS-RSV-SEATS
                   IF WS-RS-AVAIL NOT = ZERO
                       SUBTRACT 1 FROM WS-OPEN-SEATS
                       MOVE WS-OPEN-SEATS TO OPEN-SEATS-O
                       REWRITE SCHE-REC

           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  REG-AUDIT-LOG.
       01  AUDIT-REC                   PIC X(80).
       FD  PROM-NOTICE.
           03  WS-AUDIT-SEM            PIC 99.
           03  WS-AUDIT-CRN            PIC 9(4).
       COPY WS-NOTIFY-EVENT.
       COPY WS-RSV-SEATS.
       01  WS-NOTICE-LN.
           03  WS-NOTICE-DATE          PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
                   IF NOT SCHED-CANCELLED-O
                       PERFORM 910-REDIRECT-TO-HOST
                       MOVE OPEN-SEATS-O TO WS-OPEN-SEATS
                       MOVE 'A' TO WS-RS-FUNC
                       PERFORM 150-CHECK-RESERVED-SEATS
                       IF WS-RS-AVAIL NOT = ZERO
                           PERFORM 200-ENROLL-FROM-WAITLIST
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *AN OPEN SEAT STILL HELD IN A RESERVED POOL ONLY GOES TO A
      *STUDENT THE POOL IS FOR - OTHERS STAY IN LINE
       150-CHECK-RESERVED-SEATS.
           MOVE SCHEDULE-ID-O  TO WS-RS-SCHED-ID.
           MOVE WS-WAIT-STU-ID TO WS-RS-STU-ID.
           MOVE WS-OPEN-SEATS  TO WS-RS-OPEN-SEATS.
           CALL 'RSV-SEAT-CHECK' USING WS-RSV-SEATS.
      *-----------------------------------------------------------------
       200-ENROLL-FROM-WAITLIST.
           MOVE WS-WAIT-STU-ID TO REG-STU-ID.
                   ADD 1 TO WS-DUP-COUNT
                   DELETE WAIT-MASTER RECORD
               NOT INVALID KEY
                   MOVE 'C' TO WS-RS-FUNC
                   PERFORM 150-CHECK-RESERVED-SEATS
                   SUBTRACT 1 FROM WS-OPEN-SEATS
                   MOVE WS-OPEN-SEATS TO OPEN-SEATS-O
                   REWRITE SCHE-REC

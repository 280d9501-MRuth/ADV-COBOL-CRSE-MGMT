           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  BLD-MASTER.
       01  BLD-REC.
           03  BLD-BUILDING-ROOM.
           03  WS-R-CRN            PIC 9999.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-TEXT           PIC X(60).
       COPY WS-RSV-SEATS.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'RECONCILE-SEATS'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                   ELSE
                       MOVE 0 TO WS-OPEN-SEATS
                   END-IF
      *SEATS STILL HELD IN RESERVED POOLS ARE NOT A MISSED PROMOTION
                   MOVE 'A'           TO WS-RS-FUNC
                   MOVE SCHEDULE-ID-O TO WS-RS-SCHED-ID
                   MOVE ZERO          TO WS-RS-STU-ID
                   MOVE WS-OPEN-SEATS TO WS-RS-OPEN-SEATS
                   CALL 'RSV-SEAT-CHECK' USING WS-RSV-SEATS
                   MOVE WS-RS-AVAIL   TO WS-OPEN-SEATS
                   IF WS-OPEN-SEATS > 0
                       ADD 1 TO WS-DISC-COUNT
                       ADD 1 TO WS-WAIT-FLAG-COUNT

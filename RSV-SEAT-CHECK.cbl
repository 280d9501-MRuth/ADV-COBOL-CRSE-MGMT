       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSV-SEAT-CHECK.
      *-----------------------------------------------------------------
      *WORKS OUT HOW MANY OF A SECTION'S OPEN SEATS A STUDENT MAY
      *TAKE ONCE RESERVED SEAT POOLS ARE HELD BACK. A POOL HOLDS ITS
      *UNUSED SEATS UNTIL ITS RELEASE DATE; FROM THAT DAY ON THEY
      *COUNT AS ORDINARY OPEN SEATS WHETHER OR NOT THE NIGHTLY
      *RELEASE HAS RUN YET. A STUDENT WHO MATCHES A POOL MAY TAKE
      *WHAT IS LEFT IN IT AS WELL AS THE UNRESERVED SEATS, AND A
      *CLAIM IS CHARGED TO THAT POOL FIRST; A CLAIM BACKED OUT BY
      *THE CALLER IS GIVEN BACK TO THE SAME POOL. WITH NO POOL FILE
      *THE OPEN COUNT COMES BACK AS IT WENT IN. FILES STAY OPEN
      *BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSV-SEAT     ASSIGN        TO
                               '../FILES/RSV-SEAT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RSV-KEY
                               FILE STATUS   IS WS-RSV-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STU-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY RSV-SEAT-RECS.
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  WS-RSV-STAT             PIC 99.
       01  WS-STU-STAT             PIC 99.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILES-OPENED              VALUE 'Y'.
       01  WS-AVAIL                PIC X VALUE 'N'.
           88  FILE-AVAIL                VALUE 'Y'.
       01  WS-EOF                  PIC X.
           88  EOF                       VALUE 'Y'.
       01  WS-STU-FOUND            PIC X.
           88  STU-FOUND                 VALUE 'Y'.
       01  WS-TODAY-YMD            PIC 9(6).
       01  WS-TODAY                PIC 9(8).
       01  WS-LEFT                 PIC 999.
       01  WS-MATCH-LEFT           PIC 999.
       01  WS-UNRESERVED           PIC 999.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LNK-RSV-SEATS.
           03  LNK-FUNC            PIC X.
           03  LNK-SCHED-ID        PIC X(12).
           03  LNK-STU-ID          PIC 9(7).
           03  LNK-OPEN-SEATS      PIC 999.
           03  LNK-AVAIL           PIC 999.
           03  LNK-HELD            PIC 999.
           03  LNK-POOL-SEQ        PIC 9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-RSV-SEATS.
       000-MAIN.
           IF NOT FILES-OPENED
               OPEN I-O RSV-SEAT
               IF WS-RSV-STAT = ZERO
                   MOVE 'Y' TO WS-AVAIL
               END-IF
               OPEN INPUT STU-MST
               MOVE 'Y' TO WS-OPENED
           END-IF.

           IF LNK-FUNC = 'R'
               IF FILE-AVAIL AND LNK-POOL-SEQ NOT = ZERO
                   PERFORM 300-RETURN-POOL-SEAT
               END-IF
               EXIT PROGRAM
           END-IF.

           MOVE LNK-OPEN-SEATS TO LNK-AVAIL.
           MOVE ZERO           TO LNK-HELD.
           MOVE ZERO           TO LNK-POOL-SEQ.
           IF NOT FILE-AVAIL
               EXIT PROGRAM
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'N' TO WS-STU-FOUND.
           IF WS-STU-STAT = ZERO
               MOVE LNK-STU-ID TO STU-ID
               READ STU-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STU-FOUND
               END-READ
           END-IF.

           PERFORM 100-SCAN-POOLS.

      *SEATS ALREADY GONE BELOW THE HELD COUNT LEAVE NOTHING
      *UNRESERVED - THE POOL REMAINDERS ARE ALL THAT IS LEFT
           IF LNK-HELD < LNK-OPEN-SEATS
               COMPUTE WS-UNRESERVED = LNK-OPEN-SEATS - LNK-HELD
           ELSE
               MOVE ZERO TO WS-UNRESERVED
           END-IF.
           COMPUTE LNK-AVAIL = WS-UNRESERVED + WS-MATCH-LEFT.
           IF LNK-AVAIL > LNK-OPEN-SEATS
               MOVE LNK-OPEN-SEATS TO LNK-AVAIL
           END-IF.

           IF LNK-FUNC = 'C' AND LNK-AVAIL NOT = ZERO
               AND LNK-POOL-SEQ NOT = ZERO
               PERFORM 200-CHARGE-POOL
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *TOTAL THE SEATS STILL HELD AND PICK THE FIRST POOL WITH ROOM
      *THAT THE STUDENT QUALIFIES FOR
       100-SCAN-POOLS.
           MOVE ZERO TO WS-MATCH-LEFT.
           MOVE LNK-SCHED-ID TO RSV-SCHED-ID.
           MOVE ZERO TO RSV-SEQ.
           MOVE 'N' TO WS-EOF.
           START RSV-SEAT KEY NOT LESS THAN RSV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ RSV-SEAT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RSV-SCHED-ID NOT = LNK-SCHED-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 110-CHECK-POOL
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       110-CHECK-POOL.
           IF NOT RSV-HELD OR WS-TODAY NOT < RSV-RELEASE-DATE
               EXIT PARAGRAPH
           END-IF.
           IF RSV-TAKEN < RSV-SEATS
               COMPUTE WS-LEFT = RSV-SEATS - RSV-TAKEN
           ELSE
               MOVE ZERO TO WS-LEFT
           END-IF.
           ADD WS-LEFT TO LNK-HELD.

           IF WS-LEFT = ZERO OR NOT STU-FOUND
               OR LNK-POOL-SEQ NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN RSV-BY-MAJOR
                   IF STU-MAJOR = RSV-MAJOR
                       MOVE RSV-SEQ TO LNK-POOL-SEQ
                   END-IF
               WHEN RSV-BY-STANDING
                   IF STU-STANDING = RSV-STANDING
                       MOVE RSV-SEQ TO LNK-POOL-SEQ
                   END-IF
               WHEN RSV-BY-CREDITS
                   IF STU-CREDITS-EARNED NOT > RSV-MAX-CREDITS
                       MOVE RSV-SEQ TO LNK-POOL-SEQ
                   END-IF
           END-EVALUATE.
           IF LNK-POOL-SEQ NOT = ZERO
               MOVE WS-LEFT TO WS-MATCH-LEFT
           END-IF.
      *-----------------------------------------------------------------
       200-CHARGE-POOL.
           MOVE LNK-SCHED-ID TO RSV-SCHED-ID.
           MOVE LNK-POOL-SEQ TO RSV-SEQ.
           READ RSV-SEAT
               INVALID KEY
                   MOVE ZERO TO LNK-POOL-SEQ
               NOT INVALID KEY
                   ADD 1 TO RSV-TAKEN
                   REWRITE RSV-REC
           END-READ.
      *-----------------------------------------------------------------
       300-RETURN-POOL-SEAT.
           MOVE LNK-SCHED-ID TO RSV-SCHED-ID.
           MOVE LNK-POOL-SEQ TO RSV-SEQ.
           READ RSV-SEAT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RSV-TAKEN > ZERO
                       SUBTRACT 1 FROM RSV-TAKEN
                       REWRITE RSV-REC
                   END-IF
           END-READ.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTRM-DATES-GET.
      *-----------------------------------------------------------------
      *APPLIES A PART OF TERM TO A TERM CALENDAR RECORD THE CALLER
      *HAS ALREADY READ. FOR A SECTION'S PART CODE THE PART'S DATES
      *AND DEADLINES REPLACE THE TERM'S, SO EVERY DEADLINE TEST IN
      *THE CALLER RUNS UNCHANGED ON THE SECTION'S OWN CALENDAR. FOR
      *A TERM-WIDE GATE THE ADD DEADLINE IS CARRIED OUT TO THE LAST
      *PART STILL TAKING ADDS. WITH NO PARTS ON FILE THE TERM RECORD
      *COMES BACK UNTOUCHED. FILES STAY OPEN BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTRM-MASTER  ASSIGN        TO
                               '../FILES/PTRM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PTRM-KEY
                               FILE STATUS   IS WS-PTRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY PTRM-MASTER-RECS.
       WORKING-STORAGE SECTION.
       01  WS-PTRM-STAT            PIC 99.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILES-OPENED              VALUE 'Y'.
       01  WS-PTRM-AVAIL           PIC X VALUE 'N'.
           88  PTRM-AVAIL                VALUE 'Y'.
       01  WS-EOF                  PIC X.
           88  EOF                       VALUE 'Y'.
       LINKAGE SECTION.
       01  LNK-PTRM-DATES.
           03  LNK-FUNC            PIC X.
           03  LNK-CODE            PIC XX.
           03  LNK-FOUND           PIC X.
           03  LNK-DESC            PIC X(20).
           03  LNK-CENSUS-DATE     PIC 9(8).
       01  LNK-TERM-REC.
           03  LNK-TERM-KEY.
               05  LNK-TERM-YEAR   PIC 9(4).
               05  LNK-TERM-SEM    PIC 99.
           03  LNK-START-DATE      PIC 9(8).
           03  LNK-END-DATE        PIC 9(8).
           03  LNK-ADD-DEADLINE    PIC 9(8).
           03  LNK-DROP-DEADLINE   PIC 9(8).
           03  LNK-WTHD-DEADLINE   PIC 9(8).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-PTRM-DATES LNK-TERM-REC.
       000-MAIN.
           IF NOT FILES-OPENED
               OPEN INPUT PTRM-MASTER
               IF WS-PTRM-STAT = ZERO
                   MOVE 'Y' TO WS-PTRM-AVAIL
               END-IF
               MOVE 'Y' TO WS-OPENED
           END-IF.

           MOVE 'N'    TO LNK-FOUND.
           MOVE SPACES TO LNK-DESC.
           MOVE ZERO   TO LNK-CENSUS-DATE.

           IF PTRM-AVAIL
               EVALUATE LNK-FUNC
                   WHEN 'S'
                       IF LNK-CODE NOT = SPACES
                           PERFORM 100-SECTION-PART
                       END-IF
                   WHEN 'L'
                       PERFORM 200-LATEST-ADD
               END-EVALUATE
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SECTION-PART.
           MOVE LNK-TERM-YEAR TO PTRM-YEAR.
           MOVE LNK-TERM-SEM  TO PTRM-SEM.
           MOVE LNK-CODE      TO PTRM-CODE.
           READ PTRM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'                TO LNK-FOUND
                   MOVE PTRM-DESC          TO LNK-DESC
                   MOVE PTRM-CENSUS-DATE   TO LNK-CENSUS-DATE
                   MOVE PTRM-START-DATE    TO LNK-START-DATE
                   MOVE PTRM-END-DATE      TO LNK-END-DATE
                   MOVE PTRM-ADD-DEADLINE  TO LNK-ADD-DEADLINE
                   MOVE PTRM-DROP-DEADLINE TO LNK-DROP-DEADLINE
                   MOVE PTRM-WTHD-DEADLINE TO LNK-WTHD-DEADLINE
           END-READ.
      *-----------------------------------------------------------------
      *A LATE-START PART KEEPS REGISTRATION OPEN FOR THE TERM AFTER
      *THE FULL-TERM ADD DEADLINE HAS PASSED
       200-LATEST-ADD.
           MOVE LNK-TERM-YEAR TO PTRM-YEAR.
           MOVE LNK-TERM-SEM  TO PTRM-SEM.
           MOVE LOW-VALUES    TO PTRM-CODE.
           MOVE 'N' TO WS-EOF.
           START PTRM-MASTER KEY NOT LESS THAN PTRM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ PTRM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PTRM-YEAR NOT = LNK-TERM-YEAR
                           OR PTRM-SEM NOT = LNK-TERM-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE 'Y' TO LNK-FOUND
                           IF PTRM-ADD-DEADLINE > LNK-ADD-DEADLINE
                               MOVE PTRM-ADD-DEADLINE
                                   TO LNK-ADD-DEADLINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

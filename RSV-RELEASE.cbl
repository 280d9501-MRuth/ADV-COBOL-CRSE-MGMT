       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSV-RELEASE.
      *-----------------------------------------------------------------
      *NIGHTLY RELEASE OF RESERVED SEAT POOLS. A POOL STILL HELD ON OR
      *AFTER ITS RELEASE DATE IS MARKED RELEASED AND THE SEATS IT
      *NEVER FILLED ARE RECORDED ON IT AND LISTED ON THE REPORT.
      *THOSE SEATS ARE ALREADY PART OF OPEN-SEATS, SO RELEASING THEM
      *ONLY STOPS HOLDING THEM BACK. WHEN ANY SEATS CAME FREE THE
      *WAITLIST SWEEP RUNS SO THE STUDENTS WAITING FOR THOSE SECTIONS
      *ARE ENROLLED THE SAME NIGHT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSV-SEAT     ASSIGN        TO
                               '../FILES/RSV-SEAT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RSV-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/RSV-RELEASE-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY RSV-SEAT-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-READ-COUNT       PIC 9(5) VALUE 0.
           03  WS-REL-COUNT        PIC 9(5) VALUE 0.
           03  WS-SEAT-COUNT       PIC 9(5) VALUE 0.
       01  WS-HDR-LN.
           03  FILLER              PIC X(14) VALUE 'SECTION'.
           03  FILLER              PIC X(3)  VALUE 'SQ'.
           03  FILLER              PIC X(3)  VALUE 'K'.
           03  FILLER              PIC X(6)  VALUE 'FOR'.
           03  FILLER              PIC X(6)  VALUE 'SEATS'.
           03  FILLER              PIC X(6)  VALUE 'TAKEN'.
           03  FILLER              PIC X(6)  VALUE 'FREED'.
           03  FILLER              PIC X(8)  VALUE 'RELEASE'.
       01  WS-RPT-LN.
           03  WS-R-SCHED-ID       PIC X(12).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-SEQ            PIC 9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-KIND           PIC X.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-CRIT           PIC X(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-R-SEATS          PIC ZZ9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-R-TAKEN          PIC ZZ9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-R-RELEASED       PIC ZZ9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-R-DATE           PIC 9(8).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'RSV-RELEASE'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/RSV-RELEASE-REPORT.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN I-O RSV-SEAT.
           IF WS-STAT NOT = ZERO
               DISPLAY 'RSV-SEAT.DAT CANNOT BE OPENED - NO POOLS'
               CLOSE RSV-SEAT
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           MOVE 'RESERVED SEAT POOLS RELEASED' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE LOW-VALUES TO RSV-KEY.
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
                       ADD 1 TO WS-READ-COUNT
                       IF RSV-HELD
                           AND RSV-RELEASE-DATE NOT > WS-TODAY
                           PERFORM 100-RELEASE-POOL
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'POOLS RELEASED: '  DELIMITED BY SIZE
                  WS-REL-COUNT        DELIMITED BY SIZE
                  '  SEATS RETURNED: ' DELIMITED BY SIZE
                  WS-SEAT-COUNT       DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE RSV-SEAT.
           CLOSE PRINT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'RSV-RELEASE COMPLETE'.
           DISPLAY 'POOLS READ     : ' WS-READ-COUNT.
           DISPLAY 'POOLS RELEASED : ' WS-REL-COUNT.
           DISPLAY 'SEATS RETURNED : ' WS-SEAT-COUNT.

      *THE POOL FILE IS CLOSED FIRST - THE SWEEP READS IT THROUGH
      *RSV-SEAT-CHECK
           IF WS-SEAT-COUNT > ZERO
               CALL 'WAITLIST-SWEEP'
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-RELEASE-POOL.
           IF RSV-TAKEN < RSV-SEATS
               COMPUTE RSV-RELEASED-SEATS = RSV-SEATS - RSV-TAKEN
           ELSE
               MOVE ZERO TO RSV-RELEASED-SEATS
           END-IF.
           MOVE 'R' TO RSV-STATUS.
           REWRITE RSV-REC.

           ADD 1 TO WS-REL-COUNT.
           ADD RSV-RELEASED-SEATS TO WS-SEAT-COUNT.

           MOVE RSV-SCHED-ID       TO WS-R-SCHED-ID.
           MOVE RSV-SEQ            TO WS-R-SEQ.
           MOVE RSV-KIND           TO WS-R-KIND.
           MOVE SPACES             TO WS-R-CRIT.
           EVALUATE TRUE
               WHEN RSV-BY-MAJOR
                   MOVE RSV-MAJOR       TO WS-R-CRIT
               WHEN RSV-BY-STANDING
                   MOVE RSV-STANDING    TO WS-R-CRIT
               WHEN RSV-BY-CREDITS
                   MOVE RSV-MAX-CREDITS TO WS-R-CRIT
           END-EVALUATE.
           MOVE RSV-SEATS          TO WS-R-SEATS.
           MOVE RSV-TAKEN          TO WS-R-TAKEN.
           MOVE RSV-RELEASED-SEATS TO WS-R-RELEASED.
           MOVE RSV-RELEASE-DATE   TO WS-R-DATE.
           MOVE WS-RPT-LN TO PRINT-REC.
           WRITE PRINT-REC.

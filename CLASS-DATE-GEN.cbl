           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       COPY MEET-MASTER-RECS.
       COPY TERM-MASTER-RECS.
       COPY HOLIDAY-RECS.
           03  WS-IS-HOLIDAY       PIC X.
           03  WS-SECTION-COUNT    PIC 9(5) VALUE 0.
           03  WS-DATE-COUNT       PIC 9(7) VALUE 0.
           03  WS-TERM-START-INT   PIC 9(8).
           03  WS-TERM-END-INT     PIC 9(8).
           03  WS-PTRM-SKIP        PIC 9(5) VALUE 0.
      *TERM CALENDAR AS READ, AND THE COPY EACH SECTION'S PART OF
      *TERM IS LAID OVER
       01  WS-TERM-SAVE            PIC X(46).
       01  WS-SECT-TERM.
           03  WS-ST-KEY.
               05  WS-ST-YEAR      PIC 9(4).
               05  WS-ST-SEM       PIC 99.
           03  WS-ST-START-DATE    PIC 9(8).
           03  WS-ST-END-DATE      PIC 9(8).
           03  WS-ST-ADD-DEADLINE  PIC 9(8).
           03  WS-ST-DROP-DEADLINE PIC 9(8).
           03  WS-ST-WTHD-DEADLINE PIC 9(8).
       COPY WS-PTRM-DATES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
               FUNCTION INTEGER-OF-DATE(TERM-START-DATE).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(TERM-END-DATE).
           MOVE WS-START-INT TO WS-TERM-START-INT.
           MOVE WS-END-INT   TO WS-TERM-END-INT.
           MOVE TERM-REC     TO WS-TERM-SAVE.
           CLOSE TERM-MASTER.

           OPEN INPUT SCHE-MST.
           DISPLAY 'CLASS-DATE-GEN COMPLETE'.
           DISPLAY 'SECTIONS EXPANDED : ' WS-SECTION-COUNT.
           DISPLAY 'MEETING DATES OUT : ' WS-DATE-COUNT.
           DISPLAY 'PART DATES BAD    : ' WS-PTRM-SKIP.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-EXPAND-SECTION.
           PERFORM 110-SET-SECTION-DATES.
           IF WS-START-INT = ZERO
               ADD 1 TO WS-PTRM-SKIP
               EXIT PARAGRAPH
           END-IF.
           MOVE SCHED-DAYS-O TO WS-CUR-DAYS.
           PERFORM 200-EXPAND-ONE-PATTERN.
           IF MEET-AVAIL
               PERFORM 150-EXPAND-EXTRA-MEETINGS
           END-IF.
      *-----------------------------------------------------------------
      *A SECTION IN A PART OF TERM MEETS ONLY BETWEEN ITS PART'S
      *START AND END DATES - FULL-TERM SECTIONS USE THE TERM'S
       110-SET-SECTION-DATES.
           MOVE WS-TERM-START-INT TO WS-START-INT.
           MOVE WS-TERM-END-INT   TO WS-END-INT.
           IF SCHED-PTRM-O = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TERM-SAVE TO WS-SECT-TERM.
           MOVE 'S'          TO WS-PD-FUNC.
           MOVE SCHED-PTRM-O TO WS-PD-CODE.
           CALL 'PTRM-DATES-GET' USING WS-PTRM-DATES WS-SECT-TERM.
           IF NOT PD-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-ST-START-DATE < 19000000
               OR WS-ST-END-DATE < WS-ST-START-DATE
               MOVE ZERO TO WS-START-INT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-ST-START-DATE).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-ST-END-DATE).
      *-----------------------------------------------------------------
       150-EXPAND-EXTRA-MEETINGS.
           MOVE SCHEDULE-ID-O TO MEET-SCHED-ID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSG-CHECKOUT.
      *-----------------------------------------------------------------
      *HOUSING ASSIGNMENT QUERY AND WITHDRAWAL CHECKOUT. CALLED BY
      *THE TERM WITHDRAWAL SO A STUDENT WHO LEAVES ALSO LEAVES THE
      *RESIDENCE HALL. A BED NOT YET CHECKED INTO IS CANCELLED AND
      *THE WHOLE HOUSING CHARGE IS REFUNDED; A STUDENT IN RESIDENCE
      *IS CHECKED OUT AND REFUNDED THE SHARE OF THE ROOM AND MEAL
      *CHARGE FOR THE DAYS LEFT BETWEEN THE CHECKOUT DATE AND THE
      *END OF THE TERM (MEASURED FROM THE LATER OF TERM START AND
      *CHECK-IN). EVERY CHECKOUT IS NOTED FOR THE HOUSING OFFICE.
      *THE FILES ARE OPENED AND CLOSED ON EACH CALL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSG-ASSIGN   ASSIGN        TO
                               '../FILES/HSG-ASSIGN.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HASG-KEY
                               ALTERNATE KEY IS HASG-BED-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-HASG-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-TERM-STAT.
           SELECT HSG-NOTICE   ASSIGN        TO
                               '../FILES/HSG-CHECKOUT-NOTICES.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-NOTE-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY HSG-ASSIGN-RECS.
       COPY TERM-MASTER-RECS.
       FD  HSG-NOTICE.
       01  NOTICE-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-HASG-STAT        PIC 99.
           03  WS-TERM-STAT        PIC 99.
           03  WS-NOTE-STAT        PIC 99.
           03  WS-CHARGE           PIC 9(6)V99.
           03  WS-FROM-DATE        PIC 9(8).
           03  WS-DAYS-TOTAL       PIC S9(5).
           03  WS-DAYS-LEFT        PIC S9(5).
       01  WS-NOTICE-LN.
           03  WS-N-DATE           PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-N-STU-ID         PIC 9(7).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-N-YEAR           PIC 9999.
           03  FILLER              PIC X VALUE '/'.
           03  WS-N-SEM            PIC 99.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-N-HALL           PIC X(4).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-N-ROOM           PIC X(5).
           03  WS-N-SPACE          PIC X.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-N-ACTION         PIC X(22).
           03  FILLER              PIC X(8) VALUE ' REFUND '.
           03  WS-N-REFUND         PIC ZZZ,ZZ9.99.
       LINKAGE SECTION.
       01  LNK-HSG-CHECKOUT.
           03  LNK-FUNC            PIC X.
               88  LNK-QUERY               VALUE 'Q'.
               88  LNK-WITHDRAW            VALUE 'W'.
           03  LNK-STU-ID          PIC 9(7).
           03  LNK-YEAR            PIC 9(4).
           03  LNK-SEM             PIC 99.
           03  LNK-DATE            PIC 9(8).
           03  LNK-RESULT          PIC X.
           03  LNK-HALL            PIC X(4).
           03  LNK-ROOM            PIC X(5).
           03  LNK-SPACE           PIC X.
           03  LNK-CHARGE          PIC 9(6)V99.
           03  LNK-REFUND          PIC 9(6)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-HSG-CHECKOUT.
       000-MAIN.
           MOVE 'N'    TO LNK-RESULT.
           MOVE SPACES TO LNK-HALL LNK-ROOM LNK-SPACE.
           MOVE ZERO   TO LNK-CHARGE LNK-REFUND.

           OPEN I-O HSG-ASSIGN.
           IF WS-HASG-STAT NOT = ZERO
               CLOSE HSG-ASSIGN
               EXIT PROGRAM
           END-IF.

           MOVE LNK-STU-ID TO HASG-STU-ID.
           MOVE LNK-YEAR   TO HASG-YEAR.
           MOVE LNK-SEM    TO HASG-SEM.
           READ HSG-ASSIGN
               INVALID KEY
                   MOVE 'C' TO HASG-STATUS
           END-READ.
           IF HASG-CANCELLED
               CLOSE HSG-ASSIGN
               EXIT PROGRAM
           END-IF.

           MOVE HASG-HALL  TO LNK-HALL.
           MOVE HASG-ROOM  TO LNK-ROOM.
           MOVE HASG-SPACE TO LNK-SPACE.
           COMPUTE WS-CHARGE =
               HASG-ROOM-RATE + HASG-MEAL-RATE - HASG-REFUND.
           MOVE WS-CHARGE TO LNK-CHARGE.
           MOVE 'Y' TO LNK-RESULT.

           IF LNK-WITHDRAW
               IF HASG-HOLDS-BED
                   PERFORM 100-CHECK-OUT
               ELSE
                   MOVE 'N' TO LNK-RESULT
               END-IF
           END-IF.

           CLOSE HSG-ASSIGN.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-CHECK-OUT.
           IF HASG-ASSIGNED
               MOVE WS-CHARGE TO LNK-REFUND
               MOVE 'C' TO HASG-STATUS
               MOVE 'CANCELLED - WITHDREW' TO WS-N-ACTION
           ELSE
               PERFORM 200-PRORATE
               MOVE 'O' TO HASG-STATUS
               MOVE 'CHECKED OUT - WITHDREW' TO WS-N-ACTION
           END-IF.
           MOVE LNK-DATE TO HASG-CHECKOUT-DATE.
           ADD LNK-REFUND TO HASG-REFUND.
           REWRITE HASG-REC.
           PERFORM 300-WRITE-NOTICE.
      *-----------------------------------------------------------------
      *REFUND THE CHARGE FOR THE DAYS LEFT IN THE TERM - NOTHING ON
      *OR AFTER THE LAST DAY, AND NOTHING WITHOUT A TERM CALENDAR
       200-PRORATE.
           MOVE ZERO TO LNK-REFUND.
           OPEN INPUT TERM-MASTER.
           IF WS-TERM-STAT NOT = ZERO
               CLOSE TERM-MASTER
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-YEAR TO TERM-YEAR.
           MOVE LNK-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   MOVE ZERO TO TERM-END-DATE
           END-READ.
           CLOSE TERM-MASTER.
           IF TERM-END-DATE = ZERO OR LNK-DATE NOT < TERM-END-DATE
               EXIT PARAGRAPH
           END-IF.

           MOVE TERM-START-DATE TO WS-FROM-DATE.
           IF HASG-CHECKIN-DATE > WS-FROM-DATE
               MOVE HASG-CHECKIN-DATE TO WS-FROM-DATE
           END-IF.
           COMPUTE WS-DAYS-TOTAL =
               FUNCTION INTEGER-OF-DATE(TERM-END-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(TERM-END-DATE)
               - FUNCTION INTEGER-OF-DATE(LNK-DATE).
           IF WS-DAYS-TOTAL NOT > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-DAYS-LEFT > WS-DAYS-TOTAL
               MOVE WS-DAYS-TOTAL TO WS-DAYS-LEFT
           END-IF.
           COMPUTE LNK-REFUND ROUNDED =
               WS-CHARGE * WS-DAYS-LEFT / WS-DAYS-TOTAL.
      *-----------------------------------------------------------------
       300-WRITE-NOTICE.
           OPEN EXTEND HSG-NOTICE.
           IF WS-NOTE-STAT NOT = ZERO
               OPEN OUTPUT HSG-NOTICE
           END-IF.
           MOVE LNK-DATE   TO WS-N-DATE.
           MOVE LNK-STU-ID TO WS-N-STU-ID.
           MOVE LNK-YEAR   TO WS-N-YEAR.
           MOVE LNK-SEM    TO WS-N-SEM.
           MOVE HASG-HALL  TO WS-N-HALL.
           MOVE HASG-ROOM  TO WS-N-ROOM.
           MOVE HASG-SPACE TO WS-N-SPACE.
           MOVE LNK-REFUND TO WS-N-REFUND.
           WRITE NOTICE-REC FROM WS-NOTICE-LN.
           CLOSE HSG-NOTICE.

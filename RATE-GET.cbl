       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-GET.
      *-----------------------------------------------------------------
      *RETURNS THE TUITION RATE, TERM FEE AND FLAT-RATE BAND IN
      *EFFECT FOR A TERM AND RESIDENCY TIER, AND PRICES A CREDIT LOAD
      *AT THOSE RATES. THE LATEST SCHEDULE RECORD FOR THE TIER WHOSE
      *EFFECTIVE TERM IS NOT AFTER THE REQUESTED TERM WINS, THEN THE
      *LATEST BASE (BLANK TIER) RECORD; WITH NEITHER ON FILE THE
      *CONTROL LIST RATES APPLY. FILES STAY OPEN BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-SCHEDULE ASSIGN       TO
                               '../FILES/RATE-SCHEDULE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RTS-KEY
                               FILE STATUS   IS WS-RTS-STAT.
           SELECT MST-CTRL-LIST    ASSIGN TO
                               "../Files/MST-CTRL-LST.DAT"
                               ORGANIZATION IS RELATIVE
                               ACCESS IS RANDOM
                               RELATIVE KEY IS WS-MST-REC-KEY
                               FILE STATUS IS WS-MST-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY RATE-SCHED-RECS.
       COPY MST-CTRL-LIST-RECS.
       WORKING-STORAGE SECTION.
       01  WS-RTS-STAT             PIC 99.
       01  WS-MST-STAT             PIC 99.
       01  WS-MST-REC-KEY          PIC 99.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILES-OPENED              VALUE 'Y'.
       01  WS-RTS-AVAIL            PIC X VALUE 'N'.
           88  RTS-AVAIL                 VALUE 'Y'.
       01  WS-EOF                  PIC X.
           88  EOF                       VALUE 'Y'.
       01  WS-SCAN-CODE            PIC X.
       01  WS-SCAN-FOUND           PIC X.
           88  SCAN-FOUND                VALUE 'Y'.
       01  WS-TIER-IX              PIC 9.
       01  WS-CTL-RATES.
           03  WS-CTL-RATE         PIC 9(4)V99 VALUE 0.
           03  WS-CTL-FEE          PIC 9(4)V99 VALUE 0.
       01  WS-TIER-TABLE.
           03  WS-TIER-ENTRY OCCURS 3 TIMES.
               05  WS-TT-CODE      PIC X.
               05  WS-TT-RATE      PIC 9(4)V99.
               05  WS-TT-FEE       PIC 9(4)V99.
       LINKAGE SECTION.
       01  LNK-RATE-TERM.
           03  LNK-YEAR            PIC 9(4).
           03  LNK-SEM             PIC 99.
           03  LNK-RES-CODE        PIC X.
           03  LNK-CREDITS         PIC 999.
           03  LNK-RATE            PIC 9(4)V99.
           03  LNK-FEE             PIC 9(4)V99.
           03  LNK-BAND-LOW        PIC 99.
           03  LNK-BAND-HIGH       PIC 99.
           03  LNK-BILLED-CRS      PIC 999.
           03  LNK-TUITION         PIC 9(6)V99.
           03  LNK-SOURCE          PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-RATE-TERM.
       000-MAIN.
           IF NOT FILES-OPENED
               OPEN INPUT RATE-SCHEDULE
               IF WS-RTS-STAT = ZERO
                   MOVE 'Y' TO WS-RTS-AVAIL
               END-IF
               PERFORM 050-LOAD-CONTROL-RATES
               MOVE 'Y' TO WS-OPENED
           END-IF.

           MOVE ZERO TO LNK-RATE.
           MOVE ZERO TO LNK-FEE.
           MOVE ZERO TO LNK-BAND-LOW.
           MOVE ZERO TO LNK-BAND-HIGH.
           MOVE 'N' TO WS-SCAN-FOUND.

           IF RTS-AVAIL
               MOVE LNK-RES-CODE TO WS-SCAN-CODE
               PERFORM 100-SCAN-SCHEDULE
               IF NOT SCAN-FOUND AND LNK-RES-CODE NOT = SPACE
                   MOVE SPACE TO WS-SCAN-CODE
                   PERFORM 100-SCAN-SCHEDULE
               END-IF
           END-IF.

           IF SCAN-FOUND
               MOVE 'S' TO LNK-SOURCE
           ELSE
               MOVE 'C' TO LNK-SOURCE
               PERFORM 200-CONTROL-RATES
           END-IF.

           PERFORM 300-PRICE-LOAD.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE CONTROL LIST RATES ARE THE FALLBACK FOR ANY TERM THE
      *SCHEDULE DOES NOT REACH BACK TO - READ ONCE ON THE FIRST CALL
       050-LOAD-CONTROL-RATES.
           MOVE SPACES TO WS-TIER-TABLE.
           OPEN INPUT MST-CTRL-LIST.
           IF WS-MST-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 7 TO WS-MST-REC-KEY.
           READ MST-CTRL-LIST
               NOT INVALID KEY
                   IF MST-RATE-PER-CREDIT NUMERIC
                       MOVE MST-RATE-PER-CREDIT TO WS-CTL-RATE
                   END-IF
                   IF MST-FEE-PER-TERM NUMERIC
                       MOVE MST-FEE-PER-TERM TO WS-CTL-FEE
                   END-IF
           END-READ.
           MOVE 9 TO WS-MST-REC-KEY.
           READ MST-CTRL-LIST
               NOT INVALID KEY
                   IF MST-RES-CODE(1) NOT = SPACE
                       MOVE MST-RES-RATES(1:39) TO WS-TIER-TABLE
                   END-IF
           END-READ.
           CLOSE MST-CTRL-LIST.
      *-----------------------------------------------------------------
       100-SCAN-SCHEDULE.
           MOVE WS-SCAN-CODE TO RTS-RES-CODE.
           MOVE ZERO TO RTS-YEAR.
           MOVE ZERO TO RTS-SEM.
           MOVE 'N' TO WS-EOF.
           START RATE-SCHEDULE KEY NOT LESS THAN RTS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ RATE-SCHEDULE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RTS-RES-CODE NOT = WS-SCAN-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF RTS-YEAR < LNK-YEAR
                               OR (RTS-YEAR = LNK-YEAR
                                   AND RTS-SEM NOT > LNK-SEM)
                               MOVE RTS-RATE      TO LNK-RATE
                               MOVE RTS-FEE       TO LNK-FEE
                               MOVE RTS-BAND-LOW  TO LNK-BAND-LOW
                               MOVE RTS-BAND-HIGH TO LNK-BAND-HIGH
                               MOVE 'Y' TO WS-SCAN-FOUND
                           ELSE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE STUDENT'S TIER PICKS THE CONTROL LIST RATE - WITH NO CODE
      *(OR NO TIER TABLE) THE BASE RATES APPLY. NO FLAT-RATE BAND
       200-CONTROL-RATES.
           MOVE WS-CTL-RATE TO LNK-RATE.
           MOVE WS-CTL-FEE  TO LNK-FEE.
           IF LNK-RES-CODE = SPACE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                   UNTIL WS-TIER-IX > 3
               IF WS-TT-CODE(WS-TIER-IX) = LNK-RES-CODE
                   MOVE WS-TT-RATE(WS-TIER-IX) TO LNK-RATE
                   MOVE WS-TT-FEE(WS-TIER-IX)  TO LNK-FEE
                   MOVE 3 TO WS-TIER-IX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *A LOAD INSIDE THE BAND IS CHARGED AS THE BAND'S LOW COUNT; A
      *LOAD ABOVE IT PAYS FOR THE BAND PLUS THE CREDITS PAST THE TOP
       300-PRICE-LOAD.
           MOVE LNK-CREDITS TO LNK-BILLED-CRS.
           IF LNK-BAND-HIGH > 0
               AND LNK-BAND-HIGH >= LNK-BAND-LOW
               AND LNK-CREDITS >= LNK-BAND-LOW
               IF LNK-CREDITS > LNK-BAND-HIGH
                   COMPUTE LNK-BILLED-CRS = LNK-CREDITS
                       - (LNK-BAND-HIGH - LNK-BAND-LOW)
               ELSE
                   MOVE LNK-BAND-LOW TO LNK-BILLED-CRS
               END-IF
           END-IF.
           COMPUTE LNK-TUITION = LNK-BILLED-CRS * LNK-RATE.

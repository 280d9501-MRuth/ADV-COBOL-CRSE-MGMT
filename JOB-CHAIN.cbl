      *DIED BEFORE MIDNIGHT STILL RESTARTS CLEANLY THE MORNING
      *AFTER.
      *STEP CODES: TUITIONBILL WAITSWEEP RECONSEATS NOTIFYFMT
      *FILEBACKUP AIDDISBURSE ARDUNNING GLJOURNAL RSVRELEASE
      *VISACHECK INSTSEP REGFLASH ENRLWORK ACCTFEED LIBPATRON
      *LIBFINES REGFEES
      *(REGFEES CHARGES THE DAY'S LATE REGISTRATION AND SCHEDULE
      *CHANGE FEES FROM THE AUDIT LOG - SCHEDULE IT AFTER TUITIONBILL
      *AND AHEAD OF GLJOURNAL SO THE FEES REACH THE SAME JOURNAL)
      *(RSVRELEASE RUNS ITS OWN WAITLIST SWEEP - SCHEDULE IT AHEAD
      *OF WAITSWEEP)
      *ENRLWORK BUILDS THE ENROLLMENT WORK FILE THE BATCH REPORTS
      *READ - SCHEDULE IT EARLY. A RESTART ALWAYS RUNS IT AGAIN, EVEN
      *WHEN IT COMPLETED, SO THE FILE REFLECTS WHATEVER THE FAILED
      *RUN AND ITS FIX DID TO REGISTRATIONS.
      *CONTROL TOTALS: BEFORE A STEP STARTS, EVERY CONTROLLED FILE IT
      *READS (WS-CHAIN-FILES) IS COUNTED AND HASH-TOTALLED AND CHECKED
      *AGAINST THE LAST TOTALS TAKEN FOR THAT FILE EARLIER IN THE SAME
      *RUN; WHEN THE STEP ENDS THE FILES IT WROTE ARE TOTALLED AGAIN
      *FOR THE STEPS THAT FOLLOW. EVERY TOTAL GOES TO CTL-TOTALS.TXT.
      *A FILE OUT OF BALANCE FAILS THE STEP WITH THE REASON ON
      *JOB-STATUS AND STOPS THE CHAIN. A RESTART PICKS UP THE SAME
      *RUN'S TOTALS AND MAY ACCEPT THE FILES AS THEY NOW STAND. THE
      *BALANCING REPORT (CHAIN-BALANCE) IS PRINTED AT THE END.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS JS-KEY
                               FILE STATUS   IS WS-JS-STAT.
           SELECT CTL-TOTALS   ASSIGN        TO
                               '../FILES/CTL-TOTALS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  CTL-DEPEND          PIC 99.
           03  FILLER              PIC X(62).
       COPY JOB-STATUS-RECS.
       COPY CTL-TOTAL-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY WS-CTL-TOTAL.
       COPY WS-CHAIN-FILES.
       01  MISC-VARS.
           03  WS-CTL-STAT         PIC 99.
           03  WS-JS-STAT          PIC 99.
           03  WS-RUN-COUNT        PIC 999 VALUE 0.
           03  WS-SKIP-COUNT       PIC 999 VALUE 0.
           03  WS-FAIL-COUNT       PIC 999 VALUE 0.
           03  WS-CT-STAT          PIC 99.
           03  WS-CT-EOF           PIC X.
               88  CT-EOF                  VALUE 'Y'.
           03  WS-RUN-TIME         PIC 9(6).
           03  WS-RUN-FOUND        PIC X.
               88  RUN-FOUND               VALUE 'Y'.
           03  WS-ACCEPT-BAL       PIC X   VALUE 'N'.
               88  ACCEPT-OUT-OF-BAL       VALUE 'Y'.
           03  WS-IN-BALANCE       PIC X.
               88  INPUT-IN-BALANCE        VALUE 'Y'.
           03  WS-BAD-FILE         PIC X(16).
           03  WS-REASON           PIC X(40).
           03  WS-RC-DISP          PIC 9(4).
           03  WS-CF-IX            PIC 99.
           03  WS-KN-IX            PIC 99.
           03  WS-KX               PIC 99.
           03  WS-ROLE             PIC X.
           03  WS-ACCT-MODE        PIC X   VALUE 'D'.
      *LAST TOTALS TAKEN FOR EACH CONTROLLED FILE IN THIS RUN
       01  WS-KNOWN-TBL.
           03  WS-KN-COUNT         PIC 99  VALUE 0.
           03  WS-KN-ENTRY         OCCURS 10 TIMES.
               05  WS-KN-FILE      PIC X(16).
               05  WS-KN-RECS      PIC 9(9).
               05  WS-KN-HASH      PIC 9(15).
               05  WS-KN-AMOUNT    PIC 9(11)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-TIME TO WS-RUN-TIME.

           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STAT NOT = ZERO
           MOVE WS-TODAY TO WS-CHAIN-DATE.
           IF MODE-RESTART
               PERFORM 050-FIND-CHAIN-DATE
               PERFORM 060-LOAD-RUN-TOTALS
               DISPLAY 'ACCEPT OUT-OF-BALANCE FILES AS THEY NOW '
                   'STAND? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-ACCEPT-BAL
               MOVE FUNCTION UPPER-CASE(WS-ACCEPT-BAL)
                   TO WS-ACCEPT-BAL
           END-IF.
           OPEN EXTEND CTL-TOTALS.
           IF WS-CT-STAT = 35
               OPEN OUTPUT CTL-TOTALS
           END-IF.

           PERFORM UNTIL EOF OR CHAIN-STOPPED

           CLOSE CONTROL-FILE.
           CLOSE JOB-STATUS.
           CLOSE CTL-TOTALS.

           CALL 'CHAIN-BALANCE'.

           DISPLAY 'JOB-CHAIN COMPLETE'.
           DISPLAY 'STEPS RUN    : ' WS-RUN-COUNT.
                   NOT INVALID KEY
                       IF JS-COMPLETE
                           AND JS-RUN-DATE NOT < WS-CHAIN-DATE
                           AND CTL-CODE NOT = 'ENRLWORK'
                           MOVE 'Y' TO WS-SKIP-STEP
                       END-IF
               END-READ
           PERFORM 200-MARK-START.
           DISPLAY 'RUNNING STEP ' CTL-SEQ ' ' CTL-CODE.

           PERFORM 160-VERIFY-INPUTS.
           IF NOT INPUT-IN-BALANCE
               MOVE SPACES TO WS-REASON
               STRING 'INPUT OUT OF BALANCE: ' DELIMITED BY SIZE
                      WS-BAD-FILE              DELIMITED BY SPACE
                      INTO WS-REASON
               PERFORM 400-MARK-FAILED
               ADD 1 TO WS-FAIL-COUNT
               MOVE 'Y' TO WS-CHAIN-STOPPED
               DISPLAY 'STEP ' CTL-SEQ ' ' CTL-CODE ' FAILED - '
                   WS-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO RETURN-CODE.
           EVALUATE CTL-CODE
               WHEN 'TUITIONBILL '
                   CALL 'AID-DISBURSE'
               WHEN 'ARDUNNING   '
                   CALL 'AR-DUNNING'
               WHEN 'GLJOURNAL   '
                   CALL 'GL-JOURNAL'
               WHEN 'RSVRELEASE  '
                   CALL 'RSV-RELEASE'
               WHEN 'VISACHECK   '
                   CALL 'VISA-COMPLIANCE'
               WHEN 'INSTSEP     '
                   CALL 'INST-SEP-APPLY'
               WHEN 'REGFLASH    '
                   CALL 'REG-FLASH'
               WHEN 'ENRLWORK    '
                   CALL 'ENRL-WORK-BUILD'
               WHEN 'ACCTFEED    '
                   CALL 'ACCT-PROVISION' USING WS-ACCT-MODE
               WHEN 'LIBPATRON   '
                   CALL 'LIB-PATRON-EXTRACT'
               WHEN 'LIBFINES    '
                   CALL 'LIB-FINES-APPLY'
               WHEN 'REGFEES     '
                   CALL 'REG-FEE-ASSESS'
               WHEN OTHER
                   MOVE 16 TO RETURN-CODE
                   DISPLAY 'UNKNOWN STEP CODE: ' CTL-CODE
           END-EVALUATE.

           IF RETURN-CODE = ZERO
               PERFORM 170-RECORD-OUTPUTS
               PERFORM 300-MARK-COMPLETE
               ADD 1 TO WS-RUN-COUNT
           ELSE
               MOVE RETURN-CODE TO WS-RC-DISP
               MOVE SPACES TO WS-REASON
               STRING 'STEP ENDED WITH RETURN CODE ' DELIMITED BY SIZE
                      WS-RC-DISP                     DELIMITED BY SIZE
                      INTO WS-REASON
               PERFORM 400-MARK-FAILED
               ADD 1 TO WS-FAIL-COUNT
               MOVE 'Y' TO WS-CHAIN-STOPPED
           IF WS-CHAIN-DATE NOT = WS-TODAY
               DISPLAY 'RESTARTING THE RUN OF ' WS-CHAIN-DATE
           END-IF.
      *-----------------------------------------------------------------
      *A RESTART CARRIES ON THE RUN BEING RESTARTED - THE LATEST RUN
      *ON CTL-TOTALS FOR THE CHAIN DATE. ITS TOTALS ARE REPLAYED IN
      *ORDER SO EACH FILE ENDS UP WITH THE LAST TOTALS TAKEN; A LINE
      *THAT FAILED ITS CHECK NEVER BECOMES THE FILE'S TOTALS
       060-LOAD-RUN-TOTALS.
           MOVE 'N' TO WS-RUN-FOUND.
           OPEN INPUT CTL-TOTALS.
           IF WS-CT-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CT-EOF.
           PERFORM UNTIL CT-EOF
               READ CTL-TOTALS
                   AT END
                       MOVE 'Y' TO WS-CT-EOF
                   NOT AT END
                       IF CT-RUN-DATE = WS-CHAIN-DATE
                           AND (NOT RUN-FOUND
                                OR CT-RUN-TIME > WS-RUN-TIME)
                           MOVE CT-RUN-TIME TO WS-RUN-TIME
                           MOVE 'Y' TO WS-RUN-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CTL-TOTALS.
           IF NOT RUN-FOUND
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CTL-TOTALS.
           MOVE 'N' TO WS-CT-EOF.
           PERFORM UNTIL CT-EOF
               READ CTL-TOTALS
                   AT END
                       MOVE 'Y' TO WS-CT-EOF
                   NOT AT END
                       IF CT-RUN-DATE = WS-CHAIN-DATE
                           AND CT-RUN-TIME = WS-RUN-TIME
                           AND NOT CT-OUT-OF-BAL
                           MOVE CT-FILE   TO WS-CT-FILE
                           MOVE CT-COUNT  TO WS-CT-COUNT
                           MOVE CT-HASH   TO WS-CT-HASH
                           MOVE CT-AMOUNT TO WS-CT-AMOUNT
                           PERFORM 185-SET-KNOWN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CTL-TOTALS.
      *-----------------------------------------------------------------
       150-CHECK-DEPENDENCY.
           MOVE 'Y' TO WS-DEP-OK.
                       MOVE 'Y' TO WS-DEP-OK
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *EVERY CONTROLLED FILE THE STEP READS MUST STILL HOLD WHAT THE
      *LAST STEP TO TOUCH IT THIS RUN LEFT THERE
       160-VERIFY-INPUTS.
           MOVE 'Y'    TO WS-IN-BALANCE.
           MOVE SPACES TO WS-BAD-FILE.
           PERFORM VARYING WS-CF-IX FROM 1 BY 1
                   UNTIL WS-CF-IX > WS-CF-COUNT
               IF WS-CF-STEP(WS-CF-IX) = CTL-CODE
                   AND WS-CF-ROLE(WS-CF-IX) = 'I'
                   PERFORM 165-VERIFY-ONE-INPUT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       165-VERIFY-ONE-INPUT.
           MOVE WS-CF-FILE(WS-CF-IX) TO WS-CT-FILE.
           CALL 'CTL-TOTAL-CALC' USING WS-CTL-TOTAL.
           PERFORM 180-FIND-KNOWN.
           MOVE 'I' TO WS-ROLE.
           PERFORM 190-BUILD-TOTAL-LINE.
           EVALUATE TRUE
               WHEN WS-KN-IX = ZERO
                   MOVE 'NEW' TO CT-RESULT
               WHEN WS-CT-COUNT  = WS-KN-RECS(WS-KN-IX)
                AND WS-CT-HASH   = WS-KN-HASH(WS-KN-IX)
                AND WS-CT-AMOUNT = WS-KN-AMOUNT(WS-KN-IX)
                   MOVE 'OK ' TO CT-RESULT
               WHEN ACCEPT-OUT-OF-BAL
                   MOVE 'ACC' TO CT-RESULT
                   DISPLAY '  ' WS-CT-FILE
                       ' OUT OF BALANCE - ACCEPTED'
               WHEN OTHER
                   MOVE 'BAD' TO CT-RESULT
                   MOVE 'N' TO WS-IN-BALANCE
                   IF WS-BAD-FILE = SPACES
                       MOVE WS-CT-FILE TO WS-BAD-FILE
                   END-IF
                   DISPLAY '  ' WS-CT-FILE ' OUT OF BALANCE'
                   DISPLAY '    EXPECTED ' WS-KN-RECS(WS-KN-IX)
                       ' RECORDS, FOUND ' WS-CT-COUNT
           END-EVALUATE.
           WRITE CT-REC.
           IF NOT CT-OUT-OF-BAL
               PERFORM 185-SET-KNOWN
           END-IF.
      *-----------------------------------------------------------------
       170-RECORD-OUTPUTS.
           PERFORM VARYING WS-CF-IX FROM 1 BY 1
                   UNTIL WS-CF-IX > WS-CF-COUNT
               IF WS-CF-STEP(WS-CF-IX) = CTL-CODE
                   AND WS-CF-ROLE(WS-CF-IX) = 'O'
                   MOVE WS-CF-FILE(WS-CF-IX) TO WS-CT-FILE
                   CALL 'CTL-TOTAL-CALC' USING WS-CTL-TOTAL
                   MOVE 'O' TO WS-ROLE
                   PERFORM 190-BUILD-TOTAL-LINE
                   WRITE CT-REC
                   PERFORM 185-SET-KNOWN
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       180-FIND-KNOWN.
           MOVE ZERO TO WS-KN-IX.
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-KN-COUNT
               IF WS-KN-FILE(WS-KX) = WS-CT-FILE
                   MOVE WS-KX TO WS-KN-IX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       185-SET-KNOWN.
           PERFORM 180-FIND-KNOWN.
           IF WS-KN-IX = ZERO
               ADD 1 TO WS-KN-COUNT
               MOVE WS-KN-COUNT TO WS-KN-IX
               MOVE WS-CT-FILE  TO WS-KN-FILE(WS-KN-IX)
           END-IF.
           MOVE WS-CT-COUNT  TO WS-KN-RECS(WS-KN-IX).
           MOVE WS-CT-HASH   TO WS-KN-HASH(WS-KN-IX).
           MOVE WS-CT-AMOUNT TO WS-KN-AMOUNT(WS-KN-IX).
      *-----------------------------------------------------------------
       190-BUILD-TOTAL-LINE.
           PERFORM 500-GET-TIME.
           MOVE SPACES        TO CT-REC.
           MOVE WS-ROLE       TO CT-ROLE.
           MOVE WS-CHAIN-DATE TO CT-RUN-DATE.
           MOVE WS-RUN-TIME   TO CT-RUN-TIME.
           MOVE CTL-SEQ       TO CT-SEQ.
           MOVE CTL-CODE      TO CT-STEP.
           MOVE WS-CT-FILE    TO CT-FILE.
           MOVE WS-CT-COUNT   TO CT-COUNT.
           MOVE WS-CT-HASH    TO CT-HASH.
           MOVE WS-CT-AMOUNT  TO CT-AMOUNT.
           MOVE WS-TIME-X     TO CT-TIME.
      *-----------------------------------------------------------------
       200-MARK-START.
           PERFORM 500-GET-TIME.
           MOVE WS-TODAY  TO JS-RUN-DATE.
           MOVE WS-TIME-X TO JS-START-TIME.
           MOVE SPACES    TO JS-END-TIME.
           MOVE SPACES    TO JS-REASON.
           WRITE JS-REC
               INVALID KEY
                   REWRITE JS-REC
           PERFORM 500-GET-TIME.
           MOVE 'F'       TO JS-STATUS.
           MOVE WS-TIME-X TO JS-END-TIME.
           MOVE WS-REASON TO JS-REASON.
           REWRITE JS-REC.
      *-----------------------------------------------------------------
       500-GET-TIME.

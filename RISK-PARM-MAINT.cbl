       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-PARM-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE EARLY-ALERT RISK WEIGHTS USED BY RISK-SCORE -
      *POINTS PER FACTOR, THE ABSENCE STREAK AND GPA DROP THAT COUNT,
      *AND THE SCORES WHERE THE MODERATE AND HIGH BANDS START. THE
      *PARAMETER FILE HOLDS ONE RECORD; WITHOUT ONE THE SCREEN STARTS
      *FROM THE SAME DEFAULTS THE SCORING RUN USES. CHANGES LEAVE
      *BEFORE/AFTER IMAGES ON THE MAINTENANCE AUDIT FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-PARM    ASSIGN        TO
                               '../FILES/RISK-PARM.DAT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY RISK-PARM-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SAVE             PIC X   VALUE 'N'.
               88  SAVE                    VALUE 'Y' 'y'.
           03  WS-VALID            PIC X.
               88  ENTRY-VALID             VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-UPD-DATE         PIC 9(8).
           03  WS-UPD-BY           PIC X(8).
       01  WS-PARM-LN.
           03  WS-W-ABSENCE        PIC 99.
           03  WS-ABS-STREAK       PIC 99.
           03  WS-W-MIDTERM        PIC 99.
           03  WS-W-HOLD           PIC 99.
           03  WS-W-BALANCE        PIC 99.
           03  WS-W-PROBATION      PIC 99.
           03  WS-W-GPA-DROP       PIC 99.
           03  WS-GPA-DROP         PIC 9V99.
           03  WS-HIGH-MIN         PIC 999.
           03  WS-MOD-MIN          PIC 999.
       01  WS-OLD-PARM-LN          PIC X(23).
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15).
           03  WS-AUD-KEY          PIC X(12).
           03  WS-AUD-FIELD        PIC X(12).
           03  WS-AUD-OLD          PIC X(20).
           03  WS-AUD-NEW          PIC X(20).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 3  COL 28  VALUE 'EARLY-ALERT RISK WEIGHTS'.
       01  SCRN-PARMS.
           03  LINE 6  COL 10  VALUE
                   'POINTS - ABSENCE STREAK          : '.
           03          COL 46  PIC Z9    USING WS-W-ABSENCE AUTO.
           03  LINE 7  COL 10  VALUE
                   '  CONSECUTIVE ABSENCES THAT COUNT: '.
           03          COL 46  PIC Z9    USING WS-ABS-STREAK
                                         AUTO REQUIRED.
           03  LINE 8  COL 10  VALUE
                   'POINTS - EACH MIDTERM DEFICIENCY : '.
           03          COL 46  PIC Z9    USING WS-W-MIDTERM AUTO.
           03  LINE 9  COL 10  VALUE
                   'POINTS - OPEN HOLD               : '.
           03          COL 46  PIC Z9    USING WS-W-HOLD AUTO.
           03  LINE 10 COL 10  VALUE
                   'POINTS - UNPAID BALANCE          : '.
           03          COL 46  PIC Z9    USING WS-W-BALANCE AUTO.
           03  LINE 11 COL 10  VALUE
                   'POINTS - PROBATION OR SUSPENSION : '.
           03          COL 46  PIC Z9    USING WS-W-PROBATION AUTO.
           03  LINE 12 COL 10  VALUE
                   'POINTS - TERM GPA DROP           : '.
           03          COL 46  PIC Z9    USING WS-W-GPA-DROP AUTO.
           03  LINE 13 COL 10  VALUE
                   '  GPA DROP THAT COUNTS           : '.
           03          COL 46  PIC 9.99  USING WS-GPA-DROP AUTO.
           03  LINE 15 COL 10  VALUE
                   'HIGH RISK SCORE, MINIMUM         : '.
           03          COL 46  PIC ZZ9   USING WS-HIGH-MIN
                                         AUTO REQUIRED.
           03  LINE 16 COL 10  VALUE
                   'MODERATE RISK SCORE, MINIMUM     : '.
           03          COL 46  PIC ZZ9   USING WS-MOD-MIN
                                         AUTO REQUIRED.
           03  LINE 18 COL 10  VALUE 'LAST CHANGED : '.
           03          COL 25  PIC 9(8)  FROM WS-UPD-DATE.
           03          COL 35  PIC X(8)  FROM WS-UPD-BY.
       01  SCRN-SAVE.
           03  LINE 20 COL 32  VALUE 'SAVE (Y/N)'.
           03          COL 30  PIC X   TO WS-SAVE AUTO.
       01  SCRN-NOT-SAVED.
           03  LINE 21 COL 30  VALUE 'NOT SAVED'.
       01  SCRN-PARM-ERR.
           03  LINE 21 COL 10  VALUE
               'STREAK ABOVE ZERO, HIGH MINIMUM ABOVE MODERATE'.
       01  SCRN-PARM-SAVED.
           03  LINE 21 COL 30  VALUE 'RISK WEIGHTS SAVED'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           PERFORM 100-LOAD-PARMS.
           MOVE WS-PARM-LN TO WS-OLD-PARM-LN.

           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           MOVE SPACE TO WS-SAVE.
           PERFORM UNTIL SAVE OR WS-SAVE = 'N' OR WS-SAVE = 'n'
               DISPLAY SCRN-PARMS
               ACCEPT  SCRN-PARMS
               PERFORM 200-VALIDATE
               IF NOT ENTRY-VALID
                   DISPLAY SCRN-PARM-ERR
               ELSE
                   DISPLAY SCRN-SAVE
                   ACCEPT  SCRN-SAVE
               END-IF
           END-PERFORM.
           IF NOT SAVE
               DISPLAY SCRN-NOT-SAVED
               EXIT PROGRAM
           END-IF.

           PERFORM 300-SAVE-PARMS.
           DISPLAY SCRN-PARM-SAVED.
           PERFORM 400-AUDIT-CHANGES.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE DEFAULTS MATCH THOSE RISK-SCORE APPLIES WITHOUT A FILE
       100-LOAD-PARMS.
           MOVE 20     TO WS-W-ABSENCE.
           MOVE 3      TO WS-ABS-STREAK.
           MOVE 15     TO WS-W-MIDTERM.
           MOVE 10     TO WS-W-HOLD.
           MOVE 10     TO WS-W-BALANCE.
           MOVE 25     TO WS-W-PROBATION.
           MOVE 15     TO WS-W-GPA-DROP.
           MOVE .50    TO WS-GPA-DROP.
           MOVE 50     TO WS-HIGH-MIN.
           MOVE 25     TO WS-MOD-MIN.
           MOVE ZERO   TO WS-UPD-DATE.
           MOVE SPACES TO WS-UPD-BY.
           OPEN INPUT RISK-PARM.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           READ RISK-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RP-W-ABSENCE    TO WS-W-ABSENCE
                   MOVE RP-ABS-STREAK   TO WS-ABS-STREAK
                   MOVE RP-W-MIDTERM    TO WS-W-MIDTERM
                   MOVE RP-W-HOLD       TO WS-W-HOLD
                   MOVE RP-W-BALANCE    TO WS-W-BALANCE
                   MOVE RP-W-PROBATION  TO WS-W-PROBATION
                   MOVE RP-W-GPA-DROP   TO WS-W-GPA-DROP
                   MOVE RP-GPA-DROP     TO WS-GPA-DROP
                   MOVE RP-HIGH-MIN     TO WS-HIGH-MIN
                   MOVE RP-MOD-MIN      TO WS-MOD-MIN
                   MOVE RP-UPD-DATE     TO WS-UPD-DATE
                   MOVE RP-UPD-BY       TO WS-UPD-BY
           END-READ.
           CLOSE RISK-PARM.
      *-----------------------------------------------------------------
       200-VALIDATE.
           MOVE 'Y' TO WS-VALID.
           IF WS-ABS-STREAK = ZERO
               MOVE 'N' TO WS-VALID
           END-IF.
           IF WS-HIGH-MIN NOT > WS-MOD-MIN
               MOVE 'N' TO WS-VALID
           END-IF.
      *-----------------------------------------------------------------
       300-SAVE-PARMS.
           MOVE SPACES          TO RP-REC.
           MOVE WS-W-ABSENCE    TO RP-W-ABSENCE.
           MOVE WS-ABS-STREAK   TO RP-ABS-STREAK.
           MOVE WS-W-MIDTERM    TO RP-W-MIDTERM.
           MOVE WS-W-HOLD       TO RP-W-HOLD.
           MOVE WS-W-BALANCE    TO RP-W-BALANCE.
           MOVE WS-W-PROBATION  TO RP-W-PROBATION.
           MOVE WS-W-GPA-DROP   TO RP-W-GPA-DROP.
           MOVE WS-GPA-DROP     TO RP-GPA-DROP.
           MOVE WS-HIGH-MIN     TO RP-HIGH-MIN.
           MOVE WS-MOD-MIN      TO RP-MOD-MIN.
           MOVE WS-TODAY        TO RP-UPD-DATE.
           MOVE SESSION-OPER-ID TO RP-UPD-BY.
           OPEN OUTPUT RISK-PARM.
           WRITE RP-REC.
           CLOSE RISK-PARM.
      *-----------------------------------------------------------------
      *AUDITED IN THREE GROUPS - FACTOR POINTS, THE STREAK AND GPA
      *DROP THRESHOLDS, AND THE BAND MINIMUMS
       400-AUDIT-CHANGES.
           MOVE 'RISK-PARM-MAINT' TO WS-AUD-PGM.
           MOVE 'WEIGHTS'         TO WS-AUD-KEY.
           MOVE SPACES            TO WS-AUD-OLD.
           MOVE SPACES            TO WS-AUD-NEW.
           IF WS-PARM-LN(1:2) NOT = WS-OLD-PARM-LN(1:2)
               OR WS-PARM-LN(5:10) NOT = WS-OLD-PARM-LN(5:10)
               MOVE 'POINTS'       TO WS-AUD-FIELD
               MOVE SPACES         TO WS-AUD-OLD
               MOVE SPACES         TO WS-AUD-NEW
               STRING WS-OLD-PARM-LN(1:2)  DELIMITED BY SIZE
                      WS-OLD-PARM-LN(5:10) DELIMITED BY SIZE
                      INTO WS-AUD-OLD
               STRING WS-PARM-LN(1:2)  DELIMITED BY SIZE
                      WS-PARM-LN(5:10) DELIMITED BY SIZE
                      INTO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-PARM-LN(3:2) NOT = WS-OLD-PARM-LN(3:2)
               OR WS-PARM-LN(15:3) NOT = WS-OLD-PARM-LN(15:3)
               MOVE 'STREAK/GPA'   TO WS-AUD-FIELD
               MOVE SPACES         TO WS-AUD-OLD
               MOVE SPACES         TO WS-AUD-NEW
               STRING WS-OLD-PARM-LN(3:2)  DELIMITED BY SIZE
                      WS-OLD-PARM-LN(15:3) DELIMITED BY SIZE
                      INTO WS-AUD-OLD
               STRING WS-PARM-LN(3:2)  DELIMITED BY SIZE
                      WS-PARM-LN(15:3) DELIMITED BY SIZE
                      INTO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-PARM-LN(18:6) NOT = WS-OLD-PARM-LN(18:6)
               MOVE 'BANDS'        TO WS-AUD-FIELD
               MOVE WS-OLD-PARM-LN(18:6) TO WS-AUD-OLD
               MOVE WS-PARM-LN(18:6)     TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
      *-----------------------------------------------------------------
       510-WRITE-AUDIT.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-RULE-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE REGISTRATION FEE RULES - THE LATE REGISTRATION
      *FEE, THE SCHEDULE CHANGE FEE AND ITS TERM CAP FOR EACH TERM.
      *RULE CHANGES LEAVE BEFORE/AFTER IMAGES ON THE MAINTENANCE
      *AUDIT FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-RULE     ASSIGN        TO
                               '../FILES/FEE-RULE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS FR-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY FEE-RULE-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-LATE-FEE         PIC 9(4)V99.
           03  WS-CHANGE-FEE       PIC 9(4)V99.
           03  WS-CHANGE-MAX       PIC 99.
           03  WS-OLD-LATE         PIC 9(4)V99.
           03  WS-OLD-CHANGE       PIC 9(4)V99.
           03  WS-OLD-MAX          PIC 99.
           03  WS-EDIT-AMT         PIC Z,ZZ9.99.
           03  WS-FR-FOUND         PIC X VALUE 'N'.
               88  FR-FOUND                VALUE 'Y'.
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15).
           03  WS-AUD-KEY          PIC X(12).
           03  WS-AUD-FIELD        PIC X(12).
           03  WS-AUD-OLD          PIC X(20).
           03  WS-AUD-NEW          PIC X(20).
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
           03  WS-ERR-STAT         PIC XX.
           03  WS-OPEN-FAIL        PIC X VALUE 'N'.
               88  OPEN-FAILED           VALUE 'Y'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 3  COL 26  VALUE 'REGISTRATION FEE RULES'.
       01  SCRN-KEY.
           03  LINE 5  COL 20  VALUE 'YEAR     : '.
           03          COL 32  PIC ZZZ9 TO WS-YEAR
                                            AUTO REQUIRED FULL.
           03          COL 38  VALUE 'SEMESTER: '.
           03          COL 49  PIC Z9 TO WS-SEM
                                            AUTO REQUIRED.
       01  SCRN-FR-CUR.
           03  LINE 8  COL 20  VALUE 'ON FILE  - LATE REG FEE: '.
           03          COL 46  PIC Z,ZZ9.99 FROM FR-LATE-FEE.
           03  LINE 9  COL 20  VALUE '           CHANGE FEE : '.
           03          COL 46  PIC Z,ZZ9.99 FROM FR-CHANGE-FEE.
           03          COL 56  VALUE 'CAP: '.
           03          COL 61  PIC Z9 FROM FR-CHANGE-MAX.
       01  SCRN-NO-FR.
           03  LINE 8  COL 20  VALUE
                   'NO FEE RULE ON FILE - NO FEES CHARGED'.
       01  SCRN-ACTION.
           03  LINE 11 COL 20  VALUE
                   'A) ADD/UPDATE RULE  D) DELETE RULE  X) DONE'.
           03          COL 65  PIC X TO WS-SEL AUTO.
       01  SCRN-FR-DATA.
           03  LINE 13 COL 20  VALUE 'LATE REGISTRATION FEE : '.
           03          COL 45  PIC 9(4).99 TO WS-LATE-FEE AUTO.
           03  LINE 14 COL 20  VALUE 'SCHEDULE CHANGE FEE   : '.
           03          COL 45  PIC 9(4).99 TO WS-CHANGE-FEE AUTO.
           03  LINE 15 COL 20  VALUE 'CHANGE FEES PER TERM  : '.
           03          COL 45  PIC 99 TO WS-CHANGE-MAX AUTO.
           03          COL 49  VALUE '(00 = NO CAP)'.
       01  SCRN-SAVED.
           03  LINE 17 COL 20  VALUE 'FEE RULE SAVED'.
       01  SCRN-DELETED.
           03  LINE 17 COL 20  VALUE 'FEE RULE DELETED'.
       01  SCRN-DEL-ERR.
           03  LINE 17 COL 20  VALUE 'NO FEE RULE TO DELETE'.
       01  SCRN-CONTINUE.
           03  LINE 19 COL 20  VALUE 'ANOTHER TERM? (Y/N)'.
           03          COL 41  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'FEE-RULE-MAINT' TO WS-ERR-PGM.
           OPEN I-O FEE-RULE.
           MOVE 'FEE-RULE' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-KEY
               ACCEPT  SCRN-KEY
               PERFORM 100-SHOW-RULE
               PERFORM 200-ACTION
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE FEE-RULE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-RULE.
           MOVE 'N' TO WS-FR-FOUND.
           MOVE ZERO TO WS-OLD-LATE.
           MOVE ZERO TO WS-OLD-CHANGE.
           MOVE ZERO TO WS-OLD-MAX.
           MOVE WS-YEAR TO FR-YEAR.
           MOVE WS-SEM  TO FR-SEM.
           READ FEE-RULE
               INVALID KEY
                   DISPLAY SCRN-NO-FR
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FR-FOUND
                   MOVE FR-LATE-FEE   TO WS-OLD-LATE
                   MOVE FR-CHANGE-FEE TO WS-OLD-CHANGE
                   MOVE FR-CHANGE-MAX TO WS-OLD-MAX
                   DISPLAY SCRN-FR-CUR
           END-READ.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'A'
               WHEN 'a'
                   PERFORM 300-SAVE-RULE
               WHEN 'D'
               WHEN 'd'
                   PERFORM 400-DELETE-RULE
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-SAVE-RULE.
           MOVE WS-OLD-LATE   TO WS-LATE-FEE.
           MOVE WS-OLD-CHANGE TO WS-CHANGE-FEE.
           MOVE WS-OLD-MAX    TO WS-CHANGE-MAX.
           DISPLAY SCRN-FR-DATA.
           ACCEPT  SCRN-FR-DATA.
           MOVE WS-YEAR       TO FR-YEAR.
           MOVE WS-SEM        TO FR-SEM.
           MOVE WS-LATE-FEE   TO FR-LATE-FEE.
           MOVE WS-CHANGE-FEE TO FR-CHANGE-FEE.
           MOVE WS-CHANGE-MAX TO FR-CHANGE-MAX.
           IF FR-FOUND
               REWRITE FR-REC
           ELSE
               WRITE FR-REC
           END-IF.
           DISPLAY SCRN-SAVED.
           PERFORM 500-AUDIT-CHANGE.
      *-----------------------------------------------------------------
       400-DELETE-RULE.
           IF FR-FOUND
               MOVE WS-YEAR TO FR-YEAR
               MOVE WS-SEM  TO FR-SEM
               DELETE FEE-RULE RECORD
               MOVE ZERO TO WS-LATE-FEE
               MOVE ZERO TO WS-CHANGE-FEE
               MOVE ZERO TO WS-CHANGE-MAX
               PERFORM 500-AUDIT-CHANGE
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-DEL-ERR
           END-IF.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER FIELD THAT CHANGED, KEYED BY TERM
       500-AUDIT-CHANGE.
           MOVE 'FEE-RULE-MAINT' TO WS-AUD-PGM.
           MOVE SPACES          TO WS-AUD-KEY.
           MOVE WS-YEAR         TO WS-AUD-KEY(1:4).
           MOVE WS-SEM          TO WS-AUD-KEY(5:2).
           IF WS-LATE-FEE NOT = WS-OLD-LATE
               MOVE 'LATE REG FEE' TO WS-AUD-FIELD
               MOVE WS-OLD-LATE   TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT   TO WS-AUD-OLD
               MOVE WS-LATE-FEE   TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT   TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-CHANGE-FEE NOT = WS-OLD-CHANGE
               MOVE 'CHANGE FEE'  TO WS-AUD-FIELD
               MOVE WS-OLD-CHANGE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT   TO WS-AUD-OLD
               MOVE WS-CHANGE-FEE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT   TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-CHANGE-MAX NOT = WS-OLD-MAX
               MOVE 'CHANGE CAP'  TO WS-AUD-FIELD
               MOVE SPACES        TO WS-AUD-OLD
               MOVE SPACES        TO WS-AUD-NEW
               MOVE WS-OLD-MAX    TO WS-AUD-OLD
               MOVE WS-CHANGE-MAX TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
      *-----------------------------------------------------------------
       510-WRITE-AUDIT.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-RATE-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE FACULTY PAY RATE TABLE - PAY PER CREDIT HOUR BY
      *INSTRUCTOR RANK AND EFFECTIVE TERM. RATE CHANGES LEAVE
      *BEFORE/AFTER IMAGES ON THE MAINTENANCE AUDIT FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-RATE     ASSIGN        TO
                               '../FILES/PAY-RATE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PYR-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY PAY-RATE-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-RANK             PIC XX.
               88  VALID-RANK              VALUE '  ' 'AD' 'LE' 'AP'
                                                 'AS' 'PR'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-RATE             PIC 9(4)V99.
           03  WS-OLD-RATE         PIC 9(4)V99.
           03  WS-EDIT-AMT         PIC Z,ZZ9.99.
           03  WS-PYR-FOUND        PIC X VALUE 'N'.
               88  PYR-FOUND               VALUE 'Y'.
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
           03  LINE 3  COL 28  VALUE 'FACULTY PAY RATES'.
       01  SCRN-KEY.
           03  LINE 5  COL 20  VALUE 'RANK     : '.
           03          COL 32  PIC XX TO WS-RANK AUTO.
           03          COL 36  VALUE
                           '(AD LE AP AS PR - BLANK = BASE RATE)'.
           03  LINE 6  COL 20  VALUE 'EFFECTIVE: '.
           03          COL 32  PIC ZZZ9 TO WS-YEAR
                                            AUTO REQUIRED FULL.
           03          COL 38  VALUE 'SEMESTER: '.
           03          COL 49  PIC Z9 TO WS-SEM
                                            AUTO REQUIRED.
       01  SCRN-PYR-CUR.
           03  LINE 8  COL 20  VALUE 'ON FILE  - RATE: '.
           03          COL 38  PIC Z,ZZ9.99 FROM PYR-RATE.
       01  SCRN-NO-PYR.
           03  LINE 8  COL 20  VALUE
                   'NO RATE EFFECTIVE THIS TERM FOR THE RANK'.
       01  SCRN-ACTION.
           03  LINE 11 COL 20  VALUE
                   'A) ADD/UPDATE RATE  D) DELETE RATE  X) DONE'.
           03          COL 65  PIC X TO WS-SEL AUTO.
       01  SCRN-PYR-DATA.
           03  LINE 13 COL 20  VALUE 'PAY PER CREDIT HOUR: '.
           03          COL 42  PIC 9(4).99 TO WS-RATE
                                            AUTO REQUIRED.
       01  SCRN-ERR1.
           03  LINE 7  COL 20  VALUE
                   'RANK MUST BE AD, LE, AP, AS, PR OR BLANK'.
       01  SCRN-SAVED.
           03  LINE 17 COL 20  VALUE 'RATE SAVED'.
       01  SCRN-DELETED.
           03  LINE 17 COL 20  VALUE 'RATE DELETED'.
       01  SCRN-DEL-ERR.
           03  LINE 17 COL 20  VALUE 'NO RATE TO DELETE'.
       01  SCRN-CONTINUE.
           03  LINE 19 COL 20  VALUE 'ANOTHER RATE? (Y/N)'.
           03          COL 41  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'PAY-RATE-MAINT' TO WS-ERR-PGM.
           OPEN I-O PAY-RATE.
           MOVE 'PAY-RATE' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               MOVE SPACES TO WS-RANK
               DISPLAY SCRN-KEY
               ACCEPT  SCRN-KEY
               MOVE FUNCTION UPPER-CASE(WS-RANK) TO WS-RANK
               IF VALID-RANK
                   PERFORM 100-SHOW-RATE
                   PERFORM 200-ACTION
               ELSE
                   DISPLAY SCRN-ERR1
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE PAY-RATE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-RATE.
           MOVE 'N' TO WS-PYR-FOUND.
           MOVE ZERO TO WS-OLD-RATE.
           MOVE WS-RANK TO PYR-RANK.
           MOVE WS-YEAR TO PYR-YEAR.
           MOVE WS-SEM  TO PYR-SEM.
           READ PAY-RATE
               INVALID KEY
                   DISPLAY SCRN-NO-PYR
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PYR-FOUND
                   MOVE PYR-RATE TO WS-OLD-RATE
                   DISPLAY SCRN-PYR-CUR
           END-READ.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'A'
               WHEN 'a'
                   PERFORM 300-SAVE-RATE
               WHEN 'D'
               WHEN 'd'
                   PERFORM 400-DELETE-RATE
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-SAVE-RATE.
           DISPLAY SCRN-PYR-DATA.
           ACCEPT  SCRN-PYR-DATA.
           MOVE WS-RANK TO PYR-RANK.
           MOVE WS-YEAR TO PYR-YEAR.
           MOVE WS-SEM  TO PYR-SEM.
           MOVE WS-RATE TO PYR-RATE.
           IF PYR-FOUND
               REWRITE PYR-REC
           ELSE
               WRITE PYR-REC
           END-IF.
           DISPLAY SCRN-SAVED.
           PERFORM 500-AUDIT-CHANGE.
      *-----------------------------------------------------------------
       400-DELETE-RATE.
           IF PYR-FOUND
               MOVE WS-RANK TO PYR-RANK
               MOVE WS-YEAR TO PYR-YEAR
               MOVE WS-SEM  TO PYR-SEM
               DELETE PAY-RATE RECORD
               MOVE ZERO TO WS-RATE
               PERFORM 500-AUDIT-CHANGE
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-DEL-ERR
           END-IF.
      *-----------------------------------------------------------------
      *AUDIT LINE KEYED BY RANK AND EFFECTIVE TERM
       500-AUDIT-CHANGE.
           IF WS-RATE = WS-OLD-RATE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'PAY-RATE-MAINT' TO WS-AUD-PGM.
           MOVE SPACES           TO WS-AUD-KEY.
           MOVE WS-RANK          TO WS-AUD-KEY(1:2).
           MOVE WS-YEAR          TO WS-AUD-KEY(4:4).
           MOVE WS-SEM           TO WS-AUD-KEY(8:2).
           MOVE 'HOUR RATE'      TO WS-AUD-FIELD.
           MOVE WS-OLD-RATE      TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT      TO WS-AUD-OLD.
           MOVE WS-RATE          TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT      TO WS-AUD-NEW.
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

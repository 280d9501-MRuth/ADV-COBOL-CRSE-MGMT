       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE TUITION RATE SCHEDULE - RATES BY RESIDENCY TIER
      *AND EFFECTIVE TERM, WITH AN OPTIONAL FULL-TIME FLAT-RATE BAND.
      *RATE CHANGES LEAVE BEFORE/AFTER IMAGES ON THE MAINTENANCE
      *AUDIT FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-SCHEDULE ASSIGN       TO
                               '../FILES/RATE-SCHEDULE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RTS-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY RATE-SCHED-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-RES-CODE         PIC X.
               88  VALID-RES-CODE          VALUE ' ' 'I' 'O' 'N'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-RATE             PIC 9(4)V99.
           03  WS-FEE              PIC 9(4)V99.
           03  WS-BAND-LOW         PIC 99.
           03  WS-BAND-HIGH        PIC 99.
           03  WS-OLD-RATE         PIC 9(4)V99.
           03  WS-OLD-FEE          PIC 9(4)V99.
           03  WS-OLD-LOW          PIC 99.
           03  WS-OLD-HIGH         PIC 99.
           03  WS-EDIT-AMT         PIC Z,ZZ9.99.
           03  WS-RTS-FOUND        PIC X VALUE 'N'.
               88  RTS-FOUND               VALUE 'Y'.
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
           03  LINE 3  COL 28  VALUE 'TUITION RATE SCHEDULE'.
       01  SCRN-KEY.
           03  LINE 5  COL 20  VALUE 'TIER     : '.
           03          COL 32  PIC X TO WS-RES-CODE AUTO.
           03          COL 36  VALUE
                           '(I O N  - BLANK = BASE RATE)'.
           03  LINE 6  COL 20  VALUE 'EFFECTIVE: '.
           03          COL 32  PIC ZZZ9 TO WS-YEAR
                                            AUTO REQUIRED FULL.
           03          COL 38  VALUE 'SEMESTER: '.
           03          COL 49  PIC Z9 TO WS-SEM
                                            AUTO REQUIRED.
       01  SCRN-RTS-CUR.
           03  LINE 8  COL 20  VALUE 'ON FILE  - RATE: '.
           03          COL 38  PIC Z,ZZ9.99 FROM RTS-RATE.
           03          COL 48  VALUE 'FEE: '.
           03          COL 53  PIC Z,ZZ9.99 FROM RTS-FEE.
           03  LINE 9  COL 20  VALUE '           BAND: '.
           03          COL 38  PIC Z9 FROM RTS-BAND-LOW.
           03          COL 41  VALUE 'TO'.
           03          COL 44  PIC Z9 FROM RTS-BAND-HIGH.
       01  SCRN-NO-RTS.
           03  LINE 8  COL 20  VALUE
                   'NO RATE EFFECTIVE THIS TERM FOR THE TIER'.
       01  SCRN-ACTION.
           03  LINE 11 COL 20  VALUE
                   'A) ADD/UPDATE RATE  D) DELETE RATE  X) DONE'.
           03          COL 65  PIC X TO WS-SEL AUTO.
       01  SCRN-RTS-DATA.
           03  LINE 13 COL 20  VALUE 'RATE PER CREDIT : '.
           03          COL 39  PIC 9(4).99 TO WS-RATE
                                            AUTO REQUIRED.
           03  LINE 14 COL 20  VALUE 'FEE PER TERM    : '.
           03          COL 39  PIC 9(4).99 TO WS-FEE AUTO.
           03  LINE 15 COL 20  VALUE 'FLAT BAND FROM  : '.
           03          COL 39  PIC 99 TO WS-BAND-LOW AUTO.
           03          COL 43  VALUE 'TO: '.
           03          COL 47  PIC 99 TO WS-BAND-HIGH AUTO.
           03          COL 51  VALUE '(00 = NO BAND)'.
       01  SCRN-ERR1.
           03  LINE 7  COL 20  VALUE 'TIER MUST BE I, O, N OR BLANK'.
       01  SCRN-ERR-BAND.
           03  LINE 17 COL 20  VALUE
                   'BAND TOP MUST NOT BE BELOW THE BAND START'.
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
           MOVE 'RATE-MAINT' TO WS-ERR-PGM.
           OPEN I-O RATE-SCHEDULE.
           MOVE 'RATE-SCHEDULE' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               MOVE SPACE TO WS-RES-CODE
               DISPLAY SCRN-KEY
               ACCEPT  SCRN-KEY
               MOVE FUNCTION UPPER-CASE(WS-RES-CODE) TO WS-RES-CODE
               IF VALID-RES-CODE
                   PERFORM 100-SHOW-RATE
                   PERFORM 200-ACTION
               ELSE
                   DISPLAY SCRN-ERR1
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE RATE-SCHEDULE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-RATE.
           MOVE 'N' TO WS-RTS-FOUND.
           MOVE ZERO TO WS-OLD-RATE.
           MOVE ZERO TO WS-OLD-FEE.
           MOVE ZERO TO WS-OLD-LOW.
           MOVE ZERO TO WS-OLD-HIGH.
           MOVE WS-RES-CODE TO RTS-RES-CODE.
           MOVE WS-YEAR     TO RTS-YEAR.
           MOVE WS-SEM      TO RTS-SEM.
           READ RATE-SCHEDULE
               INVALID KEY
                   DISPLAY SCRN-NO-RTS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RTS-FOUND
                   MOVE RTS-RATE      TO WS-OLD-RATE
                   MOVE RTS-FEE       TO WS-OLD-FEE
                   MOVE RTS-BAND-LOW  TO WS-OLD-LOW
                   MOVE RTS-BAND-HIGH TO WS-OLD-HIGH
                   DISPLAY SCRN-RTS-CUR
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
           DISPLAY SCRN-RTS-DATA.
           ACCEPT  SCRN-RTS-DATA.
           IF WS-BAND-HIGH > 0 AND WS-BAND-HIGH < WS-BAND-LOW
               DISPLAY SCRN-ERR-BAND
               EXIT PARAGRAPH
           END-IF.
           IF WS-BAND-HIGH = 0
               MOVE 0 TO WS-BAND-LOW
           END-IF.
           MOVE WS-RES-CODE  TO RTS-RES-CODE.
           MOVE WS-YEAR      TO RTS-YEAR.
           MOVE WS-SEM       TO RTS-SEM.
           MOVE WS-RATE      TO RTS-RATE.
           MOVE WS-FEE       TO RTS-FEE.
           MOVE WS-BAND-LOW  TO RTS-BAND-LOW.
           MOVE WS-BAND-HIGH TO RTS-BAND-HIGH.
           IF RTS-FOUND
               REWRITE RTS-REC
           ELSE
               WRITE RTS-REC
           END-IF.
           DISPLAY SCRN-SAVED.
           PERFORM 500-AUDIT-CHANGE.
      *-----------------------------------------------------------------
       400-DELETE-RATE.
           IF RTS-FOUND
               MOVE WS-RES-CODE TO RTS-RES-CODE
               MOVE WS-YEAR     TO RTS-YEAR
               MOVE WS-SEM      TO RTS-SEM
               DELETE RATE-SCHEDULE RECORD
               MOVE ZERO TO WS-RATE
               MOVE ZERO TO WS-FEE
               MOVE ZERO TO WS-BAND-LOW
               MOVE ZERO TO WS-BAND-HIGH
               PERFORM 500-AUDIT-CHANGE
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-DEL-ERR
           END-IF.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER FIELD THAT CHANGED, KEYED BY TIER AND
      *EFFECTIVE TERM
       500-AUDIT-CHANGE.
           MOVE 'RATE-MAINT'    TO WS-AUD-PGM.
           MOVE SPACES          TO WS-AUD-KEY.
           MOVE WS-RES-CODE     TO WS-AUD-KEY(1:1).
           MOVE WS-YEAR         TO WS-AUD-KEY(3:4).
           MOVE WS-SEM          TO WS-AUD-KEY(7:2).
           IF WS-RATE NOT = WS-OLD-RATE
               MOVE 'CREDIT RATE' TO WS-AUD-FIELD
               MOVE WS-OLD-RATE   TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT   TO WS-AUD-OLD
               MOVE WS-RATE       TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT   TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-FEE NOT = WS-OLD-FEE
               MOVE 'TERM FEE'    TO WS-AUD-FIELD
               MOVE WS-OLD-FEE    TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT   TO WS-AUD-OLD
               MOVE WS-FEE        TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT   TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-BAND-LOW NOT = WS-OLD-LOW
               OR WS-BAND-HIGH NOT = WS-OLD-HIGH
               MOVE 'FLAT BAND'   TO WS-AUD-FIELD
               MOVE SPACES        TO WS-AUD-OLD
               MOVE SPACES        TO WS-AUD-NEW
               STRING WS-OLD-LOW  DELIMITED BY SIZE
                      '-'         DELIMITED BY SIZE
                      WS-OLD-HIGH DELIMITED BY SIZE
                      INTO WS-AUD-OLD
               STRING WS-BAND-LOW  DELIMITED BY SIZE
                      '-'          DELIMITED BY SIZE
                      WS-BAND-HIGH DELIMITED BY SIZE
                      INTO WS-AUD-NEW
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

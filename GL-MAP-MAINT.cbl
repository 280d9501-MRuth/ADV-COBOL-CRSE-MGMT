       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-MAP-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE GENERAL LEDGER ACCOUNT MAP USED BY THE DAILY
      *GL JOURNAL EXTRACT. ACCOUNT CHANGES LEAVE BEFORE/AFTER IMAGES
      *ON THE MAINTENANCE AUDIT FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP       ASSIGN        TO
                               '../FILES/GL-MAP.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS GLM-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY GL-MAP-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-CATEGORY         PIC XX.
               88  VALID-CATEGORY          VALUE 'AR' 'CA' 'TU' 'CH'
                                                 'CF' 'SR' 'AC' 'AD'
                                                 'RF' 'RP' 'WV' 'HO'
                                                 'SU'.
           03  WS-SUBCODE          PIC X(10).
           03  WS-ACCOUNT          PIC X(16).
           03  WS-DESC             PIC X(30).
           03  WS-OLD-ACCOUNT      PIC X(16).
           03  WS-MAP-FOUND        PIC X VALUE 'N'.
               88  MAP-FOUND               VALUE 'Y'.
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
           03  LINE 3  COL 28  VALUE 'GL ACCOUNT MAP'.
       01  SCRN-KEY.
           03  LINE 5  COL 20  VALUE 'CATEGORY : '.
           03          COL 32  PIC XX TO WS-CATEGORY
                                            AUTO REQUIRED.
           03          COL 36  VALUE
                           '(AR CA TU CH CF SR AC AD RF RP WV HO SU)'.
           03  LINE 6  COL 20  VALUE 'SUBCODE  : '.
           03          COL 32  PIC X(10) TO WS-SUBCODE AUTO.
           03          COL 44  VALUE '(BLANK = CATEGORY DEFAULT)'.
       01  SCRN-MAP-CUR.
           03  LINE 8  COL 20  VALUE 'ACCOUNT ON FILE: '.
           03          COL 38  PIC X(16) FROM GLM-ACCOUNT.
           03  LINE 9  COL 38  PIC X(30) FROM GLM-DESC.
       01  SCRN-NO-MAP.
           03  LINE 8  COL 20  VALUE
                   'NOT MAPPED - CATEGORY DEFAULT APPLIES'.
       01  SCRN-ACTION.
           03  LINE 11 COL 20  VALUE
                   'A) ADD/UPDATE MAPPING  D) DELETE MAPPING  X) DONE'.
           03          COL 71  PIC X TO WS-SEL AUTO.
       01  SCRN-MAP-DATA.
           03  LINE 13 COL 20  VALUE 'GL ACCOUNT : '.
           03          COL 34  PIC X(16) TO WS-ACCOUNT
                                            AUTO REQUIRED.
           03  LINE 14 COL 20  VALUE 'DESCRIPTION: '.
           03          COL 34  PIC X(30) TO WS-DESC AUTO.
       01  SCRN-ERR1.
           03  LINE 7  COL 20  VALUE 'CATEGORY IS NOT RECOGNIZED'.
       01  SCRN-SAVED.
           03  LINE 16 COL 20  VALUE 'MAPPING SAVED'.
       01  SCRN-DELETED.
           03  LINE 16 COL 20  VALUE 'MAPPING DELETED'.
       01  SCRN-DEL-ERR.
           03  LINE 16 COL 20  VALUE 'NO MAPPING TO DELETE'.
       01  SCRN-CONTINUE.
           03  LINE 18 COL 20  VALUE 'ANOTHER MAPPING? (Y/N)'.
           03          COL 44  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'GL-MAP-MAINT' TO WS-ERR-PGM.
           OPEN I-O GL-MAP.
           MOVE 'GL-MAP' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               MOVE SPACES TO WS-SUBCODE
               DISPLAY SCRN-KEY
               ACCEPT  SCRN-KEY
               MOVE FUNCTION UPPER-CASE(WS-CATEGORY) TO WS-CATEGORY
               MOVE FUNCTION UPPER-CASE(WS-SUBCODE)  TO WS-SUBCODE
               IF VALID-CATEGORY
                   PERFORM 100-SHOW-MAP
                   PERFORM 200-ACTION
               ELSE
                   DISPLAY SCRN-ERR1
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE GL-MAP.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-MAP.
           MOVE 'N' TO WS-MAP-FOUND.
           MOVE SPACES TO WS-OLD-ACCOUNT.
           MOVE WS-CATEGORY TO GLM-CATEGORY.
           MOVE WS-SUBCODE  TO GLM-SUBCODE.
           READ GL-MAP
               INVALID KEY
                   DISPLAY SCRN-NO-MAP
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE GLM-ACCOUNT TO WS-OLD-ACCOUNT
                   DISPLAY SCRN-MAP-CUR
           END-READ.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'A'
               WHEN 'a'
                   PERFORM 300-SAVE-MAP
               WHEN 'D'
               WHEN 'd'
                   PERFORM 400-DELETE-MAP
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-SAVE-MAP.
           DISPLAY SCRN-MAP-DATA.
           ACCEPT  SCRN-MAP-DATA.
           MOVE WS-CATEGORY TO GLM-CATEGORY.
           MOVE WS-SUBCODE  TO GLM-SUBCODE.
           MOVE WS-ACCOUNT  TO GLM-ACCOUNT.
           MOVE WS-DESC     TO GLM-DESC.
           IF MAP-FOUND
               REWRITE GLM-REC
           ELSE
               WRITE GLM-REC
           END-IF.
           DISPLAY SCRN-SAVED.
           PERFORM 500-AUDIT-CHANGE.
      *-----------------------------------------------------------------
       400-DELETE-MAP.
           IF MAP-FOUND
               MOVE WS-CATEGORY TO GLM-CATEGORY
               MOVE WS-SUBCODE  TO GLM-SUBCODE
               DELETE GL-MAP RECORD
               MOVE SPACES TO WS-ACCOUNT
               PERFORM 500-AUDIT-CHANGE
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-DEL-ERR
           END-IF.
      *-----------------------------------------------------------------
       500-AUDIT-CHANGE.
           IF WS-ACCOUNT NOT = WS-OLD-ACCOUNT
               MOVE 'GL-MAP-MAINT'  TO WS-AUD-PGM
               MOVE WS-CATEGORY     TO WS-AUD-KEY(1:2)
               MOVE WS-SUBCODE      TO WS-AUD-KEY(3:10)
               MOVE 'GL ACCOUNT'    TO WS-AUD-FIELD
               MOVE WS-OLD-ACCOUNT  TO WS-AUD-OLD
               MOVE WS-ACCOUNT      TO WS-AUD-NEW
               CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
                   WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW
           END-IF.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

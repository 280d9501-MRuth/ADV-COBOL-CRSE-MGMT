       IDENTIFICATION DIVISION.
       PROGRAM-ID. HALL-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE RESIDENCE HALLS AND THEIR BED INVENTORY - THE
      *HALL'S NAME, GENDER AND CLASS RULES, TERM ROOM AND MEAL RATES,
      *AND OPEN/CLOSED STATUS; ADDS BEDS A ROOM AT A TIME AND TAKES A
      *BED OUT OF SERVICE OR PUTS IT BACK. RATE CHANGES ARE AUDITED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HALL-MASTER  ASSIGN        TO
                               '../FILES/HALL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HALL-CODE
                               FILE STATUS   IS WS-STAT.
           SELECT BED-MASTER   ASSIGN        TO
                               '../FILES/BED-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS BED-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY HALL-MASTER-RECS.
       COPY BED-MASTER-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-EOF              PIC X.
               88  EOF                     VALUE 'Y'.
           03  WS-HALL-CODE        PIC X(4).
           03  WS-HALL-FOUND       PIC X VALUE 'N'.
               88  HALL-FOUND              VALUE 'Y'.
           03  WS-NAME             PIC X(30).
           03  WS-GENDER           PIC X.
               88  VALID-GENDER            VALUE 'M' 'F' 'C'.
           03  WS-CLASS            PIC X.
               88  VALID-CLASS             VALUE 'F' 'U' 'A'.
           03  WS-ROOM-RATE        PIC 9(5)V99.
           03  WS-MEAL-RATE        PIC 9(5)V99.
           03  WS-HALL-STATUS      PIC X.
               88  VALID-HALL-STATUS       VALUE 'A' 'I'.
           03  WS-OLD-ROOM-RATE    PIC 9(5)V99.
           03  WS-OLD-MEAL-RATE    PIC 9(5)V99.
           03  WS-EDIT-AMT         PIC ZZ,ZZ9.99.
           03  WS-BED-COUNT        PIC 9(4).
           03  WS-BED-OFF          PIC 9(4).
           03  WS-ROOM             PIC X(5).
           03  WS-SPACES           PIC 9.
           03  WS-SPACE-IX         PIC 9.
           03  WS-BEDS-ADDED       PIC 9.
           03  WS-SPACE-LTR        PIC X.
           03  WS-LETTERS          PIC X(9) VALUE 'ABCDEFGHI'.
           03  WS-BED-STATE        PIC X(15).
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
           03  LINE 3  COL 26  VALUE 'RESIDENCE HALLS AND BEDS'.
       01  SCRN-KEY.
           03  LINE 5  COL 20  VALUE 'HALL CODE: '.
           03          COL 32  PIC X(4) TO WS-HALL-CODE
                                            AUTO REQUIRED.
       01  SCRN-HALL-CUR.
           03  LINE 6  COL 20  VALUE 'NAME     : '.
           03          COL 32  PIC X(30) FROM HALL-NAME.
           03  LINE 7  COL 20  VALUE 'GENDER   : '.
           03          COL 32  PIC X FROM HALL-GENDER.
           03          COL 38  VALUE 'CLASS: '.
           03          COL 45  PIC X FROM HALL-CLASS.
           03          COL 51  VALUE 'STATUS: '.
           03          COL 59  PIC X FROM HALL-STATUS.
           03  LINE 8  COL 20  VALUE 'ROOM RATE: '.
           03          COL 32  PIC ZZ,ZZ9.99 FROM HALL-ROOM-RATE.
           03          COL 45  VALUE 'MEAL RATE: '.
           03          COL 56  PIC ZZ,ZZ9.99 FROM HALL-MEAL-RATE.
           03  LINE 9  COL 20  VALUE 'BEDS     : '.
           03          COL 32  PIC ZZZ9 FROM WS-BED-COUNT.
           03          COL 38  VALUE 'OUT OF SERVICE: '.
           03          COL 54  PIC ZZZ9 FROM WS-BED-OFF.
       01  SCRN-NO-HALL.
           03  LINE 6  COL 20  VALUE 'HALL NOT ON FILE'.
       01  SCRN-ACTION.
           03  LINE 11 COL 20  VALUE
               'H) HALL DETAILS  B) ADD BEDS  O) BED IN/OUT  X) DONE'.
           03          COL 74  PIC X TO WS-SEL AUTO.
       01  SCRN-HALL-DATA.
           03  LINE 13 COL 20  VALUE 'NAME       : '.
           03          COL 34  PIC X(30) USING WS-NAME AUTO.
           03  LINE 14 COL 20  VALUE 'GENDER     : '.
           03          COL 34  PIC X USING WS-GENDER AUTO.
           03          COL 37  VALUE '(M MEN  F WOMEN  C COED)'.
           03  LINE 15 COL 20  VALUE 'CLASS      : '.
           03          COL 34  PIC X USING WS-CLASS AUTO.
           03          COL 37  VALUE
                           '(F FIRST-YEAR  U UPPERCLASS  A ANY)'.
           03  LINE 16 COL 20  VALUE 'ROOM RATE  : '.
           03          COL 34  PIC 9(5).99 USING WS-ROOM-RATE AUTO.
           03          COL 45  VALUE '(PER TERM)'.
           03  LINE 17 COL 20  VALUE 'MEAL RATE  : '.
           03          COL 34  PIC 9(5).99 USING WS-MEAL-RATE AUTO.
           03          COL 45  VALUE '(PER TERM)'.
           03  LINE 18 COL 20  VALUE 'STATUS     : '.
           03          COL 34  PIC X USING WS-HALL-STATUS AUTO.
           03          COL 37  VALUE '(A OPEN  I CLOSED)'.
       01  SCRN-BED-ADD.
           03  LINE 13 COL 20  VALUE 'ROOM       : '.
           03          COL 34  PIC X(5) TO WS-ROOM AUTO REQUIRED.
           03  LINE 14 COL 20  VALUE 'BEDS (1-9) : '.
           03          COL 34  PIC 9 TO WS-SPACES AUTO REQUIRED.
       01  SCRN-BED-KEY.
           03  LINE 13 COL 20  VALUE 'ROOM       : '.
           03          COL 34  PIC X(5) TO WS-ROOM AUTO REQUIRED.
           03  LINE 14 COL 20  VALUE 'BED LETTER : '.
           03          COL 34  PIC X TO WS-SPACE-LTR AUTO REQUIRED.
       01  SCRN-BEDS-ADDED.
           03  LINE 20 COL 20  VALUE 'BEDS ADDED: '.
           03          COL 32  PIC 9 FROM WS-BEDS-ADDED.
       01  SCRN-BED-STATE.
           03  LINE 20 COL 20  VALUE 'BED IS NOW '.
           03          COL 31  PIC X(15) FROM WS-BED-STATE.
       01  SCRN-ERR-DATA.
           03  LINE 20 COL 20  VALUE
                   'GENDER, CLASS OR STATUS NOT VALID - NOT SAVED'.
       01  SCRN-ERR-NO-HALL.
           03  LINE 20 COL 20  VALUE 'ENTER THE HALL DETAILS FIRST'.
       01  SCRN-ERR-NO-BED.
           03  LINE 20 COL 20  VALUE 'BED NOT ON FILE'.
       01  SCRN-SAVED.
           03  LINE 20 COL 20  VALUE 'HALL SAVED'.
       01  SCRN-CONTINUE.
           03  LINE 22 COL 20  VALUE 'ANOTHER HALL? (Y/N)'.
           03          COL 41  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'HALL-MAINT' TO WS-ERR-PGM.
           OPEN I-O HALL-MASTER.
           MOVE 'HALL-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN I-O BED-MASTER.
           MOVE 'BED-MASTER' TO WS-ERR-FILE
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
               MOVE FUNCTION UPPER-CASE(WS-HALL-CODE) TO WS-HALL-CODE
               PERFORM 100-SHOW-HALL
               PERFORM 200-ACTION
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE HALL-MASTER.
           CLOSE BED-MASTER.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-HALL.
           MOVE 'N'    TO WS-HALL-FOUND.
           MOVE SPACES TO WS-NAME.
           MOVE 'C'    TO WS-GENDER.
           MOVE 'A'    TO WS-CLASS.
           MOVE 'A'    TO WS-HALL-STATUS.
           MOVE ZERO   TO WS-ROOM-RATE.
           MOVE ZERO   TO WS-MEAL-RATE.
           MOVE WS-HALL-CODE TO HALL-CODE.
           READ HALL-MASTER
               INVALID KEY
                   DISPLAY SCRN-NO-HALL
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HALL-FOUND
                   MOVE HALL-NAME      TO WS-NAME
                   MOVE HALL-GENDER    TO WS-GENDER
                   MOVE HALL-CLASS     TO WS-CLASS
                   MOVE HALL-ROOM-RATE TO WS-ROOM-RATE
                   MOVE HALL-MEAL-RATE TO WS-MEAL-RATE
                   MOVE HALL-STATUS    TO WS-HALL-STATUS
                   PERFORM 150-COUNT-BEDS
                   DISPLAY SCRN-HALL-CUR
           END-READ.
           MOVE WS-ROOM-RATE TO WS-OLD-ROOM-RATE.
           MOVE WS-MEAL-RATE TO WS-OLD-MEAL-RATE.
      *-----------------------------------------------------------------
       150-COUNT-BEDS.
           MOVE ZERO TO WS-BED-COUNT.
           MOVE ZERO TO WS-BED-OFF.
           MOVE WS-HALL-CODE TO BED-HALL.
           MOVE LOW-VALUES   TO BED-ROOM.
           MOVE LOW-VALUES   TO BED-SPACE.
           MOVE 'N' TO WS-EOF.
           START BED-MASTER KEY NOT LESS THAN BED-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ BED-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BED-HALL NOT = WS-HALL-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-BED-COUNT
                           IF BED-OFFLINE
                               ADD 1 TO WS-BED-OFF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'H'
               WHEN 'h'
                   PERFORM 300-SAVE-HALL
               WHEN 'B'
               WHEN 'b'
                   PERFORM 400-ADD-BEDS
               WHEN 'O'
               WHEN 'o'
                   PERFORM 450-TOGGLE-BED
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-SAVE-HALL.
           DISPLAY SCRN-HALL-DATA.
           ACCEPT  SCRN-HALL-DATA.
           MOVE FUNCTION UPPER-CASE(WS-GENDER) TO WS-GENDER.
           MOVE FUNCTION UPPER-CASE(WS-CLASS)  TO WS-CLASS.
           MOVE FUNCTION UPPER-CASE(WS-HALL-STATUS) TO WS-HALL-STATUS.
           IF NOT VALID-GENDER OR NOT VALID-CLASS
               OR NOT VALID-HALL-STATUS
               DISPLAY SCRN-ERR-DATA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HALL-CODE   TO HALL-CODE.
           MOVE WS-NAME        TO HALL-NAME.
           MOVE WS-GENDER      TO HALL-GENDER.
           MOVE WS-CLASS       TO HALL-CLASS.
           MOVE WS-ROOM-RATE   TO HALL-ROOM-RATE.
           MOVE WS-MEAL-RATE   TO HALL-MEAL-RATE.
           MOVE WS-HALL-STATUS TO HALL-STATUS.
           IF HALL-FOUND
               REWRITE HALL-REC
           ELSE
               WRITE HALL-REC
               MOVE 'Y' TO WS-HALL-FOUND
           END-IF.
           DISPLAY SCRN-SAVED.
           PERFORM 500-AUDIT-CHANGE.
      *-----------------------------------------------------------------
      *BEDS ARE ADDED A ROOM AT A TIME AS SPACES A, B, C ... - A
      *SPACE ALREADY ON FILE IS LEFT AS IT IS
       400-ADD-BEDS.
           IF NOT HALL-FOUND
               DISPLAY SCRN-ERR-NO-HALL
               EXIT PARAGRAPH
           END-IF.
           DISPLAY SCRN-BED-ADD.
           ACCEPT  SCRN-BED-ADD.
           MOVE FUNCTION UPPER-CASE(WS-ROOM) TO WS-ROOM.
           MOVE 0 TO WS-BEDS-ADDED.
           PERFORM VARYING WS-SPACE-IX FROM 1 BY 1
                   UNTIL WS-SPACE-IX > WS-SPACES
               MOVE WS-HALL-CODE TO BED-HALL
               MOVE WS-ROOM      TO BED-ROOM
               MOVE WS-LETTERS(WS-SPACE-IX:1) TO BED-SPACE
               MOVE 'A'          TO BED-STATUS
               WRITE BED-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BEDS-ADDED
               END-WRITE
           END-PERFORM.
           DISPLAY SCRN-BEDS-ADDED.
      *-----------------------------------------------------------------
       450-TOGGLE-BED.
           DISPLAY SCRN-BED-KEY.
           ACCEPT  SCRN-BED-KEY.
           MOVE WS-HALL-CODE TO BED-HALL.
           MOVE FUNCTION UPPER-CASE(WS-ROOM)      TO BED-ROOM.
           MOVE FUNCTION UPPER-CASE(WS-SPACE-LTR) TO BED-SPACE.
           READ BED-MASTER
               INVALID KEY
                   DISPLAY SCRN-ERR-NO-BED
                   EXIT PARAGRAPH
           END-READ.
           IF BED-OFFLINE
               MOVE 'A' TO BED-STATUS
               MOVE 'IN SERVICE'     TO WS-BED-STATE
           ELSE
               MOVE 'O' TO BED-STATUS
               MOVE 'OUT OF SERVICE' TO WS-BED-STATE
           END-IF.
           REWRITE BED-REC.
           DISPLAY SCRN-BED-STATE.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER RATE THAT CHANGED, KEYED BY HALL
       500-AUDIT-CHANGE.
           MOVE 'HALL-MAINT'    TO WS-AUD-PGM.
           MOVE SPACES          TO WS-AUD-KEY.
           MOVE WS-HALL-CODE    TO WS-AUD-KEY(1:4).
           IF WS-ROOM-RATE NOT = WS-OLD-ROOM-RATE
               MOVE 'ROOM RATE'      TO WS-AUD-FIELD
               MOVE WS-OLD-ROOM-RATE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT      TO WS-AUD-OLD
               MOVE WS-ROOM-RATE     TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT      TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-MEAL-RATE NOT = WS-OLD-MEAL-RATE
               MOVE 'MEAL RATE'      TO WS-AUD-FIELD
               MOVE WS-OLD-MEAL-RATE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT      TO WS-AUD-OLD
               MOVE WS-MEAL-RATE     TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT      TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           MOVE WS-ROOM-RATE TO WS-OLD-ROOM-RATE.
           MOVE WS-MEAL-RATE TO WS-OLD-MEAL-RATE.
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

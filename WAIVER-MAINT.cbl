       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAIVER-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE TUITION WAIVER PROGRAMS AND ASSIGNS A WAIVER TO
      *A STUDENT'S TERM - TUITION BILLING APPLIES IT TO THE BILL
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-MASTER ASSIGN       TO
                               '../FILES/WAIVER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS WVR-CODE
                               FILE STATUS   IS WS-STAT.
           SELECT WAIVER-STU   ASSIGN        TO
                               '../FILES/WAIVER-STU.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS WVST-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY WAIVER-MASTER-RECS.
       COPY WAIVER-STU-RECS.
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-WVR-CODE         PIC X(4).
           03  WS-WVR-DESC         PIC X(30).
           03  WS-METHOD           PIC X.
               88  VALID-METHOD            VALUE 'P' 'F'.
           03  WS-PCT              PIC 999.
           03  WS-FLAT             PIC 9(6)V99.
           03  WS-SCOPE            PIC X.
               88  VALID-SCOPE             VALUE 'T' 'A'.
           03  WS-CAP              PIC 99.
           03  WS-STATUS           PIC X.
               88  VALID-STATUS            VALUE 'A' 'I'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-OLD-CODE         PIC X(4).
           03  WS-WVR-FOUND        PIC X VALUE 'N'.
               88  WVR-FOUND               VALUE 'Y'.
           03  WS-WVST-FOUND       PIC X VALUE 'N'.
               88  WVST-FOUND              VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-DTL-LN.
           03  WS-STU-ID               PIC 9(7).
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
           03  LINE 3  COL 28  VALUE 'TUITION WAIVER MAINTENANCE'.
       01  SCRN-ACTION.
           03  LINE 5  COL 15  VALUE
               'W) ADD/UPDATE WAIVER  A) ASSIGN STUDENT  X) DONE'.
           03          COL 65  PIC X TO WS-SEL AUTO.
       01  SCRN-WVR-CODE.
           03  LINE 7  COL 15  VALUE 'WAIVER CODE: '.
           03          COL 29  PIC X(4) TO WS-WVR-CODE
                                            AUTO REQUIRED.
       01  SCRN-WVR-CUR.
           03  LINE 8  COL 15  VALUE 'ON FILE    : '.
           03          COL 29  PIC X(30) FROM WVR-DESC.
       01  SCRN-WVR-DATA.
           03  LINE 9  COL 15  VALUE 'DESCRIPTION: '.
           03          COL 29  PIC X(30) TO WS-WVR-DESC
                                            AUTO REQUIRED.
           03  LINE 10 COL 15  VALUE 'METHOD - P)ERCENT F)LAT: '.
           03          COL 41  PIC X TO WS-METHOD AUTO.
           03  LINE 11 COL 15  VALUE 'PERCENT    : '.
           03          COL 29  PIC 999 TO WS-PCT AUTO.
           03  LINE 12 COL 15  VALUE 'FLAT AMT   : '.
           03          COL 29  PIC 9(6).99 TO WS-FLAT AUTO.
           03  LINE 13 COL 15  VALUE 'COVERS - T)UITION A)LL FEES: '.
           03          COL 45  PIC X TO WS-SCOPE AUTO.
           03  LINE 14 COL 15  VALUE 'CREDIT CAP : '.
           03          COL 29  PIC 99 TO WS-CAP AUTO.
           03          COL 33  VALUE '(00 = NO CAP)'.
           03  LINE 15 COL 15  VALUE 'STATUS - A)CTIVE I)NACTIVE: '.
           03          COL 44  PIC X TO WS-STATUS AUTO.
       01  SCRN-WVR-SAVED.
           03  LINE 17 COL 15  VALUE 'WAIVER PROGRAM SAVED'.
       01  SCRN-STU-ID.
           03  LINE 7  COL 15  VALUE 'STUDENT ID : '.
           03          COL 29  PIC 9(7) TO WS-STU-ID
                                            AUTO REQUIRED.
       01  SCRN-STU-NAME.
           03  LINE 8  COL 15  VALUE 'STUDENT    : '.
           03          COL 29  PIC X(20) FROM WS-STU-NAME.
       01  SCRN-YEAR-SEM.
           03  LINE 9  COL 15  VALUE 'YEAR: '.
           03          COL 22  PIC ZZZ9 TO WS-YEAR
                                            AUTO REQUIRED FULL.
           03          COL 35  VALUE 'SEMESTER: '.
           03          COL 46  PIC Z9 TO WS-SEM
                                            AUTO REQUIRED.
       01  SCRN-ASSIGN-CUR.
           03  LINE 10 COL 15  VALUE 'ASSIGNED   : '.
           03          COL 29  PIC X(4) FROM WVST-CODE.
       01  SCRN-ASSIGN.
           03  LINE 11 COL 15  VALUE 'WAIVER CODE: '.
           03          COL 29  PIC X(4) TO WS-WVR-CODE
                                            AUTO REQUIRED.
           03          COL 35  VALUE '(NONE = REMOVE)'.
       01  SCRN-ASSIGN-DESC.
           03  LINE 12 COL 15  VALUE 'PROGRAM    : '.
           03          COL 29  PIC X(30) FROM WVR-DESC.
       01  SCRN-ASSIGNED.
           03  LINE 15 COL 15  VALUE 'WAIVER ASSIGNED'.
       01  SCRN-REMOVED.
           03  LINE 15 COL 15  VALUE 'WAIVER ASSIGNMENT REMOVED'.
       01  SCRN-ERR-STU.
           03  LINE 8  COL 15  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-ERR-WVR.
           03  LINE 15 COL 15  VALUE 'WAIVER PROGRAM NOT ON FILE'.
       01  SCRN-ERR-INACTIVE.
           03  LINE 15 COL 15  VALUE 'WAIVER PROGRAM IS INACTIVE'.
       01  SCRN-ERR-NONE.
           03  LINE 15 COL 15  VALUE 'NO WAIVER ASSIGNED FOR THE TERM'.
       01  SCRN-ERR-METHOD.
           03  LINE 17 COL 15  VALUE 'METHOD MUST BE P OR F'.
       01  SCRN-ERR-PCT.
           03  LINE 17 COL 15  VALUE 'PERCENT CANNOT EXCEED 100'.
       01  SCRN-ERR-SCOPE.
           03  LINE 17 COL 15  VALUE 'COVERS MUST BE T OR A'.
       01  SCRN-ERR-STATUS.
           03  LINE 17 COL 15  VALUE 'STATUS MUST BE A OR I'.
       01  SCRN-CONTINUE.
           03  LINE 19 COL 15  VALUE 'PRESS ENTER TO CONTINUE'.
           03          COL 40  PIC X TO WS-RESP.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'WAIVER-MAINT' TO WS-ERR-PGM.
           OPEN I-O WAIVER-MASTER.
           MOVE 'WAIVER-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN I-O WAIVER-STU.
           MOVE 'WAIVER-STU' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT STU-MST.
           MOVE 'STUDENT-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE SPACE TO WS-SEL.
           PERFORM UNTIL WS-SEL = 'X' OR WS-SEL = 'x'
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-ACTION
               ACCEPT  SCRN-ACTION
               EVALUATE WS-SEL
                   WHEN 'W'
                   WHEN 'w'
                       PERFORM 100-WAIVER-UPDATE
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 200-ASSIGN-STUDENT
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
               END-EVALUATE
           END-PERFORM.

           CLOSE WAIVER-MASTER.
           CLOSE WAIVER-STU.
           CLOSE STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-WAIVER-UPDATE.
           DISPLAY SCRN-WVR-CODE.
           ACCEPT  SCRN-WVR-CODE.
           MOVE FUNCTION UPPER-CASE(WS-WVR-CODE) TO WS-WVR-CODE.
           MOVE 'N' TO WS-WVR-FOUND.
           MOVE WS-WVR-CODE TO WVR-CODE.
           READ WAIVER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WVR-FOUND
                   DISPLAY SCRN-WVR-CUR
           END-READ.

           DISPLAY SCRN-WVR-DATA.
           ACCEPT  SCRN-WVR-DATA.
           MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD.
           MOVE FUNCTION UPPER-CASE(WS-SCOPE)  TO WS-SCOPE.
           MOVE FUNCTION UPPER-CASE(WS-STATUS) TO WS-STATUS.
           IF NOT VALID-METHOD
               DISPLAY SCRN-ERR-METHOD
               EXIT PARAGRAPH
           END-IF.
           IF WS-METHOD = 'P' AND WS-PCT > 100
               DISPLAY SCRN-ERR-PCT
               EXIT PARAGRAPH
           END-IF.
           IF NOT VALID-SCOPE
               DISPLAY SCRN-ERR-SCOPE
               EXIT PARAGRAPH
           END-IF.
           IF NOT VALID-STATUS
               DISPLAY SCRN-ERR-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-WVR-CODE TO WVR-CODE.
           MOVE WS-WVR-DESC TO WVR-DESC.
           MOVE WS-METHOD   TO WVR-METHOD.
           MOVE WS-PCT      TO WVR-PCT.
           MOVE WS-FLAT     TO WVR-FLAT.
           MOVE WS-SCOPE    TO WVR-SCOPE.
           MOVE WS-CAP      TO WVR-CREDIT-CAP.
           MOVE WS-STATUS   TO WVR-STATUS.
           IF WVR-FOUND
               REWRITE WVR-REC
           ELSE
               WRITE WVR-REC
           END-IF.
           DISPLAY SCRN-WVR-SAVED.
      *-----------------------------------------------------------------
       200-ASSIGN-STUDENT.
           DISPLAY SCRN-STU-ID.
           ACCEPT  SCRN-STU-ID.
           MOVE WS-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   DISPLAY SCRN-ERR-STU
               NOT INVALID KEY
                   MOVE SPACES TO WS-STU-NAME
                   STRING
                   STU-F-NAME DELIMITED BY SPACE
                   WS-SPACE   DELIMITED BY SIZE
                   STU-L-NAME DELIMITED BY SPACE
                   INTO WS-STU-NAME
                   DISPLAY SCRN-STU-NAME
                   DISPLAY SCRN-YEAR-SEM
                   ACCEPT  SCRN-YEAR-SEM
                   PERFORM 250-GET-ASSIGN-DATA
           END-READ.
      *-----------------------------------------------------------------
      *A STUDENT CARRIES ONE WAIVER A TERM - A NEW CODE REPLACES THE
      *OLD ONE AND NONE TAKES THE ASSIGNMENT OFF
       250-GET-ASSIGN-DATA.
           MOVE 'N' TO WS-WVST-FOUND.
           MOVE SPACES TO WS-OLD-CODE.
           MOVE WS-STU-ID TO WVST-STU-ID.
           MOVE WS-YEAR   TO WVST-YEAR.
           MOVE WS-SEM    TO WVST-SEM.
           READ WAIVER-STU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WVST-FOUND
                   MOVE WVST-CODE TO WS-OLD-CODE
                   DISPLAY SCRN-ASSIGN-CUR
           END-READ.

           DISPLAY SCRN-ASSIGN.
           ACCEPT  SCRN-ASSIGN.
           MOVE FUNCTION UPPER-CASE(WS-WVR-CODE) TO WS-WVR-CODE.

           IF WS-WVR-CODE = 'NONE'
               IF WVST-FOUND
                   DELETE WAIVER-STU
                   MOVE 'REMOVED' TO WS-AUD-NEW
                   PERFORM 400-AUDIT-ASSIGN
                   DISPLAY SCRN-REMOVED
               ELSE
                   DISPLAY SCRN-ERR-NONE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-WVR-CODE TO WVR-CODE.
           READ WAIVER-MASTER
               INVALID KEY
                   DISPLAY SCRN-ERR-WVR
               NOT INVALID KEY
                   DISPLAY SCRN-ASSIGN-DESC
                   IF WVR-INACTIVE
                       DISPLAY SCRN-ERR-INACTIVE
                   ELSE
                       PERFORM 300-WRITE-ASSIGNMENT
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       300-WRITE-ASSIGNMENT.
           MOVE WS-STU-ID       TO WVST-STU-ID.
           MOVE WS-YEAR         TO WVST-YEAR.
           MOVE WS-SEM          TO WVST-SEM.
           MOVE WS-WVR-CODE     TO WVST-CODE.
           MOVE ZERO            TO WVST-CREDITS.
           MOVE ZERO            TO WVST-APPLIED.
           MOVE WS-TODAY        TO WVST-ASSIGN-DATE.
           MOVE SESSION-OPER-ID TO WVST-ASSIGN-BY.
           IF WVST-FOUND
               REWRITE WVST-REC
           ELSE
               WRITE WVST-REC
           END-IF.
           MOVE WS-WVR-CODE TO WS-AUD-NEW.
           PERFORM 400-AUDIT-ASSIGN.
           DISPLAY SCRN-ASSIGNED.
      *-----------------------------------------------------------------
      *EVERY ASSIGNMENT CHANGE IS LOGGED SO THE REASON A STUDENT PAID
      *LESS CAN BE TRACED BACK TO WHO GRANTED THE WAIVER
       400-AUDIT-ASSIGN.
           MOVE 'WAIVER-MAINT' TO WS-AUD-PGM.
           MOVE WS-STU-ID      TO WS-AUD-KEY.
           MOVE SPACES         TO WS-AUD-FIELD.
           STRING 'WVR '  DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  WS-SEM  DELIMITED BY SIZE
                  INTO WS-AUD-FIELD.
           MOVE WS-OLD-CODE    TO WS-AUD-OLD.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS A STUDENT'S DEMOGRAPHICS RECORD - SEX, RACE/
      *ETHNICITY, ENTRY TYPE AND TERM, AND DEGREE-SEEKING STATUS -
      *USED BY THE IPEDS FALL ENROLLMENT AND COMPLETIONS REPORTS.
      *A STUDENT WITH NO RECORD YET STARTS FROM THE UNKNOWN DEFAULTS.
      *CHANGES LEAVE BEFORE/AFTER IMAGES ON THE MAINTENANCE AUDIT
      *FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMO-MASTER  ASSIGN        TO
                               '../FILES/DEMO-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DEMO-KEY
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
       COPY DEMO-MASTER-RECS.
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SAVE             PIC X   VALUE 'N'.
               88  SAVE                    VALUE 'Y' 'y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-FOUND            PIC X   VALUE 'N'.
               88  FOUND                   VALUE 'Y'.
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-DTL-LN.
           03  WS-STU-ID           PIC 9(7).
           03  WS-SEX              PIC X.
           03  WS-ETHNIC           PIC X.
           03  WS-ENTRY-TYPE       PIC X.
           03  WS-ENTRY-YEAR       PIC 9999.
           03  WS-ENTRY-SEM        PIC 99.
           03  WS-DEG-SEEK         PIC X.
       01  WS-OLD-LN.
           03  WS-OLD-SEX          PIC X.
           03  WS-OLD-ETHNIC       PIC X.
           03  WS-OLD-ENTRY-TYPE   PIC X.
           03  WS-OLD-ENTRY-YEAR   PIC 9999.
           03  WS-OLD-ENTRY-SEM    PIC 99.
           03  WS-OLD-DEG-SEEK     PIC X.
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
           03  LINE 3  COL 29  VALUE 'STUDENT DEMOGRAPHICS'.
       01  SCRN-STU-ID.
           03  LINE 5  COL 25  VALUE   'STUDENT ID   : '.
           03          COL 42  PIC 9(7) TO WS-STU-ID
                                        AUTO REQUIRED.
       01  SCRN-STU-NAME.
           03  LINE 6  COL 25  VALUE   'STUDENT NAME : '.
           03          COL 42  PIC X(20) FROM WS-STU-NAME.
       01  SCRN-NEW-DEMO.
           03  LINE 6  COL 64  VALUE 'NEW RECORD'.
       01  SCRN-DEMO.
           03  LINE 8  COL 15  VALUE 'SEX (M/F/U)            : '.
           03          COL 42  PIC X    USING WS-SEX
                                        AUTO REQUIRED.
           03  LINE 9  COL 15  VALUE 'RACE/ETHNICITY         : '.
           03          COL 42  PIC X    USING WS-ETHNIC
                                        AUTO REQUIRED.
           03  LINE 10 COL 15  VALUE 'ENTRY TYPE (F/T/C)     : '.
           03          COL 42  PIC X    USING WS-ENTRY-TYPE
                                        AUTO REQUIRED.
           03  LINE 11 COL 15  VALUE 'ENTRY YEAR / SEMESTER  : '.
           03          COL 42  PIC 9999 USING WS-ENTRY-YEAR
                                        AUTO REQUIRED FULL.
           03          COL 47  PIC 99   USING WS-ENTRY-SEM
                                        AUTO REQUIRED.
           03  LINE 12 COL 15  VALUE 'DEGREE SEEKING (Y/N)   : '.
           03          COL 42  PIC X    USING WS-DEG-SEEK
                                        AUTO REQUIRED.
       01  SCRN-CODES.
           03  LINE 14 COL 15  VALUE
                   'RACE: N NONRESIDENT  H HISPANIC  I AMER INDIAN'.
           03  LINE 15 COL 15  VALUE
                   '      A ASIAN  B BLACK  P PACIFIC ISL  W WHITE'.
           03  LINE 16 COL 15  VALUE
                   '      T TWO OR MORE  U UNKNOWN'.
           03  LINE 17 COL 15  VALUE
                   'ENTRY: F FIRST-TIME  T TRANSFER-IN  C CONTINUING'.
       01  SCRN-SAVE.
           03  LINE 19 COL 32  VALUE 'SAVE (Y/N)'.
           03          COL 30  PIC X   TO WS-SAVE AUTO.
       01  SCRN-SAVED.
           03  LINE 20 COL 30  VALUE 'DEMOGRAPHICS SAVED'.
       01  SCRN-NOT-SAVED.
           03  LINE 20 COL 30  VALUE 'DEMOGRAPHICS NOT SAVED'.
       01  SCRN-CODE-ERR.
           03  LINE 20 COL 30  VALUE
                   'INVALID CODE OR ENTRY TERM - RE-ENTER'.
       01  SCRN-ERR1.
           03  LINE 5  COL 30  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-ANOTHER.
           03  LINE 22 COL 32  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 30  PIC X TO WS-ANOTHER AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'DEMO-MAINT' TO WS-ERR-PGM.
           OPEN I-O DEMO-MASTER.
           MOVE 'DEMO-MASTER' TO WS-ERR-FILE
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

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-STU-ID
               ACCEPT  SCRN-STU-ID

               MOVE WS-STU-ID TO STU-ID
               READ STU-MST
                   INVALID KEY
                       DISPLAY BLNK-SCRN
                       DISPLAY SCRN-ERR1
                   NOT INVALID KEY
                       MOVE SPACES TO WS-STU-NAME
                       STRING
                       STU-F-NAME DELIMITED BY SPACE
                       WS-SPACE   DELIMITED BY SIZE
                       STU-L-NAME DELIMITED BY SPACE
                       INTO WS-STU-NAME
                       DISPLAY SCRN-STU-NAME
                       PERFORM 100-GET-DEMO
                       PERFORM 200-ACCEPT-DEMO
                       IF SAVE
                           PERFORM 300-SAVE-DEMO
                       ELSE
                           DISPLAY SCRN-NOT-SAVED
                       END-IF
               END-READ

               DISPLAY SCRN-ANOTHER
               ACCEPT  SCRN-ANOTHER
           END-PERFORM.

           CLOSE DEMO-MASTER, STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-GET-DEMO.
           MOVE WS-STU-ID TO DEMO-STU-ID.
           READ DEMO-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
                   MOVE 'U'  TO WS-SEX
                   MOVE 'U'  TO WS-ETHNIC
                   MOVE 'F'  TO WS-ENTRY-TYPE
                   MOVE ZERO TO WS-ENTRY-YEAR
                   MOVE ZERO TO WS-ENTRY-SEM
                   MOVE 'Y'  TO WS-DEG-SEEK
                   DISPLAY SCRN-NEW-DEMO
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE DEMO-SEX        TO WS-SEX
                   MOVE DEMO-ETHNIC     TO WS-ETHNIC
                   MOVE DEMO-ENTRY-TYPE TO WS-ENTRY-TYPE
                   MOVE DEMO-ENTRY-YEAR TO WS-ENTRY-YEAR
                   MOVE DEMO-ENTRY-SEM  TO WS-ENTRY-SEM
                   MOVE DEMO-DEG-SEEK   TO WS-DEG-SEEK
           END-READ.
           MOVE WS-SEX          TO WS-OLD-SEX.
           MOVE WS-ETHNIC       TO WS-OLD-ETHNIC.
           MOVE WS-ENTRY-TYPE   TO WS-OLD-ENTRY-TYPE.
           MOVE WS-ENTRY-YEAR   TO WS-OLD-ENTRY-YEAR.
           MOVE WS-ENTRY-SEM    TO WS-OLD-ENTRY-SEM.
           MOVE WS-DEG-SEEK     TO WS-OLD-DEG-SEEK.
      *-----------------------------------------------------------------
      *EVERY CODE MUST BE ONE THE IPEDS GRIDS KNOW, AND THE ENTRY
      *TERM MUST BE FILLED IN
       200-ACCEPT-DEMO.
           DISPLAY SCRN-CODES.
           MOVE SPACE TO WS-SAVE.
           PERFORM UNTIL SAVE OR WS-SAVE = 'N' OR WS-SAVE = 'n'
               DISPLAY SCRN-DEMO
               ACCEPT  SCRN-DEMO
               MOVE FUNCTION UPPER-CASE(WS-SEX)        TO WS-SEX
               MOVE FUNCTION UPPER-CASE(WS-ETHNIC)     TO WS-ETHNIC
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-TYPE) TO WS-ENTRY-TYPE
               MOVE FUNCTION UPPER-CASE(WS-DEG-SEEK)   TO WS-DEG-SEEK
               MOVE WS-SEX        TO DEMO-SEX
               MOVE WS-ETHNIC     TO DEMO-ETHNIC
               MOVE WS-ENTRY-TYPE TO DEMO-ENTRY-TYPE
               MOVE WS-DEG-SEEK   TO DEMO-DEG-SEEK
               IF NOT DEMO-SEX-VALID
                   OR NOT DEMO-ETHNIC-VALID
                   OR NOT DEMO-TYPE-VALID
                   OR NOT DEMO-DEG-SEEK-VALID
                   OR WS-ENTRY-YEAR < 1900
                   OR WS-ENTRY-SEM = ZERO
                   DISPLAY SCRN-CODE-ERR
               ELSE
                   DISPLAY SCRN-SAVE
                   ACCEPT  SCRN-SAVE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       300-SAVE-DEMO.
           MOVE WS-STU-ID       TO DEMO-STU-ID.
           MOVE WS-SEX          TO DEMO-SEX.
           MOVE WS-ETHNIC       TO DEMO-ETHNIC.
           MOVE WS-ENTRY-TYPE   TO DEMO-ENTRY-TYPE.
           MOVE WS-ENTRY-YEAR   TO DEMO-ENTRY-YEAR.
           MOVE WS-ENTRY-SEM    TO DEMO-ENTRY-SEM.
           MOVE WS-DEG-SEEK     TO DEMO-DEG-SEEK.
           MOVE WS-TODAY        TO DEMO-UPD-DATE.
           IF FOUND
               REWRITE DEMO-REC
           ELSE
               WRITE DEMO-REC
           END-IF.
           DISPLAY SCRN-SAVED.
           PERFORM 500-AUDIT-CHANGE.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER FIELD THAT CHANGED, KEYED BY STUDENT
       500-AUDIT-CHANGE.
           MOVE 'DEMO-MAINT'    TO WS-AUD-PGM.
           MOVE SPACES          TO WS-AUD-KEY.
           MOVE WS-STU-ID       TO WS-AUD-KEY(1:7).
           MOVE SPACES          TO WS-AUD-OLD.
           MOVE SPACES          TO WS-AUD-NEW.
           IF WS-SEX NOT = WS-OLD-SEX
               MOVE 'SEX'          TO WS-AUD-FIELD
               MOVE WS-OLD-SEX     TO WS-AUD-OLD
               MOVE WS-SEX         TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-ETHNIC NOT = WS-OLD-ETHNIC
               MOVE 'ETHNICITY'    TO WS-AUD-FIELD
               MOVE WS-OLD-ETHNIC  TO WS-AUD-OLD
               MOVE WS-ETHNIC      TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-ENTRY-TYPE NOT = WS-OLD-ENTRY-TYPE
               MOVE 'ENTRY TYPE'   TO WS-AUD-FIELD
               MOVE WS-OLD-ENTRY-TYPE TO WS-AUD-OLD
               MOVE WS-ENTRY-TYPE  TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-ENTRY-YEAR NOT = WS-OLD-ENTRY-YEAR
               OR WS-ENTRY-SEM NOT = WS-OLD-ENTRY-SEM
               MOVE 'ENTRY TERM'   TO WS-AUD-FIELD
               MOVE SPACES         TO WS-AUD-OLD
               MOVE WS-OLD-ENTRY-YEAR TO WS-AUD-OLD(1:4)
               MOVE WS-OLD-ENTRY-SEM  TO WS-AUD-OLD(5:2)
               MOVE SPACES         TO WS-AUD-NEW
               MOVE WS-ENTRY-YEAR  TO WS-AUD-NEW(1:4)
               MOVE WS-ENTRY-SEM   TO WS-AUD-NEW(5:2)
               PERFORM 510-WRITE-AUDIT
               MOVE SPACES         TO WS-AUD-OLD
               MOVE SPACES         TO WS-AUD-NEW
           END-IF.
           IF WS-DEG-SEEK NOT = WS-OLD-DEG-SEEK
               MOVE 'DEGREE SEEK'  TO WS-AUD-FIELD
               MOVE WS-OLD-DEG-SEEK TO WS-AUD-OLD
               MOVE WS-DEG-SEEK    TO WS-AUD-NEW
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATHL-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE ATHLETE ROSTER - ONE ENTRY PER STUDENT PER SPORT
      *WITH THE SEASON THE SPORT COMPETES IN, THE SEASON OF
      *ELIGIBILITY BEING USED AND AN ACTIVE/INACTIVE STATUS. THE LAST
      *CERTIFICATION RESULT IS SHOWN BUT ONLY SET BY ATHL-CERTIFY.
      *STUDENT ID ZERO MAINTAINS THE ELIGIBILITY RULES INSTEAD.
      *CHANGES LEAVE BEFORE/AFTER IMAGES ON THE MAINTENANCE AUDIT
      *FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATHL-MASTER  ASSIGN        TO
                               '../FILES/ATHL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATHL-KEY
                               ALTERNATE KEY IS ATHL-STU-ID
                                   WITH DUPLICATES
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
       COPY ATHL-MASTER-RECS.
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-SAVE             PIC X   VALUE 'N'.
               88  SAVE                    VALUE 'Y' 'y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-FOUND            PIC X   VALUE 'N'.
               88  FOUND                   VALUE 'Y'.
           03  WS-VALID            PIC X.
               88  ENTRY-VALID             VALUE 'Y'.
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-IX               PIC 9.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-DTL-LN.
           03  WS-STU-ID           PIC 9(7).
           03  WS-SPORT            PIC X(4).
           03  WS-SEASON           PIC X.
           03  WS-ELIG-YR          PIC 9.
           03  WS-STATUS           PIC X.
           03  WS-CERT-TERM        PIC X(7).
           03  WS-CERT-RESULT      PIC X(10).
       01  WS-OLD-LN.
           03  WS-OLD-SEASON       PIC X.
           03  WS-OLD-ELIG-YR      PIC 9.
           03  WS-OLD-STATUS       PIC X.
       01  WS-RULES-LN.
           03  WS-FT-MIN           PIC 99.
           03  WS-PRIOR-HRS-MIN    PIC 99.
           03  WS-GPA-MIN          OCCURS 4 TIMES PIC 9V99.
           03  WS-PTD-PCT-MIN      OCCURS 4 TIMES PIC 999.
           03  WS-OFFICER-NAME     PIC X(20).
           03  WS-OFFICER-EMAIL    PIC X(30).
       01  WS-OLD-RULES-LN         PIC X(78).
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
           03  LINE 3  COL 30  VALUE 'ATHLETE ROSTER'.
       01  SCRN-STU-ID.
           03  LINE 5  COL 15  VALUE
                       'STUDENT ID (0 = ELIGIBILITY RULES) : '.
           03          COL 53  PIC 9(7) TO WS-STU-ID
                                        AUTO REQUIRED.
       01  SCRN-STU-NAME.
           03  LINE 6  COL 15  VALUE 'STUDENT NAME : '.
           03          COL 30  PIC X(20) FROM WS-STU-NAME.
       01  SCRN-SPORT.
           03  LINE 8  COL 15  VALUE 'SPORT CODE             : '.
           03          COL 42  PIC X(4)  TO WS-SPORT
                                         AUTO REQUIRED.
       01  SCRN-NEW-ATHL.
           03  LINE 8  COL 60  VALUE 'NEW ROSTER ENTRY'.
       01  SCRN-ROSTER.
           03  LINE 9  COL 15  VALUE 'SEASON (F/W/S)         : '.
           03          COL 42  PIC X     USING WS-SEASON
                                         AUTO REQUIRED.
           03  LINE 10 COL 15  VALUE 'SEASON OF ELIGIBILITY  : '.
           03          COL 42  PIC 9     USING WS-ELIG-YR
                                         AUTO REQUIRED.
           03  LINE 11 COL 15  VALUE 'STATUS (A/I)           : '.
           03          COL 42  PIC X     USING WS-STATUS
                                         AUTO REQUIRED.
           03  LINE 13 COL 15  VALUE 'LAST CERTIFIED         : '.
           03          COL 42  PIC X(7)  FROM WS-CERT-TERM.
           03          COL 51  PIC X(10) FROM WS-CERT-RESULT.
       01  SCRN-RULES.
           03  LINE 8  COL 10  VALUE
                   'FULL-TIME MINIMUM CREDITS        : '.
           03          COL 46  PIC Z9    USING WS-FT-MIN
                                         AUTO REQUIRED.
           03  LINE 9  COL 10  VALUE
                   'HOURS EARNED LAST TERM, MINIMUM  : '.
           03          COL 46  PIC Z9    USING WS-PRIOR-HRS-MIN AUTO.
           03  LINE 11 COL 10  VALUE
                   'YEAR IN SCHOOL           1     2     3     4'.
           03  LINE 12 COL 10  VALUE 'MINIMUM CUMULATIVE GPA'.
           03          COL 34  PIC 9.99  USING WS-GPA-MIN(1) AUTO.
           03          COL 40  PIC 9.99  USING WS-GPA-MIN(2) AUTO.
           03          COL 46  PIC 9.99  USING WS-GPA-MIN(3) AUTO.
           03          COL 52  PIC 9.99  USING WS-GPA-MIN(4) AUTO.
           03  LINE 13 COL 10  VALUE 'PERCENT OF DEGREE DONE'.
           03          COL 34  PIC ZZ9   USING WS-PTD-PCT-MIN(1) AUTO.
           03          COL 40  PIC ZZ9   USING WS-PTD-PCT-MIN(2) AUTO.
           03          COL 46  PIC ZZ9   USING WS-PTD-PCT-MIN(3) AUTO.
           03          COL 52  PIC ZZ9   USING WS-PTD-PCT-MIN(4) AUTO.
           03  LINE 15 COL 10  VALUE 'COMPLIANCE OFFICER : '.
           03          COL 31  PIC X(20) USING WS-OFFICER-NAME.
           03  LINE 16 COL 10  VALUE 'OFFICER EMAIL      : '.
           03          COL 31  PIC X(30) USING WS-OFFICER-EMAIL.
       01  SCRN-ACTION.
           03  LINE 20 COL 15  VALUE
                   'A) ADD/UPDATE ENTRY  D) DELETE ENTRY  X) DONE'.
           03          COL 62  PIC X TO WS-SEL AUTO.
       01  SCRN-SAVE.
           03  LINE 20 COL 32  VALUE 'SAVE (Y/N)'.
           03          COL 30  PIC X   TO WS-SAVE AUTO.
       01  SCRN-SAVED.
           03  LINE 21 COL 30  VALUE 'ROSTER ENTRY SAVED'.
       01  SCRN-NOT-SAVED.
           03  LINE 21 COL 30  VALUE 'NOT SAVED'.
       01  SCRN-DELETED.
           03  LINE 21 COL 30  VALUE 'ROSTER ENTRY DELETED'.
       01  SCRN-DEL-ERR.
           03  LINE 21 COL 30  VALUE 'NO ROSTER ENTRY TO DELETE'.
       01  SCRN-ROSTER-ERR.
           03  LINE 21 COL 15  VALUE
               'SEASON F/W/S, ELIGIBILITY 1-5, STATUS A OR I'.
       01  SCRN-RULES-ERR.
           03  LINE 21 COL 15  VALUE
               'FULL-TIME MINIMUM MUST BE ABOVE ZERO'.
       01  SCRN-RULES-SAVED.
           03  LINE 21 COL 30  VALUE 'ELIGIBILITY RULES SAVED'.
       01  SCRN-ERR1.
           03  LINE 5  COL 30  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-ANOTHER.
           03  LINE 22 COL 32  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 30  PIC X TO WS-ANOTHER AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'ATHL-MAINT' TO WS-ERR-PGM.
           OPEN I-O ATHL-MASTER.
           MOVE 'ATHL-MASTER' TO WS-ERR-FILE
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

               IF WS-STU-ID = ZERO
                   PERFORM 600-RULES
               ELSE
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
                           DISPLAY SCRN-SPORT
                           ACCEPT  SCRN-SPORT
                           MOVE FUNCTION UPPER-CASE(WS-SPORT)
                               TO WS-SPORT
                           PERFORM 100-GET-ENTRY
                           PERFORM 200-ACTION
                   END-READ
               END-IF

               DISPLAY SCRN-ANOTHER
               ACCEPT  SCRN-ANOTHER
           END-PERFORM.

           CLOSE ATHL-MASTER, STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-GET-ENTRY.
           MOVE WS-SPORT  TO ATHL-SPORT.
           MOVE WS-STU-ID TO ATHL-STU-ID.
           MOVE SPACES TO WS-CERT-TERM.
           MOVE SPACES TO WS-CERT-RESULT.
           READ ATHL-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
                   MOVE SPACE TO WS-SEASON
                   MOVE 1     TO WS-ELIG-YR
                   MOVE 'A'   TO WS-STATUS
                   DISPLAY SCRN-NEW-ATHL
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE ATHL-SEASON  TO WS-SEASON
                   MOVE ATHL-ELIG-YR TO WS-ELIG-YR
                   MOVE ATHL-STATUS  TO WS-STATUS
                   IF ATHL-CERT-YEAR NOT = ZERO
                       STRING ATHL-CERT-YEAR DELIMITED BY SIZE
                              '/'            DELIMITED BY SIZE
                              ATHL-CERT-SEM  DELIMITED BY SIZE
                              INTO WS-CERT-TERM
                       IF ATHL-CERT-ELIGIBLE
                           MOVE 'ELIGIBLE'   TO WS-CERT-RESULT
                       ELSE
                           MOVE 'INELIGIBLE' TO WS-CERT-RESULT
                       END-IF
                   END-IF
           END-READ.
           MOVE WS-SEASON  TO WS-OLD-SEASON.
           MOVE WS-ELIG-YR TO WS-OLD-ELIG-YR.
           MOVE WS-STATUS  TO WS-OLD-STATUS.
           DISPLAY SCRN-ROSTER.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'A'
               WHEN 'a'
                   PERFORM 250-ACCEPT-ENTRY
                   IF SAVE
                       PERFORM 300-SAVE-ENTRY
                   ELSE
                       DISPLAY SCRN-NOT-SAVED
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   PERFORM 400-DELETE-ENTRY
           END-EVALUATE.
      *-----------------------------------------------------------------
       250-ACCEPT-ENTRY.
           MOVE SPACE TO WS-SAVE.
           PERFORM UNTIL SAVE OR WS-SAVE = 'N' OR WS-SAVE = 'n'
               DISPLAY SCRN-ROSTER
               ACCEPT  SCRN-ROSTER
               MOVE FUNCTION UPPER-CASE(WS-SEASON) TO WS-SEASON
               MOVE FUNCTION UPPER-CASE(WS-STATUS) TO WS-STATUS
               MOVE 'Y' TO WS-VALID
               MOVE WS-SEASON TO ATHL-SEASON
               MOVE WS-STATUS TO ATHL-STATUS
               IF NOT ATHL-SEASON-VALID
                   OR NOT ATHL-STATUS-VALID
                   OR WS-ELIG-YR < 1 OR WS-ELIG-YR > 5
                   MOVE 'N' TO WS-VALID
               END-IF
               IF ENTRY-VALID
                   DISPLAY SCRN-SAVE
                   ACCEPT  SCRN-SAVE
               ELSE
                   DISPLAY SCRN-ROSTER-ERR
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *A NEW ENTRY STARTS UNCERTIFIED
       300-SAVE-ENTRY.
           IF NOT FOUND
               MOVE SPACES TO ATHL-REC
               MOVE ZERO   TO ATHL-CERT-YEAR
               MOVE ZERO   TO ATHL-CERT-SEM
               MOVE ZERO   TO ATHL-CERT-DATE
           END-IF.
           MOVE WS-SPORT   TO ATHL-SPORT.
           MOVE WS-STU-ID  TO ATHL-STU-ID.
           MOVE WS-SEASON  TO ATHL-SEASON.
           MOVE WS-ELIG-YR TO ATHL-ELIG-YR.
           MOVE WS-STATUS  TO ATHL-STATUS.
           MOVE WS-TODAY   TO ATHL-UPD-DATE.
           IF FOUND
               REWRITE ATHL-REC
           ELSE
               WRITE ATHL-REC
           END-IF.
           DISPLAY SCRN-SAVED.
           PERFORM 500-AUDIT-CHANGE.
      *-----------------------------------------------------------------
       400-DELETE-ENTRY.
           IF FOUND
               MOVE WS-SPORT  TO ATHL-SPORT
               MOVE WS-STU-ID TO ATHL-STU-ID
               DELETE ATHL-MASTER RECORD
               MOVE SPACE TO WS-SEASON
               MOVE ZERO  TO WS-ELIG-YR
               MOVE SPACE TO WS-STATUS
               PERFORM 500-AUDIT-CHANGE
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-DEL-ERR
           END-IF.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER FIELD THAT CHANGED, KEYED BY STUDENT AND
      *SPORT
       500-AUDIT-CHANGE.
           MOVE 'ATHL-MAINT'    TO WS-AUD-PGM.
           MOVE SPACES          TO WS-AUD-KEY.
           STRING WS-STU-ID DELIMITED BY SIZE
                  WS-SPACE  DELIMITED BY SIZE
                  WS-SPORT  DELIMITED BY SIZE
                  INTO WS-AUD-KEY.
           MOVE SPACES          TO WS-AUD-OLD.
           MOVE SPACES          TO WS-AUD-NEW.
           IF WS-SEASON NOT = WS-OLD-SEASON
               MOVE 'SEASON'       TO WS-AUD-FIELD
               MOVE WS-OLD-SEASON  TO WS-AUD-OLD
               MOVE WS-SEASON      TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-ELIG-YR NOT = WS-OLD-ELIG-YR
               MOVE 'ELIGIBILITY'  TO WS-AUD-FIELD
               MOVE WS-OLD-ELIG-YR TO WS-AUD-OLD
               MOVE WS-ELIG-YR     TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-STATUS NOT = WS-OLD-STATUS
               MOVE 'STATUS'       TO WS-AUD-FIELD
               MOVE WS-OLD-STATUS  TO WS-AUD-OLD
               MOVE WS-STATUS      TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
      *-----------------------------------------------------------------
       510-WRITE-AUDIT.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
      *THE RULES START FROM THE DEFAULTS THE CERTIFICATION RUN USES
      *WHEN THERE IS NO RULES RECORD
       600-RULES.
           MOVE SPACES TO ATHL-SPORT.
           MOVE ZERO   TO ATHL-STU-ID.
           READ ATHL-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
                   MOVE 12     TO WS-FT-MIN
                   MOVE 6      TO WS-PRIOR-HRS-MIN
                   MOVE 1.80   TO WS-GPA-MIN(1)
                   MOVE 1.90   TO WS-GPA-MIN(2)
                   MOVE 2.00   TO WS-GPA-MIN(3)
                   MOVE 2.00   TO WS-GPA-MIN(4)
                   MOVE 0      TO WS-PTD-PCT-MIN(1)
                   MOVE 0      TO WS-PTD-PCT-MIN(2)
                   MOVE 40     TO WS-PTD-PCT-MIN(3)
                   MOVE 60     TO WS-PTD-PCT-MIN(4)
                   MOVE SPACES TO WS-OFFICER-NAME
                   MOVE SPACES TO WS-OFFICER-EMAIL
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE ATHL-FT-MIN        TO WS-FT-MIN
                   MOVE ATHL-PRIOR-HRS-MIN TO WS-PRIOR-HRS-MIN
                   PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4
                       MOVE ATHL-GPA-MIN(WS-IX)
                           TO WS-GPA-MIN(WS-IX)
                       MOVE ATHL-PTD-PCT-MIN(WS-IX)
                           TO WS-PTD-PCT-MIN(WS-IX)
                   END-PERFORM
                   MOVE ATHL-OFFICER-NAME  TO WS-OFFICER-NAME
                   MOVE ATHL-OFFICER-EMAIL TO WS-OFFICER-EMAIL
           END-READ.
           MOVE WS-RULES-LN TO WS-OLD-RULES-LN.
           MOVE SPACE TO WS-SAVE.
           PERFORM UNTIL SAVE OR WS-SAVE = 'N' OR WS-SAVE = 'n'
               DISPLAY SCRN-RULES
               ACCEPT  SCRN-RULES
               IF WS-FT-MIN = ZERO
                   DISPLAY SCRN-RULES-ERR
               ELSE
                   DISPLAY SCRN-SAVE
                   ACCEPT  SCRN-SAVE
               END-IF
           END-PERFORM.
           IF NOT SAVE
               DISPLAY SCRN-NOT-SAVED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES           TO ATHL-CTRL-REC.
           MOVE WS-FT-MIN        TO ATHL-FT-MIN.
           MOVE WS-PRIOR-HRS-MIN TO ATHL-PRIOR-HRS-MIN.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4
               MOVE WS-GPA-MIN(WS-IX)     TO ATHL-GPA-MIN(WS-IX)
               MOVE WS-PTD-PCT-MIN(WS-IX) TO ATHL-PTD-PCT-MIN(WS-IX)
           END-PERFORM.
           MOVE WS-OFFICER-NAME  TO ATHL-OFFICER-NAME.
           MOVE WS-OFFICER-EMAIL TO ATHL-OFFICER-EMAIL.
           MOVE SPACES TO ATHL-SPORT.
           MOVE ZERO   TO ATHL-STU-ID.
           IF FOUND
               REWRITE ATHL-CTRL-REC
           ELSE
               WRITE ATHL-CTRL-REC
           END-IF.
           DISPLAY SCRN-RULES-SAVED.

      *THE RULES ARE AUDITED IN FOUR GROUPS - LOAD/HOURS/GPA, DEGREE
      *PERCENTS, OFFICER NAME AND OFFICER EMAIL
           MOVE 'ATHL-MAINT'    TO WS-AUD-PGM.
           MOVE 'RULES'         TO WS-AUD-KEY.
           MOVE SPACES          TO WS-AUD-OLD.
           MOVE SPACES          TO WS-AUD-NEW.
           IF WS-RULES-LN(1:16) NOT = WS-OLD-RULES-LN(1:16)
               MOVE 'FT/HRS/GPA'   TO WS-AUD-FIELD
               MOVE WS-OLD-RULES-LN(1:16) TO WS-AUD-OLD
               MOVE WS-RULES-LN(1:16)     TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-RULES-LN(17:12) NOT = WS-OLD-RULES-LN(17:12)
               MOVE 'DEGREE PCTS'  TO WS-AUD-FIELD
               MOVE SPACES         TO WS-AUD-OLD
               MOVE SPACES         TO WS-AUD-NEW
               MOVE WS-OLD-RULES-LN(17:12) TO WS-AUD-OLD
               MOVE WS-RULES-LN(17:12)     TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-RULES-LN(29:20) NOT = WS-OLD-RULES-LN(29:20)
               MOVE 'OFFICER'      TO WS-AUD-FIELD
               MOVE WS-OLD-RULES-LN(29:20) TO WS-AUD-OLD
               MOVE WS-RULES-LN(29:20)     TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-RULES-LN(49:30) NOT = WS-OLD-RULES-LN(49:30)
               MOVE 'OFFICER MAIL' TO WS-AUD-FIELD
               MOVE WS-OLD-RULES-LN(49:20) TO WS-AUD-OLD
               MOVE WS-RULES-LN(49:20)     TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
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

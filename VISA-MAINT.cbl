       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISA-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE INTERNATIONAL OFFICE'S VISA RECORD FOR A STUDENT -
      *VISA TYPE, SEVIS DOCUMENT NUMBER, PROGRAM END DATE AND UP TO SIX
      *TERMS WITH AN AUTHORIZED REDUCED COURSE LOAD. STUDENT ID ZERO
      *MAINTAINS THE COMPLIANCE RULES INSTEAD - THE FULL-TIME MINIMUM,
      *THE MOST ONLINE CREDITS ALLOWED AND THE ONLINE CAMPUS CODE.
      *CHANGES LEAVE BEFORE/AFTER IMAGES ON THE MAINTENANCE AUDIT
      *FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISA-MASTER  ASSIGN        TO
                               '../FILES/VISA-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS VISA-KEY
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
       COPY VISA-MASTER-RECS.
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
           03  WS-VISA-TYPE        PIC XX.
           03  WS-DOC-NO           PIC X(11).
           03  WS-PGM-END          PIC 9(8).
           03  WS-RCL              OCCURS 6 TIMES.
               05  WS-RCL-YEAR     PIC 9999.
               05  WS-RCL-SEM      PIC 99.
               05  WS-RCL-REASON   PIC X.
       01  WS-OLD-LN.
           03  WS-OLD-TYPE         PIC XX.
           03  WS-OLD-DOC-NO       PIC X(11).
           03  WS-OLD-PGM-END      PIC 9(8).
           03  WS-OLD-RCL          OCCURS 6 TIMES.
               05  WS-OLD-RCL-YEAR PIC 9999.
               05  WS-OLD-RCL-SEM  PIC 99.
               05  WS-OLD-RCL-REASON PIC X.
       01  WS-RULES-LN.
           03  WS-FT-MIN           PIC 99.
           03  WS-ONLINE-MAX       PIC 99.
           03  WS-ONLINE-CAMPUS    PIC X(4).
       01  WS-OLD-RULES-LN.
           03  WS-OLD-FT-MIN       PIC 99.
           03  WS-OLD-ONLINE-MAX   PIC 99.
           03  WS-OLD-ONLINE-CAMPUS PIC X(4).
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
           03  LINE 3  COL 26  VALUE 'INTERNATIONAL STUDENT VISAS'.
       01  SCRN-STU-ID.
           03  LINE 5  COL 15  VALUE
                       'STUDENT ID (0 = COMPLIANCE RULES) : '.
           03          COL 52  PIC 9(7) TO WS-STU-ID
                                        AUTO REQUIRED.
       01  SCRN-STU-NAME.
           03  LINE 6  COL 15  VALUE 'STUDENT NAME : '.
           03          COL 30  PIC X(20) FROM WS-STU-NAME.
       01  SCRN-NEW-VISA.
           03  LINE 6  COL 60  VALUE 'NEW VISA RECORD'.
       01  SCRN-VISA.
           03  LINE 8  COL 15  VALUE 'VISA TYPE (F1/J1/M1)   : '.
           03          COL 42  PIC XX    USING WS-VISA-TYPE
                                         AUTO REQUIRED.
           03  LINE 9  COL 15  VALUE 'SEVIS DOCUMENT NUMBER  : '.
           03          COL 42  PIC X(11) USING WS-DOC-NO
                                         REQUIRED.
           03  LINE 10 COL 15  VALUE 'PROGRAM END (CCYYMMDD) : '.
           03          COL 42  PIC 9(8)  USING WS-PGM-END
                                         AUTO REQUIRED FULL.
           03  LINE 12 COL 15  VALUE
                   'REDUCED LOAD TERMS  YEAR SEM REASON (A/M/F)'.
           03  LINE 13 COL 35  PIC 9999  USING WS-RCL-YEAR(1) AUTO.
           03          COL 40  PIC 99    USING WS-RCL-SEM(1)  AUTO.
           03          COL 44  PIC X     USING WS-RCL-REASON(1) AUTO.
           03  LINE 14 COL 35  PIC 9999  USING WS-RCL-YEAR(2) AUTO.
           03          COL 40  PIC 99    USING WS-RCL-SEM(2)  AUTO.
           03          COL 44  PIC X     USING WS-RCL-REASON(2) AUTO.
           03  LINE 15 COL 35  PIC 9999  USING WS-RCL-YEAR(3) AUTO.
           03          COL 40  PIC 99    USING WS-RCL-SEM(3)  AUTO.
           03          COL 44  PIC X     USING WS-RCL-REASON(3) AUTO.
           03  LINE 16 COL 35  PIC 9999  USING WS-RCL-YEAR(4) AUTO.
           03          COL 40  PIC 99    USING WS-RCL-SEM(4)  AUTO.
           03          COL 44  PIC X     USING WS-RCL-REASON(4) AUTO.
           03  LINE 17 COL 35  PIC 9999  USING WS-RCL-YEAR(5) AUTO.
           03          COL 40  PIC 99    USING WS-RCL-SEM(5)  AUTO.
           03          COL 44  PIC X     USING WS-RCL-REASON(5) AUTO.
           03  LINE 18 COL 35  PIC 9999  USING WS-RCL-YEAR(6) AUTO.
           03          COL 40  PIC 99    USING WS-RCL-SEM(6)  AUTO.
           03          COL 44  PIC X     USING WS-RCL-REASON(6) AUTO.
       01  SCRN-RULES.
           03  LINE 8  COL 15  VALUE 'FULL-TIME MINIMUM CREDITS : '.
           03          COL 45  PIC Z9    USING WS-FT-MIN
                                         AUTO REQUIRED.
           03  LINE 9  COL 15  VALUE 'MOST ONLINE CREDITS       : '.
           03          COL 45  PIC Z9    USING WS-ONLINE-MAX AUTO.
           03  LINE 10 COL 15  VALUE 'ONLINE CAMPUS CODE        : '.
           03          COL 45  PIC X(4)  USING WS-ONLINE-CAMPUS
                                         AUTO REQUIRED.
       01  SCRN-ACTION.
           03  LINE 20 COL 15  VALUE
                   'A) ADD/UPDATE VISA  D) DELETE VISA  X) DONE'.
           03          COL 60  PIC X TO WS-SEL AUTO.
       01  SCRN-SAVE.
           03  LINE 20 COL 32  VALUE 'SAVE (Y/N)'.
           03          COL 30  PIC X   TO WS-SAVE AUTO.
       01  SCRN-SAVED.
           03  LINE 21 COL 30  VALUE 'VISA RECORD SAVED'.
       01  SCRN-NOT-SAVED.
           03  LINE 21 COL 30  VALUE 'VISA RECORD NOT SAVED'.
       01  SCRN-DELETED.
           03  LINE 21 COL 30  VALUE 'VISA RECORD DELETED'.
       01  SCRN-DEL-ERR.
           03  LINE 21 COL 30  VALUE 'NO VISA RECORD TO DELETE'.
       01  SCRN-VISA-ERR.
           03  LINE 21 COL 15  VALUE
               'CHECK VISA TYPE, END DATE AND REDUCED LOAD TERMS'.
       01  SCRN-RULES-ERR.
           03  LINE 21 COL 15  VALUE
               'FULL-TIME MINIMUM MUST BE ABOVE ZERO'.
       01  SCRN-RULES-SAVED.
           03  LINE 21 COL 30  VALUE 'COMPLIANCE RULES SAVED'.
       01  SCRN-ERR1.
           03  LINE 5  COL 30  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-ANOTHER.
           03  LINE 22 COL 32  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 30  PIC X TO WS-ANOTHER AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'VISA-MAINT' TO WS-ERR-PGM.
           OPEN I-O VISA-MASTER.
           MOVE 'VISA-MASTER' TO WS-ERR-FILE
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
                           PERFORM 100-GET-VISA
                           PERFORM 200-ACTION
                   END-READ
               END-IF

               DISPLAY SCRN-ANOTHER
               ACCEPT  SCRN-ANOTHER
           END-PERFORM.

           CLOSE VISA-MASTER, STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-GET-VISA.
           MOVE WS-STU-ID TO VISA-STU-ID.
           READ VISA-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
                   MOVE SPACES TO WS-VISA-TYPE
                   MOVE SPACES TO WS-DOC-NO
                   MOVE ZERO   TO WS-PGM-END
                   PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
                       MOVE ZERO  TO WS-RCL-YEAR(WS-IX)
                       MOVE ZERO  TO WS-RCL-SEM(WS-IX)
                       MOVE SPACE TO WS-RCL-REASON(WS-IX)
                   END-PERFORM
                   DISPLAY SCRN-NEW-VISA
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE VISA-TYPE    TO WS-VISA-TYPE
                   MOVE VISA-DOC-NO  TO WS-DOC-NO
                   MOVE VISA-PGM-END TO WS-PGM-END
                   PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
                       MOVE VISA-RCL-YEAR(WS-IX)
                           TO WS-RCL-YEAR(WS-IX)
                       MOVE VISA-RCL-SEM(WS-IX)
                           TO WS-RCL-SEM(WS-IX)
                       MOVE VISA-RCL-REASON(WS-IX)
                           TO WS-RCL-REASON(WS-IX)
                   END-PERFORM
           END-READ.
           MOVE WS-VISA-TYPE TO WS-OLD-TYPE.
           MOVE WS-DOC-NO    TO WS-OLD-DOC-NO.
           MOVE WS-PGM-END   TO WS-OLD-PGM-END.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
               MOVE WS-RCL(WS-IX) TO WS-OLD-RCL(WS-IX)
           END-PERFORM.
           DISPLAY SCRN-VISA.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'A'
               WHEN 'a'
                   PERFORM 250-ACCEPT-VISA
                   IF SAVE
                       PERFORM 300-SAVE-VISA
                   ELSE
                       DISPLAY SCRN-NOT-SAVED
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   PERFORM 400-DELETE-VISA
           END-EVALUATE.
      *-----------------------------------------------------------------
      *A REDUCED LOAD ROW IS EITHER ALL ZERO/BLANK (UNUSED) OR A FULL
      *TERM WITH ONE OF THE AUTHORIZATION REASONS
       250-ACCEPT-VISA.
           MOVE SPACE TO WS-SAVE.
           PERFORM UNTIL SAVE OR WS-SAVE = 'N' OR WS-SAVE = 'n'
               DISPLAY SCRN-VISA
               ACCEPT  SCRN-VISA
               MOVE FUNCTION UPPER-CASE(WS-VISA-TYPE) TO WS-VISA-TYPE
               MOVE FUNCTION UPPER-CASE(WS-DOC-NO)    TO WS-DOC-NO
               MOVE 'Y' TO WS-VALID
               MOVE WS-VISA-TYPE TO VISA-TYPE
               IF NOT VISA-TYPE-VALID OR WS-PGM-END = ZERO
                   MOVE 'N' TO WS-VALID
               END-IF
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
                   PERFORM 260-CHECK-RCL-ROW
               END-PERFORM
               IF ENTRY-VALID
                   DISPLAY SCRN-SAVE
                   ACCEPT  SCRN-SAVE
               ELSE
                   DISPLAY SCRN-VISA-ERR
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       260-CHECK-RCL-ROW.
           MOVE FUNCTION UPPER-CASE(WS-RCL-REASON(WS-IX))
               TO WS-RCL-REASON(WS-IX).
           IF WS-RCL-YEAR(WS-IX) = ZERO
               AND WS-RCL-SEM(WS-IX) = ZERO
               AND WS-RCL-REASON(WS-IX) = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RCL-YEAR(WS-IX) < 1900
               OR WS-RCL-SEM(WS-IX) = ZERO
               OR (WS-RCL-REASON(WS-IX) NOT = 'A'
                   AND WS-RCL-REASON(WS-IX) NOT = 'M'
                   AND WS-RCL-REASON(WS-IX) NOT = 'F')
               MOVE 'N' TO WS-VALID
           END-IF.
      *-----------------------------------------------------------------
       300-SAVE-VISA.
           MOVE WS-STU-ID    TO VISA-STU-ID.
           MOVE WS-VISA-TYPE TO VISA-TYPE.
           MOVE WS-DOC-NO    TO VISA-DOC-NO.
           MOVE WS-PGM-END   TO VISA-PGM-END.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
               MOVE WS-RCL-YEAR(WS-IX)   TO VISA-RCL-YEAR(WS-IX)
               MOVE WS-RCL-SEM(WS-IX)    TO VISA-RCL-SEM(WS-IX)
               MOVE WS-RCL-REASON(WS-IX) TO VISA-RCL-REASON(WS-IX)
           END-PERFORM.
           MOVE WS-TODAY     TO VISA-UPD-DATE.
           IF FOUND
               REWRITE VISA-REC
           ELSE
               WRITE VISA-REC
           END-IF.
           DISPLAY SCRN-SAVED.
           PERFORM 500-AUDIT-CHANGE.
      *-----------------------------------------------------------------
       400-DELETE-VISA.
           IF FOUND
               MOVE WS-STU-ID TO VISA-STU-ID
               DELETE VISA-MASTER RECORD
               MOVE SPACES TO WS-VISA-TYPE
               MOVE SPACES TO WS-DOC-NO
               MOVE ZERO   TO WS-PGM-END
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
                   MOVE ZERO  TO WS-RCL-YEAR(WS-IX)
                   MOVE ZERO  TO WS-RCL-SEM(WS-IX)
                   MOVE SPACE TO WS-RCL-REASON(WS-IX)
               END-PERFORM
               PERFORM 500-AUDIT-CHANGE
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-DEL-ERR
           END-IF.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER FIELD THAT CHANGED, KEYED BY STUDENT
       500-AUDIT-CHANGE.
           MOVE 'VISA-MAINT'    TO WS-AUD-PGM.
           MOVE SPACES          TO WS-AUD-KEY.
           MOVE WS-STU-ID       TO WS-AUD-KEY(1:7).
           MOVE SPACES          TO WS-AUD-OLD.
           MOVE SPACES          TO WS-AUD-NEW.
           IF WS-VISA-TYPE NOT = WS-OLD-TYPE
               MOVE 'VISA TYPE'    TO WS-AUD-FIELD
               MOVE WS-OLD-TYPE    TO WS-AUD-OLD
               MOVE WS-VISA-TYPE   TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-DOC-NO NOT = WS-OLD-DOC-NO
               MOVE 'SEVIS NUMBER' TO WS-AUD-FIELD
               MOVE WS-OLD-DOC-NO  TO WS-AUD-OLD
               MOVE WS-DOC-NO      TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-PGM-END NOT = WS-OLD-PGM-END
               MOVE 'PROGRAM END'  TO WS-AUD-FIELD
               MOVE WS-OLD-PGM-END TO WS-AUD-OLD
               MOVE WS-PGM-END     TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
               IF WS-RCL(WS-IX) NOT = WS-OLD-RCL(WS-IX)
                   MOVE SPACES TO WS-AUD-FIELD
                   STRING 'RCL TERM '  DELIMITED BY SIZE
                          WS-IX        DELIMITED BY SIZE
                          INTO WS-AUD-FIELD
                   MOVE SPACES TO WS-AUD-OLD
                   MOVE WS-OLD-RCL(WS-IX) TO WS-AUD-OLD
                   MOVE SPACES TO WS-AUD-NEW
                   MOVE WS-RCL(WS-IX)     TO WS-AUD-NEW
                   PERFORM 510-WRITE-AUDIT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       510-WRITE-AUDIT.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
      *THE RULES RECORD STARTS FROM THE DEFAULTS VISA-LOAD-CHECK USES
      *WHEN THERE IS NONE
       600-RULES.
           MOVE ZERO TO VISA-CTRL-KEY.
           READ VISA-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
                   MOVE 12     TO WS-FT-MIN
                   MOVE 3      TO WS-ONLINE-MAX
                   MOVE 'ONLN' TO WS-ONLINE-CAMPUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE VISA-FT-MIN        TO WS-FT-MIN
                   MOVE VISA-ONLINE-MAX    TO WS-ONLINE-MAX
                   MOVE VISA-ONLINE-CAMPUS TO WS-ONLINE-CAMPUS
           END-READ.
           MOVE WS-RULES-LN TO WS-OLD-RULES-LN.
           MOVE SPACE TO WS-SAVE.
           PERFORM UNTIL SAVE OR WS-SAVE = 'N' OR WS-SAVE = 'n'
               DISPLAY SCRN-RULES
               ACCEPT  SCRN-RULES
               MOVE FUNCTION UPPER-CASE(WS-ONLINE-CAMPUS)
                   TO WS-ONLINE-CAMPUS
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

           MOVE SPACES           TO VISA-CTRL-REC.
           MOVE ZERO             TO VISA-CTRL-KEY.
           MOVE WS-FT-MIN        TO VISA-FT-MIN.
           MOVE WS-ONLINE-MAX    TO VISA-ONLINE-MAX.
           MOVE WS-ONLINE-CAMPUS TO VISA-ONLINE-CAMPUS.
           IF FOUND
               REWRITE VISA-CTRL-REC
           ELSE
               WRITE VISA-CTRL-REC
           END-IF.
           DISPLAY SCRN-RULES-SAVED.

           MOVE 'VISA-MAINT'    TO WS-AUD-PGM.
           MOVE 'RULES'         TO WS-AUD-KEY.
           MOVE SPACES          TO WS-AUD-OLD.
           MOVE SPACES          TO WS-AUD-NEW.
           IF WS-FT-MIN NOT = WS-OLD-FT-MIN
               MOVE 'FT MINIMUM'   TO WS-AUD-FIELD
               MOVE WS-OLD-FT-MIN  TO WS-AUD-OLD
               MOVE WS-FT-MIN      TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-ONLINE-MAX NOT = WS-OLD-ONLINE-MAX
               MOVE 'ONLINE MAX'   TO WS-AUD-FIELD
               MOVE WS-OLD-ONLINE-MAX TO WS-AUD-OLD
               MOVE WS-ONLINE-MAX  TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-ONLINE-CAMPUS NOT = WS-OLD-ONLINE-CAMPUS
               MOVE 'ONLINE CAMPU' TO WS-AUD-FIELD
               MOVE WS-OLD-ONLINE-CAMPUS TO WS-AUD-OLD
               MOVE WS-ONLINE-CAMPUS TO WS-AUD-NEW
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMRG-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE STUDENT EMERGENCY CONTACT CHILD FILE - UP TO
      *NINE CONTACTS PER STUDENT, EACH WITH A NAME, RELATIONSHIP,
      *PRIMARY AND ALTERNATE PHONE. THE PRIORITY (1-9) IS THE ORDER
      *THE CONTACTS ARE CALLED IN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMRG-MASTER  ASSIGN        TO
                               '../FILES/EMRG-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EC-KEY
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
       COPY EMRG-MASTER-RECS.
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-PRIORITY         PIC 9.
               88  VALID-PRIORITY          VALUE 1 THRU 9.
           03  WS-EC-NAME          PIC X(25).
           03  WS-EC-RELATION      PIC X(12).
           03  WS-EC-PHONE-PRI     PIC X(10).
           03  WS-EC-PHONE-ALT     PIC X(10).
           03  WS-EC-FOUND         PIC X VALUE 'N'.
               88  EC-FOUND                VALUE 'Y'.
           03  WS-LINE             PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-DTL-LN.
           03  WS-STU-ID               PIC 9(7).
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
           03  LINE 3  COL 27  VALUE 'STUDENT EMERGENCY CONTACTS'.
       01  SCRN-DATA.
           03  SCRN-STU-ID.
               05  LINE 5  COL 25  VALUE   'STUDENT ID   : '.
               05          COL 42  PIC 9(7) USING WS-STU-ID
                                            AUTO REQUIRED.
           03  SCRN-STU-NAME.
               05  LINE 6  COL 25  VALUE   'STUDENT NAME : '.
               05          COL 42  PIC X(20) FROM WS-STU-NAME.
       01  SCRN-EC-HDR.
           03  LINE 8  COL 5  VALUE
               'PRI NAME                      RELATION     PHONE'.
           03          COL 65 VALUE 'ALT PHONE'.
       01  SCRN-EC-LN.
           03  LINE WS-LINE COL 6  PIC 9     FROM EC-PRIORITY.
           03               COL 9  PIC X(25) FROM EC-NAME.
           03               COL 35 PIC X(12) FROM EC-RELATION.
           03               COL 48 PIC X(10) FROM EC-PHONE-PRI.
           03               COL 65 PIC X(10) FROM EC-PHONE-ALT.
       01  SCRN-ACTION.
           03  LINE 18 COL 5   VALUE
               'A) ADD/UPDATE CONTACT  D) DELETE CONTACT  X) DONE'.
           03          COL 56  PIC X TO WS-SEL AUTO.
       01  SCRN-PRIORITY.
           03  LINE 19 COL 5   VALUE 'PRIORITY (1-9): '.
           03          COL 21  PIC 9 TO WS-PRIORITY AUTO.
       01  SCRN-EC-DATA.
           03  LINE 20 COL 5   VALUE 'NAME    : '.
           03          COL 16  PIC X(25) USING WS-EC-NAME AUTO.
           03          COL 43  VALUE 'RELATION: '.
           03          COL 53  PIC X(12) USING WS-EC-RELATION AUTO.
           03  LINE 21 COL 5   VALUE 'PHONE   : '.
           03          COL 16  PIC X(10) USING WS-EC-PHONE-PRI AUTO.
           03          COL 43  VALUE 'ALT     : '.
           03          COL 53  PIC X(10) USING WS-EC-PHONE-ALT AUTO.
       01  SCRN-ERR1.
           03  LINE 5  COL 30  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-PRI-ERR.
           03  LINE 22 COL 5   VALUE 'PRIORITY MUST BE 1 THROUGH 9'.
       01  SCRN-NAME-ERR.
           03  LINE 22 COL 5   VALUE
               'NAME AND PRIMARY PHONE ARE REQUIRED - NOT SAVED'.
       01  SCRN-SAVED.
           03  LINE 22 COL 5   VALUE 'CONTACT SAVED'.
       01  SCRN-DELETED.
           03  LINE 22 COL 5   VALUE 'CONTACT DELETED'.
       01  SCRN-DEL-ERR.
           03  LINE 22 COL 5   VALUE 'NO CONTACT AT THIS PRIORITY'.
       01  SCRN-CONTINUE.
           03  LINE 24 COL 25  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 49  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'EMRG-MAINT' TO WS-ERR-PGM.
           OPEN I-O EMRG-MASTER.
           MOVE 'EMRG-MASTER' TO WS-ERR-FILE
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
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
                   NOT INVALID KEY
                       STRING
                       STU-F-NAME DELIMITED BY SPACE
                       WS-SPACE   DELIMITED BY SIZE
                       STU-L-NAME DELIMITED BY SPACE
                       INTO WS-STU-NAME
                       DISPLAY SCRN-STU-NAME
                       PERFORM 100-LIST-CONTACTS
                       PERFORM 200-ACTION-LOOP
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
               END-READ
           END-PERFORM.

           CLOSE EMRG-MASTER.
           CLOSE STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-LIST-CONTACTS.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-DATA.
           DISPLAY SCRN-EC-HDR.
           MOVE 9 TO WS-LINE.
           MOVE WS-STU-ID  TO EC-STU-ID.
           MOVE ZERO       TO EC-PRIORITY.
           MOVE 'N' TO WS-EOF.
           START EMRG-MASTER KEY NOT LESS THAN EC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ EMRG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EC-STU-ID NOT = WS-STU-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DISPLAY SCRN-EC-LN
                           ADD 1 TO WS-LINE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       200-ACTION-LOOP.
           MOVE SPACE TO WS-SEL.
           PERFORM UNTIL WS-SEL = 'X' OR WS-SEL = 'x'
               DISPLAY SCRN-ACTION
               ACCEPT  SCRN-ACTION
               EVALUATE WS-SEL
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 300-GET-PRIORITY
                       PERFORM 400-SAVE-CONTACT
                       PERFORM 100-LIST-CONTACTS
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM 300-GET-PRIORITY
                       PERFORM 500-DELETE-CONTACT
                       PERFORM 100-LIST-CONTACTS
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       300-GET-PRIORITY.
           MOVE ZERO TO WS-PRIORITY.
           PERFORM UNTIL VALID-PRIORITY
               DISPLAY SCRN-PRIORITY
               ACCEPT  SCRN-PRIORITY
               IF NOT VALID-PRIORITY
                   DISPLAY SCRN-PRI-ERR
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *AN EXISTING CONTACT AT THE PRIORITY COMES UP FOR CORRECTION
       400-SAVE-CONTACT.
           MOVE 'N' TO WS-EC-FOUND.
           MOVE SPACES TO WS-EC-NAME.
           MOVE SPACES TO WS-EC-RELATION.
           MOVE SPACES TO WS-EC-PHONE-PRI.
           MOVE SPACES TO WS-EC-PHONE-ALT.
           MOVE WS-STU-ID   TO EC-STU-ID.
           MOVE WS-PRIORITY TO EC-PRIORITY.
           READ EMRG-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EC-FOUND
                   MOVE EC-NAME      TO WS-EC-NAME
                   MOVE EC-RELATION  TO WS-EC-RELATION
                   MOVE EC-PHONE-PRI TO WS-EC-PHONE-PRI
                   MOVE EC-PHONE-ALT TO WS-EC-PHONE-ALT
           END-READ.

           DISPLAY SCRN-EC-DATA.
           ACCEPT  SCRN-EC-DATA.

           IF WS-EC-NAME = SPACES OR WS-EC-PHONE-PRI = SPACES
               DISPLAY SCRN-NAME-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES          TO EC-REC.
           MOVE WS-STU-ID       TO EC-STU-ID.
           MOVE WS-PRIORITY     TO EC-PRIORITY.
           MOVE WS-EC-NAME      TO EC-NAME.
           MOVE WS-EC-RELATION  TO EC-RELATION.
           MOVE WS-EC-PHONE-PRI TO EC-PHONE-PRI.
           MOVE WS-EC-PHONE-ALT TO EC-PHONE-ALT.
           MOVE FUNCTION UPPER-CASE(EC-REC) TO EC-REC.
           MOVE WS-TODAY        TO EC-UPD-DATE.
           IF EC-FOUND
               REWRITE EC-REC
           ELSE
               WRITE EC-REC
           END-IF.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
       500-DELETE-CONTACT.
           MOVE WS-STU-ID   TO EC-STU-ID.
           MOVE WS-PRIORITY TO EC-PRIORITY.
           READ EMRG-MASTER
               INVALID KEY
                   DISPLAY SCRN-DEL-ERR
               NOT INVALID KEY
                   DELETE EMRG-MASTER RECORD
                   DISPLAY SCRN-DELETED
           END-READ.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

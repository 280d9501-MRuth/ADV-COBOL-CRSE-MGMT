       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-RETURN.
      *-----------------------------------------------------------------
      *RETURNED MAIL ENTRY. MARKS ONE OF A STUDENT'S ADDRESSES AS
      *UNDELIVERABLE ON THE DAY THE MAIL CAME BACK (ZERO = TODAY) SO
      *THE LETTER AND MAILING RUNS PASS IT OVER. THE ONE-LINE
      *ADDRESS ON THE STUDENT MASTER IS MARKED ON A TYPE S ROW OF
      *THE ADDRESS FILE THAT COPIES ITS STREET AND ZIP. A MARK SET
      *IN ERROR MAY BE CLEARED HERE; OTHERWISE IT CLEARS WHEN THE
      *ADDRESS ITSELF IS CHANGED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AD-KEY
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
       COPY ADDR-MASTER-RECS.
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-SPACE            PIC X   VALUE SPACE.
           03  WS-STU-ID           PIC 9(7).
           03  WS-STU-NAME         PIC X(31).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-AD-TYPE          PIC X.
               88  VALID-AD-TYPE           VALUE 'M' 'P' 'F' 'S'.
           03  WS-TYPE-IX          PIC 9.
           03  WS-TYPE-LIST        PIC X(3) VALUE 'MPF'.
           03  WS-TYPE-DESC        PIC X(10).
           03  WS-SHOW-STREET      PIC X(25).
           03  WS-SHOW-ZIP         PIC X(5).
           03  WS-SHOW-RETURNED    PIC 9(8).
           03  WS-RETURN-DATE      PIC 9(8).
           03  WS-LINE             PIC 99.
           03  WS-S-ROW            PIC X.
               88  S-ROW-CURRENT           VALUE 'Y'.
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
           03  LINE 3  COL 31  VALUE 'RETURNED MAIL'.
       01  SCRN-STU-ID.
           03  LINE 5  COL 20  VALUE 'STUDENT ID : '.
           03          COL 34  PIC 9(7) TO WS-STU-ID
                                            AUTO REQUIRED.
       01  SCRN-STU-NAME.
           03  LINE 6  COL 20  VALUE 'NAME       : '.
           03          COL 34  PIC X(31) FROM WS-STU-NAME.
       01  SCRN-ADDR-HDR.
           03  LINE 8  COL 5   VALUE
               'TYPE       STREET                     ZIP    RETURNED'.
       01  SCRN-ADDR-LN.
           03  LINE WS-LINE COL 5  PIC X(10) FROM WS-TYPE-DESC.
           03               COL 16 PIC X(25) FROM WS-SHOW-STREET.
           03               COL 43 PIC X(5)  FROM WS-SHOW-ZIP.
           03               COL 50 PIC Z(8)  FROM WS-SHOW-RETURNED.
       01  SCRN-ACTION.
           03  LINE 14 COL 5   VALUE
               'R) MARK RETURNED  C) CLEAR RETURN  X) DONE'.
           03          COL 49  PIC X TO WS-SEL AUTO.
       01  SCRN-AD-TYPE.
           03  LINE 15 COL 5   VALUE
               'TYPE - M)AILING P)ERMANENT F)OREIGN S)TU MASTER: '.
           03          COL 55  PIC X TO WS-AD-TYPE AUTO.
       01  SCRN-DATE.
           03  LINE 16 COL 5   VALUE
               'DATE RETURNED (CCYYMMDD, 0 = TODAY): '.
           03          COL 42  PIC 9(8) TO WS-RETURN-DATE AUTO.
       01  SCRN-ERR1.
           03  LINE 6  COL 20  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-TYPE-ERR.
           03  LINE 18 COL 5   VALUE 'TYPE MUST BE M, P, F, OR S'.
       01  SCRN-NO-ADDR.
           03  LINE 18 COL 5   VALUE 'NO ADDRESS OF THIS TYPE'.
       01  SCRN-MARKED.
           03  LINE 18 COL 5   VALUE 'ADDRESS MARKED RETURNED'.
       01  SCRN-CLEARED.
           03  LINE 18 COL 5   VALUE 'RETURN CLEARED'.
       01  SCRN-CONTINUE.
           03  LINE 20 COL 20  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 44  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'MAIL-RETURN' TO WS-ERR-PGM.
           OPEN I-O ADDR-MASTER.
           MOVE 'ADDR-MASTER' TO WS-ERR-FILE
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
                       DISPLAY SCRN-ERR1
                   NOT INVALID KEY
                       MOVE SPACES TO WS-STU-NAME
                       STRING STU-F-NAME DELIMITED BY SPACE
                              WS-SPACE   DELIMITED BY SIZE
                              STU-L-NAME DELIMITED BY SPACE
                              INTO WS-STU-NAME
                       DISPLAY SCRN-STU-NAME
                       PERFORM 100-LIST-ADDRESSES
                       PERFORM 200-ACTION-LOOP
               END-READ
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE ADDR-MASTER.
           CLOSE STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE THREE ADDRESS-FILE TYPES, THEN THE STUDENT MASTER ADDRESS
      *WITH ANY RETURN STILL STANDING AGAINST IT
       100-LIST-ADDRESSES.
           DISPLAY SCRN-ADDR-HDR.
           MOVE 9 TO WS-LINE.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 3
               MOVE WS-STU-ID TO AD-STU-ID
               MOVE WS-TYPE-LIST(WS-TYPE-IX:1) TO AD-TYPE
               READ ADDR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE AD-TYPE
                           WHEN 'M' MOVE 'MAILING'   TO WS-TYPE-DESC
                           WHEN 'P' MOVE 'PERMANENT' TO WS-TYPE-DESC
                           WHEN 'F' MOVE 'FOREIGN'   TO WS-TYPE-DESC
                       END-EVALUATE
                       MOVE AD-STREET TO WS-SHOW-STREET
                       MOVE AD-ZIP    TO WS-SHOW-ZIP
                       MOVE ZERO      TO WS-SHOW-RETURNED
                       IF AD-RETURNED-DATE NUMERIC
                           MOVE AD-RETURNED-DATE TO WS-SHOW-RETURNED
                       END-IF
                       DISPLAY SCRN-ADDR-LN
                       ADD 1 TO WS-LINE
               END-READ
           END-PERFORM.

           PERFORM 150-READ-S-ROW.
           MOVE 'STU MASTER' TO WS-TYPE-DESC.
           MOVE STU-STREET   TO WS-SHOW-STREET.
           MOVE STU-ZIP      TO WS-SHOW-ZIP.
           MOVE ZERO         TO WS-SHOW-RETURNED.
           IF S-ROW-CURRENT
               MOVE AD-RETURNED-DATE TO WS-SHOW-RETURNED
           END-IF.
           DISPLAY SCRN-ADDR-LN.
      *-----------------------------------------------------------------
      *A TYPE S ROW ONLY STANDS WHILE IT MATCHES THE STUDENT MASTER
       150-READ-S-ROW.
           MOVE 'N' TO WS-S-ROW.
           MOVE WS-STU-ID TO AD-STU-ID.
           MOVE 'S'       TO AD-TYPE.
           READ ADDR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AD-RETURNED-DATE NUMERIC
                       AND AD-RETURNED-DATE NOT = ZERO
                       AND AD-STREET = STU-STREET
                       AND AD-ZIP    = STU-ZIP
                       MOVE 'Y' TO WS-S-ROW
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       200-ACTION-LOOP.
           MOVE SPACE TO WS-SEL.
           PERFORM UNTIL WS-SEL = 'X' OR WS-SEL = 'x'
               DISPLAY SCRN-ACTION
               ACCEPT  SCRN-ACTION
               EVALUATE WS-SEL
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM 300-GET-AD-TYPE
                       PERFORM 400-MARK-RETURNED
                       PERFORM 100-LIST-ADDRESSES
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM 300-GET-AD-TYPE
                       PERFORM 500-CLEAR-RETURN
                       PERFORM 100-LIST-ADDRESSES
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       300-GET-AD-TYPE.
           MOVE SPACE TO WS-AD-TYPE.
           PERFORM UNTIL VALID-AD-TYPE
               DISPLAY SCRN-AD-TYPE
               ACCEPT  SCRN-AD-TYPE
               MOVE FUNCTION UPPER-CASE(WS-AD-TYPE) TO WS-AD-TYPE
               IF NOT VALID-AD-TYPE
                   DISPLAY SCRN-TYPE-ERR
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       400-MARK-RETURNED.
           IF WS-AD-TYPE = 'S'
               AND STU-STREET = SPACES AND STU-ZIP = SPACES
               DISPLAY SCRN-NO-ADDR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID  TO AD-STU-ID.
           MOVE WS-AD-TYPE TO AD-TYPE.
           READ ADDR-MASTER
               INVALID KEY
                   IF WS-AD-TYPE NOT = 'S'
                       DISPLAY SCRN-NO-ADDR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO AD-CITY AD-STATE AD-COUNTRY
                   MOVE ZERO   TO AD-EFF-DATE AD-END-DATE
                   MOVE STU-STREET TO AD-STREET
                   MOVE STU-ZIP    TO AD-ZIP
                   PERFORM 450-GET-DATE
                   WRITE AD-REC
                   DISPLAY SCRN-MARKED
                   EXIT PARAGRAPH
           END-READ.

           IF WS-AD-TYPE = 'S'
               MOVE STU-STREET TO AD-STREET
               MOVE STU-ZIP    TO AD-ZIP
           END-IF.
           PERFORM 450-GET-DATE.
           REWRITE AD-REC.
           DISPLAY SCRN-MARKED.
      *-----------------------------------------------------------------
       450-GET-DATE.
           MOVE ZERO TO WS-RETURN-DATE.
           DISPLAY SCRN-DATE.
           ACCEPT  SCRN-DATE.
           IF WS-RETURN-DATE = ZERO
               MOVE WS-TODAY TO WS-RETURN-DATE
           END-IF.
           MOVE WS-RETURN-DATE TO AD-RETURNED-DATE.
      *-----------------------------------------------------------------
      *THE TYPE S ROW HAS NO OTHER USE AND GOES WITH ITS RETURN
       500-CLEAR-RETURN.
           MOVE WS-STU-ID  TO AD-STU-ID.
           MOVE WS-AD-TYPE TO AD-TYPE.
           READ ADDR-MASTER
               INVALID KEY
                   DISPLAY SCRN-NO-ADDR
                   EXIT PARAGRAPH
           END-READ.
           IF WS-AD-TYPE = 'S'
               DELETE ADDR-MASTER RECORD
           ELSE
               MOVE ZERO TO AD-RETURNED-DATE
               REWRITE AD-REC
           END-IF.
           DISPLAY SCRN-CLEARED.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

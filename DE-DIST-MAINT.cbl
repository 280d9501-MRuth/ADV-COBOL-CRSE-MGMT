       IDENTIFICATION DIVISION.
       PROGRAM-ID. DE-DIST-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE DUAL ENROLLMENT DISTRICT AGREEMENTS - WHO THE
      *DISTRICT IS, WHERE ITS INVOICE GOES, THE AGREEMENT NUMBER,
      *THE PER-CREDIT RATE THE DISTRICT PAYS, WHETHER IT ALSO PAYS
      *THE TERM AND COURSE FEES, AND WHETHER THE AGREEMENT IS ACTIVE
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DE-DISTRICT  ASSIGN        TO
                               '../FILES/DE-DISTRICT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DIST-ID
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY DE-DISTRICT-RECS.
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-DIST-ID          PIC 9(5).
           03  WS-DIST-NAME        PIC X(30).
           03  WS-DIST-STREET      PIC X(25).
           03  WS-DIST-ZIP         PIC X(5).
           03  WS-DIST-CONTACT     PIC X(20).
           03  WS-AGREE-NO         PIC X(10).
           03  WS-RATE             PIC 9(4)V99.
           03  WS-FEES             PIC X.
               88  VALID-FEES              VALUE 'Y' 'N'.
           03  WS-STATUS           PIC X.
               88  VALID-STATUS            VALUE 'A' 'I'.
           03  WS-DIST-FOUND       PIC X VALUE 'N'.
               88  DIST-FOUND              VALUE 'Y'.
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
           03  LINE 3  COL 23  VALUE
                       'DUAL ENROLLMENT DISTRICT AGREEMENTS'.
       01  SCRN-DIST-ID.
           03  LINE 5  COL 15  VALUE 'DISTRICT ID: '.
           03          COL 29  PIC 9(5) TO WS-DIST-ID
                                            AUTO REQUIRED.
       01  SCRN-DIST-CUR.
           03  LINE 6  COL 15  VALUE 'ON FILE    : '.
           03          COL 29  PIC X(30) FROM DIST-NAME.
           03  LINE 7  COL 15  VALUE 'RATE       : '.
           03          COL 29  PIC Z,ZZ9.99 FROM DIST-RATE.
           03          COL 40  VALUE 'FEES: '.
           03          COL 46  PIC X FROM DIST-FEES.
           03          COL 50  VALUE 'STATUS: '.
           03          COL 58  PIC X FROM DIST-STATUS.
       01  SCRN-DIST-DATA.
           03  LINE 9  COL 15  VALUE 'NAME       : '.
           03          COL 29  PIC X(30) USING WS-DIST-NAME
                                            AUTO REQUIRED.
           03  LINE 10 COL 15  VALUE 'STREET     : '.
           03          COL 29  PIC X(25) USING WS-DIST-STREET AUTO.
           03  LINE 11 COL 15  VALUE 'ZIP        : '.
           03          COL 29  PIC X(5) USING WS-DIST-ZIP AUTO.
           03  LINE 12 COL 15  VALUE 'CONTACT    : '.
           03          COL 29  PIC X(20) USING WS-DIST-CONTACT AUTO.
           03  LINE 13 COL 15  VALUE 'AGREEMENT  : '.
           03          COL 29  PIC X(10) USING WS-AGREE-NO AUTO.
           03  LINE 14 COL 15  VALUE 'RATE/CREDIT: '.
           03          COL 29  PIC 9(4).99 USING WS-RATE AUTO.
           03  LINE 15 COL 15  VALUE 'PAYS FEES (Y/N)  : '.
           03          COL 35  PIC X USING WS-FEES AUTO.
           03  LINE 16 COL 15  VALUE 'STATUS A)CTIVE I)NACTIVE: '.
           03          COL 42  PIC X USING WS-STATUS AUTO.
       01  SCRN-DIST-SAVED.
           03  LINE 18 COL 15  VALUE 'DISTRICT AGREEMENT SAVED'.
       01  SCRN-ERR-FEES.
           03  LINE 18 COL 15  VALUE 'PAYS FEES MUST BE Y OR N'.
       01  SCRN-ERR-STATUS.
           03  LINE 18 COL 15  VALUE 'STATUS MUST BE A OR I'.
       01  SCRN-ERR-RATE.
           03  LINE 18 COL 15  VALUE 'RATE PER CREDIT REQUIRED'.
       01  SCRN-CONTINUE.
           03  LINE 20 COL 25  VALUE 'ANOTHER DISTRICT? (Y/N)'.
           03          COL 50  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'DE-DIST-MAINT' TO WS-ERR-PGM.
           OPEN I-O DE-DISTRICT.
           MOVE 'DE-DISTRICT' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               PERFORM 100-DISTRICT-UPDATE
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE DE-DISTRICT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *AN AGREEMENT ON FILE COMES UP WITH ITS CURRENT VALUES SO A
      *RATE CHANGE NEED NOT RE-KEY THE ADDRESS
       100-DISTRICT-UPDATE.
           DISPLAY SCRN-DIST-ID.
           ACCEPT  SCRN-DIST-ID.
           MOVE 'N' TO WS-DIST-FOUND.
           MOVE WS-DIST-ID TO DIST-ID.
           READ DE-DISTRICT
               INVALID KEY
                   MOVE SPACES TO WS-DIST-NAME
                   MOVE SPACES TO WS-DIST-STREET
                   MOVE SPACES TO WS-DIST-ZIP
                   MOVE SPACES TO WS-DIST-CONTACT
                   MOVE SPACES TO WS-AGREE-NO
                   MOVE ZERO   TO WS-RATE
                   MOVE 'N'    TO WS-FEES
                   MOVE 'A'    TO WS-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DIST-FOUND
                   DISPLAY SCRN-DIST-CUR
                   MOVE DIST-NAME     TO WS-DIST-NAME
                   MOVE DIST-STREET   TO WS-DIST-STREET
                   MOVE DIST-ZIP      TO WS-DIST-ZIP
                   MOVE DIST-CONTACT  TO WS-DIST-CONTACT
                   MOVE DIST-AGREE-NO TO WS-AGREE-NO
                   MOVE DIST-RATE     TO WS-RATE
                   MOVE DIST-FEES     TO WS-FEES
                   MOVE DIST-STATUS   TO WS-STATUS
           END-READ.

           DISPLAY SCRN-DIST-DATA.
           ACCEPT  SCRN-DIST-DATA.
           MOVE FUNCTION UPPER-CASE(WS-FEES)   TO WS-FEES.
           MOVE FUNCTION UPPER-CASE(WS-STATUS) TO WS-STATUS.
           IF NOT VALID-FEES
               DISPLAY SCRN-ERR-FEES
               EXIT PARAGRAPH
           END-IF.
           IF NOT VALID-STATUS
               DISPLAY SCRN-ERR-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF WS-RATE = ZERO
               DISPLAY SCRN-ERR-RATE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DIST-ID      TO DIST-ID.
           MOVE WS-DIST-NAME    TO DIST-NAME.
           MOVE WS-DIST-STREET  TO DIST-STREET.
           MOVE WS-DIST-ZIP     TO DIST-ZIP.
           MOVE WS-DIST-CONTACT TO DIST-CONTACT.
           MOVE WS-AGREE-NO     TO DIST-AGREE-NO.
           MOVE WS-RATE         TO DIST-RATE.
           MOVE WS-FEES         TO DIST-FEES.
           MOVE WS-STATUS       TO DIST-STATUS.
           IF DIST-FOUND
               REWRITE DIST-REC
           ELSE
               WRITE DIST-REC
           END-IF.
           DISPLAY SCRN-DIST-SAVED.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

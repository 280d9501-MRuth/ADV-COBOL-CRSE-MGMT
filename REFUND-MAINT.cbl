       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS HOW A STUDENT TAKES CREDIT-BALANCE REFUNDS - DIRECT
      *DEPOSIT TO A CHECKING OR SAVINGS ACCOUNT, OR A MAILED CHECK.
      *THE ROUTING NUMBER MUST PASS THE BANK ROUTING CHECK DIGIT.
      *EVERY CHANGE LEAVES A BEFORE/AFTER IMAGE ON THE MAINTENANCE
      *AUDIT FILE UNDER THE SIGNED-ON OPERATOR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-PREF  ASSIGN        TO
                               '../FILES/REFUND-PREF.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RFP-STU-ID
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
       COPY REFUND-PREF-RECS.
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-STU-ID           PIC 9(7).
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-RFP-FOUND        PIC X VALUE 'N'.
               88  RFP-FOUND               VALUE 'Y'.
           03  WS-METHOD           PIC X.
               88  VALID-METHOD            VALUE 'D' 'C'.
           03  WS-ROUTING          PIC 9(9).
           03  WS-ROUTING-DIGITS REDEFINES WS-ROUTING.
               05  WS-RT-DIGIT     PIC 9 OCCURS 9 TIMES.
           03  WS-ACCOUNT          PIC X(17).
           03  WS-ACCT-TYPE        PIC X.
               88  VALID-ACCT-TYPE         VALUE 'C' 'S'.
           03  WS-RT-SUM           PIC 9(4).
           03  WS-RT-OK            PIC X.
               88  ROUTING-OK              VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-OLD-IMAGE        PIC X(20).
           03  WS-NEW-IMAGE        PIC X(20).
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
           03  LINE 3  COL 26  VALUE 'REFUND DISBURSEMENT METHOD'.
       01  SCRN-DATA.
           03  SCRN-STU-ID.
               05  LINE 5  COL 25  VALUE   'STUDENT ID   : '.
               05          COL 42  PIC 9(7) TO WS-STU-ID
                                            AUTO REQUIRED.
           03  SCRN-STU-NAME.
               05  LINE 6  COL 25  VALUE   'STUDENT NAME : '.
               05          COL 42  PIC X(20) FROM WS-STU-NAME.
       01  SCRN-CURRENT.
           03  LINE 8  COL 25  VALUE 'CURRENT      : '.
           03          COL 42  PIC X    FROM RFP-METHOD.
           03          COL 44  PIC 9(9) FROM RFP-ROUTING.
           03          COL 54  PIC X(17) FROM RFP-ACCOUNT.
           03          COL 72  PIC X    FROM RFP-ACCT-TYPE.
       01  SCRN-NONE.
           03  LINE 8  COL 25  VALUE 'NONE ON FILE - REFUNDS BY CHECK'.
       01  SCRN-METHOD.
           03  LINE 10 COL 25  VALUE
               'METHOD - D)IRECT DEPOSIT C)HECK: '.
           03          COL 59  PIC X TO WS-METHOD AUTO.
       01  SCRN-METHOD-ERR.
           03  LINE 11 COL 25  VALUE 'METHOD MUST BE D OR C'.
       01  SCRN-BANK.
           03  LINE 12 COL 25  VALUE 'ROUTING NO.  : '.
           03          COL 42  PIC 9(9) TO WS-ROUTING
                                            AUTO REQUIRED.
           03  LINE 13 COL 25  VALUE 'ACCOUNT NO.  : '.
           03          COL 42  PIC X(17) TO WS-ACCOUNT
                                            AUTO REQUIRED.
           03  LINE 14 COL 25  VALUE 'C)HECKING S)AVINGS: '.
           03          COL 46  PIC X TO WS-ACCT-TYPE AUTO.
       01  SCRN-BANK-ERR.
           03  LINE 15 COL 25  VALUE
               'ROUTING NUMBER OR ACCOUNT TYPE IS NOT VALID'.
       01  SCRN-SAVED.
           03  LINE 16 COL 25  VALUE 'REFUND METHOD SAVED'.
       01  SCRN-ERR1.
           03  LINE 5  COL 30  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-CONTINUE.
           03  LINE 18 COL 25  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 49  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'REFUND-MAINT' TO WS-ERR-PGM.
           OPEN I-O REFUND-PREF.
           MOVE 'REFUND-PREF' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT STU-MST.
           MOVE 'STUDENT-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

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
                       MOVE SPACES TO WS-STU-NAME
                       STRING
                       STU-F-NAME DELIMITED BY SPACE
                       WS-SPACE   DELIMITED BY SIZE
                       STU-L-NAME DELIMITED BY SPACE
                       INTO WS-STU-NAME
                       DISPLAY SCRN-STU-NAME
                       PERFORM 100-SHOW-CURRENT
                       PERFORM 200-GET-METHOD
                       PERFORM 300-SAVE-METHOD
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
               END-READ
           END-PERFORM.

           CLOSE REFUND-PREF.
           CLOSE STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-CURRENT.
           MOVE 'N'    TO WS-RFP-FOUND.
           MOVE SPACES TO WS-OLD-IMAGE.
           MOVE WS-STU-ID TO RFP-STU-ID.
           READ REFUND-PREF
               INVALID KEY
                   DISPLAY SCRN-NONE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RFP-FOUND
                   STRING RFP-METHOD    DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          RFP-ROUTING   DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          RFP-ACCT-TYPE DELIMITED BY SIZE
                          INTO WS-OLD-IMAGE
                   DISPLAY SCRN-CURRENT
           END-READ.
      *-----------------------------------------------------------------
      *DIRECT DEPOSIT NEEDS A ROUTING NUMBER THAT PASSES THE CHECK
      *DIGIT AND AN ACCOUNT TYPE; CHECK CLEARS THE BANK DETAILS
       200-GET-METHOD.
           MOVE SPACE TO WS-METHOD.
           PERFORM UNTIL VALID-METHOD
               DISPLAY SCRN-METHOD
               ACCEPT  SCRN-METHOD
               MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD
               IF NOT VALID-METHOD
                   DISPLAY SCRN-METHOD-ERR
               END-IF
           END-PERFORM.

           MOVE ZERO   TO WS-ROUTING.
           MOVE SPACES TO WS-ACCOUNT.
           MOVE SPACE  TO WS-ACCT-TYPE.
           IF WS-METHOD = 'C'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-RT-OK.
           PERFORM UNTIL ROUTING-OK AND VALID-ACCT-TYPE
               DISPLAY SCRN-BANK
               ACCEPT  SCRN-BANK
               MOVE FUNCTION UPPER-CASE(WS-ACCT-TYPE) TO WS-ACCT-TYPE
               PERFORM 250-CHECK-ROUTING
               IF NOT ROUTING-OK OR NOT VALID-ACCT-TYPE
                   DISPLAY SCRN-BANK-ERR
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *WEIGHTS 3 7 1 REPEATED ACROSS THE NINE DIGITS - THE WEIGHTED
      *SUM OF A GOOD ROUTING NUMBER IS A MULTIPLE OF TEN
       250-CHECK-ROUTING.
           MOVE 'N' TO WS-RT-OK.
           IF WS-ROUTING = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RT-SUM =
                 3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4) + WS-RT-DIGIT(7))
               + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5) + WS-RT-DIGIT(8))
               +     (WS-RT-DIGIT(3) + WS-RT-DIGIT(6) + WS-RT-DIGIT(9)).
           IF FUNCTION MOD(WS-RT-SUM, 10) = 0
               MOVE 'Y' TO WS-RT-OK
           END-IF.
      *-----------------------------------------------------------------
       300-SAVE-METHOD.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE WS-STU-ID       TO RFP-STU-ID.
           MOVE WS-METHOD       TO RFP-METHOD.
           MOVE WS-ROUTING      TO RFP-ROUTING.
           MOVE WS-ACCOUNT      TO RFP-ACCOUNT.
           MOVE WS-ACCT-TYPE    TO RFP-ACCT-TYPE.
           MOVE WS-TODAY        TO RFP-UPD-DATE.
           MOVE SESSION-OPER-ID TO RFP-UPD-OPER.
           IF RFP-FOUND
               REWRITE RFP-REC
           ELSE
               WRITE RFP-REC
           END-IF.
           DISPLAY SCRN-SAVED.

           MOVE SPACES TO WS-NEW-IMAGE.
           STRING RFP-METHOD    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  RFP-ROUTING   DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  RFP-ACCT-TYPE DELIMITED BY SIZE
                  INTO WS-NEW-IMAGE.
           MOVE 'REFUND-MAINT' TO WS-AUD-PGM.
           MOVE WS-STU-ID     TO WS-AUD-KEY.
           MOVE 'REFUND METH' TO WS-AUD-FIELD.
           MOVE WS-OLD-IMAGE  TO WS-AUD-OLD.
           MOVE WS-NEW-IMAGE  TO WS-AUD-NEW.
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

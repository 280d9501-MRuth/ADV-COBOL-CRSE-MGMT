       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-MAINT.
      *-----------------------------------------------------------------
      *RESOLVES PAYMENT SUSPENSE ITEMS LEFT BY THE LOCKBOX IMPORT.
      *AN ITEM IS PULLED UP BY ITS IMPORT DATE AND SEQUENCE (FROM THE
      *LOCKBOX REPORT), OR A ZERO DATE STEPS TO THE NEXT OPEN ITEM.
      *AN OPEN ITEM IS EITHER APPLIED TO THE RIGHT STUDENT TERM -
      *THROUGH PAYMENT-APPLY, THE SAME AS THE IMPORT - OR MARKED
      *RETURNED TO THE PAYER. EITHER WAY THE RESOLUTION IS LOGGED
      *ON THE MAINTENANCE AUDIT FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-SUSPENSE ASSIGN        TO
                               '../FILES/PAY-SUSPENSE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SUSP-KEY
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
       COPY PAY-SUSPENSE-RECS.
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-SAVE             PIC X   VALUE 'N'.
               88  SAVE                    VALUE 'Y' 'y'.
           03  WS-SUSP-DATE        PIC 9(8).
           03  WS-SUSP-SEQ         PIC 9(4).
           03  WS-LAST-KEY         PIC X(12) VALUE LOW-VALUES.
           03  WS-SUSP-FOUND       PIC X.
               88  SUSP-FOUND              VALUE 'Y'.
           03  WS-SUSP-EOF         PIC X.
               88  SUSP-EOF                VALUE 'Y'.
           03  WS-STU-ID           PIC 9(7).
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-STATUS-DESC      PIC X(10).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       COPY WS-PAY-APPLY.
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
           03  LINE 3  COL 28  VALUE 'PAYMENT SUSPENSE'.
       01  SCRN-KEY.
           03  LINE 5  COL 15  VALUE 'IMPORT DATE: '.
           03          COL 28  PIC 9(8) TO WS-SUSP-DATE AUTO.
           03          COL 40  VALUE 'SEQ: '.
           03          COL 45  PIC 9(4) TO WS-SUSP-SEQ AUTO.
           03          COL 51  VALUE '(DATE 0 = NEXT OPEN)'.
       01  SCRN-ITEM.
           03  LINE 7  COL 15  VALUE 'ITEM   : '.
           03          COL 24  PIC 9(8) FROM SUSP-DATE.
           03          COL 33  PIC 9(4) FROM SUSP-SEQ.
           03          COL 39  PIC X    FROM SUSP-SOURCE.
           03          COL 41  PIC X(12) FROM SUSP-ITEM-REF.
           03  LINE 8  COL 15  VALUE 'PAYER  : '.
           03          COL 24  PIC X(25) FROM SUSP-PAYER.
           03  LINE 9  COL 15  VALUE 'AS SENT: '.
           03          COL 24  PIC X(7) FROM SUSP-IN-STU-ID.
           03          COL 33  PIC X(4) FROM SUSP-IN-YEAR.
           03          COL 38  PIC XX   FROM SUSP-IN-SEM.
           03  LINE 10 COL 15  VALUE 'AMOUNT : '.
           03          COL 24  PIC ZZZ,ZZ9.99 FROM SUSP-AMOUNT.
           03          COL 38  VALUE 'PAID ON: '.
           03          COL 47  PIC 9(8) FROM SUSP-PAY-DATE.
           03  LINE 11 COL 15  VALUE 'REASON : '.
           03          COL 24  PIC X(20) FROM SUSP-REASON.
           03  LINE 12 COL 15  VALUE 'STATUS : '.
           03          COL 24  PIC X(10) FROM WS-STATUS-DESC.
       01  SCRN-ACTION.
           03  LINE 14 COL 15  VALUE
                   'A) APPLY TO STUDENT TERM  R) RETURNED TO PAYER'.
           03  LINE 15 COL 15  VALUE 'X) DONE'.
           03          COL 24  PIC X TO WS-SEL AUTO.
       01  SCRN-TERM.
           03  LINE 17 COL 15  VALUE 'STUDENT ID: '.
           03          COL 27  PIC 9(7) TO WS-STU-ID
                                            AUTO REQUIRED.
           03          COL 36  VALUE 'YEAR: '.
           03          COL 42  PIC ZZZ9 TO WS-YEAR
                                            AUTO REQUIRED FULL.
           03          COL 48  VALUE 'SEM: '.
           03          COL 53  PIC Z9   TO WS-SEM
                                            AUTO REQUIRED.
       01  SCRN-STU-NAME.
           03  LINE 18 COL 15  VALUE 'NAME      : '.
           03          COL 27  PIC X(20) FROM WS-STU-NAME.
       01  SCRN-SAVE.
           03  LINE 19 COL 15  VALUE 'CONFIRM? (Y/N)'.
           03          COL 31  PIC X TO WS-SAVE.
       01  SCRN-ERR1.
           03  LINE 7  COL 15  VALUE 'SUSPENSE ITEM NOT FOUND'.
       01  SCRN-ERR2.
           03  LINE 18 COL 15  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-ERR3.
           03  LINE 20 COL 15  VALUE 'NO BILL ON FILE FOR THIS TERM'.
       01  SCRN-NOT-OPEN.
           03  LINE 14 COL 15  VALUE 'ITEM IS ALREADY RESOLVED'.
       01  SCRN-APPLIED.
           03  LINE 20 COL 15  VALUE 'PAYMENT APPLIED'.
       01  SCRN-RETURNED.
           03  LINE 20 COL 15  VALUE 'ITEM MARKED RETURNED'.
       01  SCRN-CONTINUE.
           03  LINE 22 COL 15  VALUE 'ANOTHER ITEM? (Y/N)'.
           03          COL 36  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'SUSPENSE-MAINT' TO WS-ERR-PGM.
           OPEN I-O PAY-SUSPENSE.
           MOVE 'PAY-SUSPENSE' TO WS-ERR-FILE
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
               MOVE ZERO TO WS-SUSP-DATE
               MOVE ZERO TO WS-SUSP-SEQ
               DISPLAY SCRN-KEY
               ACCEPT  SCRN-KEY
               IF WS-SUSP-DATE = ZERO
                   PERFORM 050-NEXT-OPEN
               ELSE
                   PERFORM 100-READ-ITEM
               END-IF
               IF SUSP-FOUND
                   PERFORM 150-SHOW-ITEM
                   IF SUSP-OPEN
                       PERFORM 200-ACTION
                   ELSE
                       DISPLAY SCRN-NOT-OPEN
                   END-IF
               ELSE
                   DISPLAY SCRN-ERR1
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE PAY-SUSPENSE.
           CLOSE STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *STEPS THROUGH THE OPEN ITEMS OLDEST FIRST, PICKING UP AFTER
      *THE LAST ONE SHOWN
       050-NEXT-OPEN.
           MOVE 'N' TO WS-SUSP-FOUND.
           MOVE WS-LAST-KEY TO SUSP-KEY.
           MOVE 'N' TO WS-SUSP-EOF.
           START PAY-SUSPENSE KEY GREATER THAN SUSP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUSP-EOF
           END-START.
           PERFORM UNTIL SUSP-EOF OR SUSP-FOUND
               READ PAY-SUSPENSE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUSP-EOF
                   NOT AT END
                       IF SUSP-OPEN
                           MOVE 'Y' TO WS-SUSP-FOUND
                           MOVE SUSP-KEY TO WS-LAST-KEY
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT SUSP-FOUND
               MOVE LOW-VALUES TO WS-LAST-KEY
           END-IF.
      *-----------------------------------------------------------------
       100-READ-ITEM.
           MOVE 'N' TO WS-SUSP-FOUND.
           MOVE WS-SUSP-DATE TO SUSP-DATE.
           MOVE WS-SUSP-SEQ  TO SUSP-SEQ.
           READ PAY-SUSPENSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUSP-FOUND
                   MOVE SUSP-KEY TO WS-LAST-KEY
           END-READ.
      *-----------------------------------------------------------------
       150-SHOW-ITEM.
           EVALUATE TRUE
               WHEN SUSP-OPEN
                   MOVE 'OPEN'     TO WS-STATUS-DESC
               WHEN SUSP-APPLIED
                   MOVE 'APPLIED'  TO WS-STATUS-DESC
               WHEN SUSP-RETURNED
                   MOVE 'RETURNED' TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE SPACES     TO WS-STATUS-DESC
           END-EVALUATE.
           DISPLAY SCRN-ITEM.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'A'
               WHEN 'a'
                   PERFORM 300-APPLY-ITEM
               WHEN 'R'
               WHEN 'r'
                   PERFORM 400-RETURN-ITEM
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-APPLY-ITEM.
           DISPLAY SCRN-TERM.
           ACCEPT  SCRN-TERM.
           MOVE WS-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   DISPLAY SCRN-ERR2
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-STU-NAME.
           STRING STU-F-NAME DELIMITED BY SPACE
                  WS-SPACE   DELIMITED BY SIZE
                  STU-L-NAME DELIMITED BY SPACE
                  INTO WS-STU-NAME.
           DISPLAY SCRN-STU-NAME.
           MOVE 'N' TO WS-SAVE.
           DISPLAY SCRN-SAVE.
           ACCEPT  SCRN-SAVE.
           IF NOT SAVE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STU-ID      TO WS-PA-STU-ID.
           MOVE WS-YEAR        TO WS-PA-YEAR.
           MOVE WS-SEM         TO WS-PA-SEM.
           MOVE SUSP-AMOUNT    TO WS-PA-AMOUNT.
           IF SUSP-ONLINE
               MOVE 'ONLINE PAYMENT'  TO WS-PA-DESC
           ELSE
               MOVE 'LOCKBOX PAYMENT' TO WS-PA-DESC
           END-IF.
           MOVE SUSP-ITEM-REF    TO WS-PA-REF.
           MOVE 'SUSPENSE-MAINT' TO WS-PA-PGM.
           CALL 'PAYMENT-APPLY' USING WS-PAY-APPLY.
           IF WS-PA-RESULT NOT = 'Y'
               DISPLAY SCRN-ERR3
               EXIT PARAGRAPH
           END-IF.

           MOVE 'A'         TO SUSP-STATUS.
           MOVE WS-STU-ID   TO SUSP-RES-STU-ID.
           MOVE WS-YEAR     TO SUSP-RES-YEAR.
           MOVE WS-SEM      TO SUSP-RES-SEM.
           PERFORM 500-SAVE-RESOLUTION.
           MOVE SPACES TO WS-AUD-NEW.
           STRING 'APPLY '   DELIMITED BY SIZE
                  WS-STU-ID  DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
                  WS-YEAR    DELIMITED BY SIZE
                  WS-SEM     DELIMITED BY SIZE
                  INTO WS-AUD-NEW.
           PERFORM 600-AUDIT-CHANGE.
           DISPLAY SCRN-APPLIED.
      *-----------------------------------------------------------------
      *THE CHECK OR CARD CREDIT GOES BACK TO THE PAYER OUTSIDE THIS
      *SYSTEM; THE ITEM IS CLOSED SO IT LEAVES THE OPEN LIST
       400-RETURN-ITEM.
           MOVE 'N' TO WS-SAVE.
           DISPLAY SCRN-SAVE.
           ACCEPT  SCRN-SAVE.
           IF NOT SAVE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R'  TO SUSP-STATUS.
           MOVE ZERO TO SUSP-RES-STU-ID.
           MOVE ZERO TO SUSP-RES-YEAR.
           MOVE ZERO TO SUSP-RES-SEM.
           PERFORM 500-SAVE-RESOLUTION.
           MOVE 'RETURNED TO PAYER' TO WS-AUD-NEW.
           PERFORM 600-AUDIT-CHANGE.
           DISPLAY SCRN-RETURNED.
      *-----------------------------------------------------------------
       500-SAVE-RESOLUTION.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE WS-TODAY        TO SUSP-RES-DATE.
           MOVE SESSION-OPER-ID TO SUSP-RES-OPER.
           REWRITE SUSP-REC.
      *-----------------------------------------------------------------
       600-AUDIT-CHANGE.
           MOVE 'SUSPENSE-MAINT' TO WS-AUD-PGM.
           MOVE SUSP-KEY         TO WS-AUD-KEY.
           MOVE 'STATUS'         TO WS-AUD-FIELD.
           MOVE 'OPEN'           TO WS-AUD-OLD.
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

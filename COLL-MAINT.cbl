       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLL-MAINT.
      *-----------------------------------------------------------------
      *COLLECTION AGENCY ACCOUNTS. A TERM BILL PLACED WITH THE AGENCY
      *BY COLL-PLACEMENT IS PULLED UP BY STUDENT AND TERM AND EITHER
      *RECALLED FROM THE AGENCY - IT GOES BACK INTO THE AGING
      *BUCKETS AND THE COLLEGE'S OWN DUNNING - OR CREDITED WITH AN
      *AGENCY REMITTANCE. THE AGENCY SENDS WHAT IT COLLECTED LESS
      *ITS COMMISSION: THE STUDENT IS CREDITED WITH THE FULL AMOUNT
      *COLLECTED - THE NET AS A PAYMENT THROUGH PAYMENT-APPLY, THE
      *COMMISSION AS A LEDGER ADJUSTMENT REFERENCED 'AGENCY COMM' SO
      *THE GL MAP CAN SEND IT TO COLLECTION EXPENSE. A PLACED BILL
      *BROUGHT TO A ZERO BALANCE IS CLOSED. EVERY CHANGE IS LOGGED ON
      *THE MAINTENANCE AUDIT FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-MASTER  ASSIGN        TO
                               '../FILES/COLL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS COLL-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT BILL-MASTER  ASSIGN        TO
                               '../FILES/BILL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS BILL-KEY
                               FILE STATUS   IS WS-BILL-STAT.
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
       COPY COLL-MASTER-RECS.
       COPY BILL-MASTER-RECS.
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-BILL-STAT        PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-SAVE             PIC X   VALUE 'N'.
               88  SAVE                    VALUE 'Y' 'y'.
           03  WS-STU-ID           PIC 9(7).
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-VIEW-PGM         PIC X(15) VALUE 'COLL-MAINT'.
           03  WS-STATUS-DESC      PIC X(10).
           03  WS-COLL-FOUND       PIC X.
               88  COLL-FOUND              VALUE 'Y'.
           03  WS-BILL-FOUND       PIC X.
               88  BILL-FOUND              VALUE 'Y'.
           03  WS-BALANCE          PIC S9(7)V99.
           03  WS-GROSS-AMT        PIC 9(6)V99.
           03  WS-COMM-AMT         PIC 9(6)V99.
           03  WS-NET-AMT          PIC 9(6)V99.
           03  WS-EDIT-AMT         PIC ZZZ,ZZ9.99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       COPY WS-PAY-APPLY.
       COPY WS-LEDGER-LINE.
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
           03  LINE 3  COL 26  VALUE 'COLLECTION AGENCY ACCOUNTS'.
       01  SCRN-KEY.
           03  LINE 5  COL 15  VALUE 'STUDENT ID: '.
           03          COL 27  PIC 9(7) TO WS-STU-ID
                                            AUTO REQUIRED.
           03          COL 36  VALUE 'YEAR: '.
           03          COL 42  PIC ZZZ9 TO WS-YEAR
                                            AUTO REQUIRED FULL.
           03          COL 48  VALUE 'SEM: '.
           03          COL 53  PIC Z9   TO WS-SEM
                                            AUTO REQUIRED.
       01  SCRN-ACCOUNT.
           03  LINE 7  COL 15  VALUE 'NAME     : '.
           03          COL 26  PIC X(20) FROM WS-STU-NAME.
           03  LINE 8  COL 15  VALUE 'STATUS   : '.
           03          COL 26  PIC X(10) FROM WS-STATUS-DESC.
           03          COL 38  VALUE 'AGENCY: '.
           03          COL 46  PIC X(10) FROM COLL-AGENCY.
           03  LINE 9  COL 15  VALUE 'PLACED ON: '.
           03          COL 26  PIC 9(8) FROM COLL-PLACED-DATE.
           03          COL 38  VALUE 'AMOUNT: '.
           03          COL 46  PIC ZZZ,ZZ9.99 FROM COLL-PLACED-AMT.
           03          COL 58  VALUE 'COMM %: '.
           03          COL 66  PIC Z9.99 FROM COLL-COMM-PCT.
           03  LINE 10 COL 15  VALUE 'COLLECTED: '.
           03          COL 26  PIC ZZZ,ZZ9.99 FROM COLL-COLLECTED.
           03          COL 38  VALUE 'COMMISSION: '.
           03          COL 50  PIC ZZZ,ZZ9.99 FROM COLL-COMMISSION.
           03  LINE 11 COL 15  VALUE 'BALANCE  : '.
           03          COL 26  PIC ZZZ,ZZ9.99- FROM WS-BALANCE.
       01  SCRN-ACTION.
           03  LINE 13 COL 15  VALUE
                   'R) RECALL FROM AGENCY  M) AGENCY REMITTANCE'.
           03  LINE 14 COL 15  VALUE 'X) DONE'.
           03          COL 24  PIC X TO WS-SEL AUTO.
       01  SCRN-REMIT.
           03  LINE 16 COL 15  VALUE 'AMOUNT COLLECTED: '.
           03          COL 33  PIC 9(6).99 TO WS-GROSS-AMT
                                            AUTO REQUIRED.
       01  SCRN-REMIT-SPLIT.
           03  LINE 17 COL 15  VALUE 'AGENCY COMMISSION: '.
           03          COL 34  PIC ZZZ,ZZ9.99 FROM WS-COMM-AMT.
           03  LINE 18 COL 15  VALUE 'NET REMITTED     : '.
           03          COL 34  PIC ZZZ,ZZ9.99 FROM WS-NET-AMT.
       01  SCRN-SAVE.
           03  LINE 19 COL 15  VALUE 'CONFIRM? (Y/N)'.
           03          COL 31  PIC X TO WS-SAVE.
       01  SCRN-ERR1.
           03  LINE 7  COL 15  VALUE
                   'TERM HAS NOT BEEN PLACED WITH AN AGENCY'.
       01  SCRN-ERR2.
           03  LINE 20 COL 15  VALUE
                   'AMOUNT MUST BE MORE THAN ZERO AND NOT OVER BALANCE'.
       01  SCRN-ERR3.
           03  LINE 20 COL 15  VALUE 'NO BILL ON FILE FOR THIS TERM'.
       01  SCRN-NOT-PLACED.
           03  LINE 13 COL 15  VALUE 'ACCOUNT IS NOT AT THE AGENCY'.
       01  SCRN-RECALLED.
           03  LINE 20 COL 15  VALUE 'ACCOUNT RECALLED FROM AGENCY'.
       01  SCRN-POSTED.
           03  LINE 20 COL 15  VALUE 'REMITTANCE POSTED'.
       01  SCRN-CONTINUE.
           03  LINE 22 COL 15  VALUE 'ANOTHER ACCOUNT? (Y/N)'.
           03          COL 39  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'COLL-MAINT' TO WS-ERR-PGM.
           OPEN I-O COLL-MASTER.
           MOVE 'COLL-MASTER' TO WS-ERR-FILE
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
               DISPLAY SCRN-KEY
               ACCEPT  SCRN-KEY
               PERFORM 100-READ-ACCOUNT
               IF COLL-FOUND
                   PERFORM 150-SHOW-ACCOUNT
                   IF COLL-PLACED
                       PERFORM 200-ACTION
                   ELSE
                       DISPLAY SCRN-NOT-PLACED
                   END-IF
               ELSE
                   DISPLAY SCRN-ERR1
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE COLL-MASTER.
           CLOSE STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *A BILL THAT ONLY EVER DREW NOTICES HAS NOTHING TO MAINTAIN HERE
       100-READ-ACCOUNT.
           MOVE 'N' TO WS-COLL-FOUND.
           MOVE WS-STU-ID TO COLL-STU-ID.
           MOVE WS-YEAR   TO COLL-YEAR.
           MOVE WS-SEM    TO COLL-SEM.
           READ COLL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT COLL-DUNNING
                       MOVE 'Y' TO WS-COLL-FOUND
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       150-SHOW-ACCOUNT.
           MOVE SPACES TO WS-STU-NAME.
           MOVE WS-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-STU-NAME
                   CALL 'STU-VIEW-LOG' USING WS-VIEW-PGM STU-ID
           END-READ.
           EVALUATE TRUE
               WHEN COLL-PLACED
                   MOVE 'PLACED'   TO WS-STATUS-DESC
               WHEN COLL-RECALLED
                   MOVE 'RECALLED' TO WS-STATUS-DESC
               WHEN COLL-CLOSED
                   MOVE 'CLOSED'   TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE SPACES     TO WS-STATUS-DESC
           END-EVALUATE.
           PERFORM 160-GET-BALANCE.
           DISPLAY SCRN-ACCOUNT.
      *-----------------------------------------------------------------
      *THE BILL IS OPENED ONLY LONG ENOUGH TO READ IT - PAYMENT-APPLY
      *OPENS IT FOR ITSELF WHEN THE REMITTANCE POSTS
       160-GET-BALANCE.
           MOVE 'N'  TO WS-BILL-FOUND.
           MOVE ZERO TO WS-BALANCE.
           OPEN INPUT BILL-MASTER.
           IF WS-BILL-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE COLL-KEY TO BILL-KEY.
           READ BILL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BILL-FOUND
                   COMPUTE WS-BALANCE = BILL-AMOUNT - BILL-PAID
           END-READ.
           CLOSE BILL-MASTER.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'R'
               WHEN 'r'
                   PERFORM 300-RECALL
               WHEN 'M'
               WHEN 'm'
                   PERFORM 400-REMITTANCE
           END-EVALUATE.
      *-----------------------------------------------------------------
      *THE BILL GOES BACK INTO THE AGING BUCKETS AND THE COLLEGE'S
      *OWN DUNNING; THE PLACEMENT RUN WILL NOT SEND IT OUT AGAIN
       300-RECALL.
           MOVE 'N' TO WS-SAVE.
           DISPLAY SCRN-SAVE.
           ACCEPT  SCRN-SAVE.
           IF NOT SAVE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 700-GET-TODAY.
           MOVE 'R'      TO COLL-STATUS.
           MOVE WS-TODAY TO COLL-RECALL-DATE.
           REWRITE COLL-REC.
           MOVE 'PLACED '   TO WS-AUD-OLD.
           MOVE COLL-AGENCY TO WS-AUD-OLD(8:10).
           MOVE 'RECALLED'  TO WS-AUD-NEW.
           PERFORM 600-AUDIT-CHANGE.
           DISPLAY SCRN-RECALLED.
      *-----------------------------------------------------------------
       400-REMITTANCE.
           IF NOT BILL-FOUND
               DISPLAY SCRN-ERR3
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-GROSS-AMT.
           DISPLAY SCRN-REMIT.
           ACCEPT  SCRN-REMIT.
           IF WS-GROSS-AMT = ZERO OR WS-GROSS-AMT > WS-BALANCE
               DISPLAY SCRN-ERR2
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-COMM-AMT ROUNDED =
               WS-GROSS-AMT * COLL-COMM-PCT / 100.
           COMPUTE WS-NET-AMT = WS-GROSS-AMT - WS-COMM-AMT.
           DISPLAY SCRN-REMIT-SPLIT.
           MOVE 'N' TO WS-SAVE.
           DISPLAY SCRN-SAVE.
           ACCEPT  SCRN-SAVE.
           IF NOT SAVE
               EXIT PARAGRAPH
           END-IF.

      *THE COMMISSION COMES OFF FIRST SO THAT WHEN THE NET PAYMENT
      *CLEARS THE TERM PAYMENT-APPLY SEES IT PAID IN FULL
           IF WS-COMM-AMT > ZERO
               PERFORM 450-POST-COMMISSION
           END-IF.
           IF WS-NET-AMT > ZERO
               MOVE COLL-STU-ID         TO WS-PA-STU-ID
               MOVE COLL-YEAR           TO WS-PA-YEAR
               MOVE COLL-SEM            TO WS-PA-SEM
               MOVE WS-NET-AMT          TO WS-PA-AMOUNT
               MOVE 'AGENCY REMITTANCE' TO WS-PA-DESC
               MOVE COLL-AGENCY         TO WS-PA-REF
               MOVE 'COLL-MAINT'        TO WS-PA-PGM
               CALL 'PAYMENT-APPLY' USING WS-PAY-APPLY
           END-IF.

           MOVE COLL-COLLECTED TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT    TO WS-AUD-OLD.
           ADD WS-GROSS-AMT TO COLL-COLLECTED.
           ADD WS-COMM-AMT  TO COLL-COMMISSION.
           IF WS-GROSS-AMT = WS-BALANCE
               MOVE 'C' TO COLL-STATUS
           END-IF.
           REWRITE COLL-REC.
           MOVE COLL-COLLECTED TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT    TO WS-AUD-NEW.
           PERFORM 600-AUDIT-CHANGE.
           DISPLAY SCRN-POSTED.
      *-----------------------------------------------------------------
      *THE AGENCY'S CUT IS TAKEN OFF WHAT THE STUDENT OWES THE WAY A
      *CASHIER ADJUSTMENT IS, AND POSTED TO THE LEDGER AS ONE
       450-POST-COMMISSION.
           OPEN I-O BILL-MASTER.
           MOVE COLL-KEY TO BILL-KEY.
           READ BILL-MASTER
               INVALID KEY
                   CLOSE BILL-MASTER
                   EXIT PARAGRAPH
           END-READ.
           SUBTRACT WS-COMM-AMT FROM BILL-AMOUNT.
           REWRITE BILL-REC.
           CLOSE BILL-MASTER.

           MOVE 'P'                 TO WS-LL-FUNC.
           MOVE COLL-STU-ID         TO WS-LL-STU-ID.
           MOVE COLL-YEAR           TO WS-LL-YEAR.
           MOVE COLL-SEM            TO WS-LL-SEM.
           MOVE 'A'                 TO WS-LL-TYPE.
           MOVE 'C'                 TO WS-LL-DRCR.
           MOVE WS-COMM-AMT         TO WS-LL-AMOUNT.
           MOVE 'AGENCY COMMISSION' TO WS-LL-DESC.
           MOVE 'AGENCY COMM'       TO WS-LL-REF.
           MOVE ZERO                TO WS-LL-ORIG-SEQ.
           MOVE 'N'                 TO WS-LL-HOLD-REL.
           MOVE 'COLL-MAINT'        TO WS-LL-PGM.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
      *-----------------------------------------------------------------
       600-AUDIT-CHANGE.
           MOVE 'COLL-MAINT'  TO WS-AUD-PGM.
           MOVE COLL-STU-ID   TO WS-AUD-KEY.
           MOVE SPACES        TO WS-AUD-FIELD.
           STRING 'COLL '     DELIMITED BY SIZE
                  COLL-YEAR   DELIMITED BY SIZE
                  COLL-SEM    DELIMITED BY SIZE
                  INTO WS-AUD-FIELD.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
       700-GET-TODAY.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

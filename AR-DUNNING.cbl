      *PLACES THE BUSINESS HOLD WHEN THE FINAL NOTICE GOES OUT.
      *A TERM ON AN INSTALLMENT PLAN AGES FROM THE OLDEST UNPAID
      *INSTALLMENT'S DUE DATE, THE WAY AR-AGING BUCKETS IT - A
      *STUDENT CURRENT ON A PLAN DRAWS NO NOTICE.
      *EVERY NOTICE IS COUNTED AGAINST THE BILL ON THE COLLECTIONS
      *FILE FOR THE AGENCY PLACEMENT RUN; A BILL ALREADY PLACED WITH
      *THE AGENCY DRAWS NO FURTHER NOTICES FROM THE COLLEGE.
      *THE NOTICE WORDING IS TEMPLATE DUN1, DUN2 OR DUN3 ON THE LETTER
      *TEMPLATE FILE, PRINTED THROUGH LETTER-PRINT
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PLAN-KEY
                               FILE STATUS   IS WS-PLAN-STAT.
           SELECT HOLD-MASTER  ASSIGN        TO
                               '../FILES/HOLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HOLD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT COLL-MASTER  ASSIGN        TO
                               '../FILES/COLL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS COLL-KEY
                               FILE STATUS   IS WS-COLL-STAT.
           SELECT LETTER-FILE  ASSIGN        TO
                               '../FILES/DUNNING-LETTERS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
       FILE SECTION.
       COPY BILL-MASTER-RECS.
       COPY PLAN-MASTER-RECS.
       COPY HOLD-MASTER-RECS.
       COPY COLL-MASTER-RECS.
       FD  LETTER-FILE.
       01  LETTER-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       COPY WS-LETTER-PRINT.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-TODAY-INT        PIC 9(8).
           03  WS-DUE-INT          PIC 9(8).
           03  WS-INST-DAYS        PIC S9(5).
           03  WS-BALANCE          PIC S9(7)V99.
           03  WS-NOTICE-LVL       PIC 9.
           03  WS-DAYS-EDIT        PIC ZZZZ9.
           03  WS-LX               PIC 99  COMP.
           03  WS-FIRST-COUNT      PIC 9(5) VALUE 0.
           03  WS-SECOND-COUNT     PIC 9(5) VALUE 0.
           03  WS-FINAL-COUNT      PIC 9(5) VALUE 0.
           03  WS-HOLD-COUNT       PIC 9(5) VALUE 0.
           03  WS-PLACED-COUNT     PIC 9(5) VALUE 0.
           03  WS-NOT-PRINTED      PIC 9(5) VALUE 0.
           03  WS-COLL-STAT        PIC 99.
           03  WS-COLL-FOUND       PIC X.
               88  COLL-FOUND              VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.

           OPEN INPUT BILL-MASTER.
           OPEN INPUT PLAN-MASTER.
           OPEN I-O HOLD-MASTER.
           OPEN I-O COLL-MASTER.
           OPEN OUTPUT LETTER-FILE.

           MOVE LOW-VALUES TO BILL-KEY.

           CLOSE BILL-MASTER.
           CLOSE PLAN-MASTER.
           CLOSE HOLD-MASTER.
           CLOSE COLL-MASTER.
           CLOSE LETTER-FILE.
           MOVE 'C' TO WS-LP-FUNCTION.
           CALL 'LETTER-PRINT' USING WS-LETTER-PRINT.

           DISPLAY 'AR-DUNNING COMPLETE'.
           DISPLAY 'FIRST NOTICES : ' WS-FIRST-COUNT.
           DISPLAY 'SECOND NOTICES: ' WS-SECOND-COUNT.
           DISPLAY 'FINAL NOTICES : ' WS-FINAL-COUNT.
           DISPLAY 'HOLDS PLACED  : ' WS-HOLD-COUNT.
           DISPLAY 'AT AGENCY     : ' WS-PLACED-COUNT.
           DISPLAY 'NOT PRINTED   : ' WS-NOT-PRINTED.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *31-60 FIRST, 61-90 SECOND, OVER 90 FINAL PLUS BUSINESS HOLD.
      *A TERM ON A PLAN AGES FROM THE OLDEST UNPAID INSTALLMENT
       100-NOTICE-ONE-BILL.
           PERFORM 150-GET-COLL.
           IF COLL-FOUND AND COLL-PLACED
               ADD 1 TO WS-PLACED-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 120-AGE-BY-PLAN.
           IF NOT PLAN-FOUND
               IF BILL-DATE NUMERIC AND BILL-DATE > 19000000

           IF WS-NOTICE-LVL > 0
               PERFORM 200-WRITE-LETTER
               PERFORM 350-COUNT-NOTICE
               IF WS-NOTICE-LVL = 3
                   PERFORM 300-PLACE-HOLD
               END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       150-GET-COLL.
           MOVE 'N' TO WS-COLL-FOUND.
           MOVE BILL-KEY TO COLL-KEY.
           READ COLL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COLL-FOUND
           END-READ.
      *-----------------------------------------------------------------
      *A NOTICE THAT CANNOT BE PRINTED - NO TEMPLATE, NO STUDENT OR
      *NO ADDRESS - IS COUNTED; THE HOLD AND NOTICE COUNT STILL STAND
       200-WRITE-LETTER.
           INITIALIZE WS-LETTER-PRINT.
           MOVE 'L' TO WS-LP-FUNCTION.
           MOVE 'M' TO WS-LP-DELIVERY.
           EVALUATE WS-NOTICE-LVL
               WHEN 1 MOVE 'DUN1' TO WS-LP-CODE
               WHEN 2 MOVE 'DUN2' TO WS-LP-CODE
               WHEN 3 MOVE 'DUN3' TO WS-LP-CODE
           END-EVALUATE.
           MOVE BILL-STU-ID  TO WS-LP-STU-ID.
           MOVE BILL-YEAR    TO WS-LP-YEAR.
           MOVE BILL-SEM     TO WS-LP-SEM.
           MOVE WS-BALANCE   TO WS-LP-BALANCE.
           MOVE WS-DAYS      TO WS-DAYS-EDIT.
           MOVE FUNCTION TRIM(WS-DAYS-EDIT) TO WS-LP-INFO-1.
           CALL 'LETTER-PRINT' USING WS-LETTER-PRINT.
           IF NOT LP-PRINTED
               ADD 1 TO WS-NOT-PRINTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LP-LINE-COUNT
               MOVE WS-LP-LINE(WS-LX) TO LETTER-REC
               WRITE LETTER-REC
           END-PERFORM.
      *-----------------------------------------------------------------
       300-PLACE-HOLD.
           MOVE BILL-STU-ID     TO HOLD-STU-ID.
                   ADD 1 TO WS-HOLD-COUNT
           END-WRITE.
      *-----------------------------------------------------------------
      *THE FIRST NOTICE ON A BILL STARTS ITS COLLECTIONS RECORD
       350-COUNT-NOTICE.
           IF COLL-FOUND
               ADD 1 TO COLL-NOTICE-COUNT
               MOVE WS-TODAY TO COLL-LAST-NOTICE
               REWRITE COLL-REC
           ELSE
               INITIALIZE COLL-REC
               MOVE BILL-KEY TO COLL-KEY
               MOVE 1        TO COLL-NOTICE-COUNT
               MOVE WS-TODAY TO COLL-LAST-NOTICE
               MOVE SPACE    TO COLL-STATUS
               WRITE COLL-REC
           END-IF.
      *-----------------------------------------------------------------

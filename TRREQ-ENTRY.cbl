           03  WS-FEE-UNOFFICIAL   PIC 9(4)V99 VALUE 5.00.
       01  WS-DTL-LN.
           03  WS-STU-ID               PIC 9(7).
       COPY WS-LEDGER-LINE.
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
               NOT INVALID KEY
                   ADD WS-FEE TO BILL-AMOUNT
                   REWRITE BILL-REC
                   PERFORM 310-POST-LEDGER
                   DISPLAY SCRN-FEE-POSTED
           END-READ.
      *-----------------------------------------------------------------
       310-POST-LEDGER.
           MOVE 'P'             TO WS-LL-FUNC.
           MOVE WS-STU-ID       TO WS-LL-STU-ID.
           MOVE WS-YEAR         TO WS-LL-YEAR.
           MOVE WS-SEM          TO WS-LL-SEM.
           MOVE 'C'             TO WS-LL-TYPE.
           MOVE 'D'             TO WS-LL-DRCR.
           MOVE WS-FEE          TO WS-LL-AMOUNT.
           MOVE 'TRANSCRIPT FEE' TO WS-LL-DESC.
           MOVE 'TRANSCRIPT'    TO WS-LL-REF.
           MOVE ZERO            TO WS-LL-ORIG-SEQ.
           MOVE 'TRREQ-ENTRY'   TO WS-LL-PGM.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-LEDGER-MASTER.
      *-----------------------------------------------------------------
      *CREATES THE STUDENT ACCOUNT LEDGER AND OPENS IT WITH EACH TERM
      *BILL ALREADY ON FILE - AN OPENING CHARGE FOR BILL-AMOUNT UNDER
      *TUITION-BILL, WHICH THE NEXT BILLING RUN REPLACES WITH ITS OWN
      *LINES, AND AN OPENING PAYMENT CREDIT FOR BILL-PAID, SO THE
      *LINES FOR EVERY TERM NET TO THE BALANCE THE BILL CARRIES. THE
      *LINES ARE DATED FROM THE BILL
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEDGER-MASTER ASSIGN       TO
                                       "../FILES/LEDGER-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS LDG-KEY
                                       ALTERNATE KEY IS LDG-POST-DATE
                                           WITH DUPLICATES
                                       FILE STATUS IS WS-STAT.
           SELECT BILL-MASTER  ASSIGN        TO
                                       "../FILES/BILL-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS SEQUENTIAL
                                       RECORD KEY IS BILL-KEY
                                       FILE STATUS IS WS-BILL-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY LEDGER-RECS.
       COPY BILL-MASTER-RECS.

       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  WS-STAT                     PIC XX.
       01  WS-BILL-STAT                PIC XX.
       01  WS-BILL-EOF                 PIC X   VALUE 'N'.
           88  BILL-EOF                        VALUE 'Y'.
       01  WS-TODAY-YMD                PIC 9(6).
       01  WS-TODAY                    PIC 9(8).
       01  WS-SEED-COUNT               PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.

           OPEN OUTPUT LEDGER-MASTER.

           DISPLAY WS-STAT.

           OPEN INPUT BILL-MASTER.
           IF WS-BILL-STAT = '00'
               ACCEPT WS-DATE FROM DATE
               MOVE WS-DATE TO WS-TODAY-YMD
               COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD
               PERFORM UNTIL BILL-EOF
                   READ BILL-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BILL-EOF
                       NOT AT END
                           PERFORM 100-SEED-TERM
                   END-READ
               END-PERFORM
               CLOSE BILL-MASTER
           END-IF.

           DISPLAY 'OPENING TERMS: ' WS-SEED-COUNT.

           CLOSE LEDGER-MASTER.


           STOP RUN.

       100-SEED-TERM.
           MOVE SPACES        TO LDG-REC.
           MOVE BILL-STU-ID   TO LDG-STU-ID.
           MOVE BILL-YEAR     TO LDG-YEAR.
           MOVE BILL-SEM      TO LDG-SEM.
           IF BILL-DATE NUMERIC AND BILL-DATE > 19000000
               MOVE BILL-DATE TO LDG-POST-DATE
           ELSE
               MOVE WS-TODAY  TO LDG-POST-DATE
           END-IF.
           MOVE ZERO          TO LDG-POST-TIME.
           MOVE ZERO          TO LDG-ORIG-SEQ.
           MOVE 'N'           TO LDG-REVERSED.
           MOVE 'N'           TO LDG-HOLD-REL.
           MOVE ZERO          TO LDG-SEQ.

           IF BILL-AMOUNT > ZERO
               ADD 1 TO LDG-SEQ
               MOVE 'C'               TO LDG-TYPE
               MOVE 'D'               TO LDG-DRCR
               MOVE BILL-AMOUNT       TO LDG-AMOUNT
               MOVE 'OPENING BALANCE' TO LDG-DESC
               MOVE 'OPENING'         TO LDG-REF
               MOVE 'TUITION-BILL'    TO LDG-PGM
               WRITE LDG-REC
           END-IF.

           IF BILL-PAID > ZERO
               ADD 1 TO LDG-SEQ
               MOVE 'P'               TO LDG-TYPE
               MOVE 'C'               TO LDG-DRCR
               MOVE BILL-PAID         TO LDG-AMOUNT
               MOVE 'OPENING PAYMENTS' TO LDG-DESC
               MOVE 'OPENING'         TO LDG-REF
               MOVE 'BUILD-LEDGER'    TO LDG-PGM
               WRITE LDG-REC
           END-IF.

           IF LDG-SEQ > ZERO
               ADD 1 TO WS-SEED-COUNT
           END-IF.

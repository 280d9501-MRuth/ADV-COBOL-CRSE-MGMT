       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-POST.
      *-----------------------------------------------------------------
      *POSTS ONE DETAIL LINE TO THE STUDENT ACCOUNT LEDGER UNDER THE
      *NEXT SEQUENCE NUMBER FOR THE STUDENT'S TERM, STAMPED WITH
      *DATE, TIME, AND THE SIGNED-ON OPERATOR. CALLED BY EVERY
      *PROGRAM THAT CHANGES A TERM BILL. FUNCTION R REVERSES THE
      *LINES A PROGRAM POSTED TO THE TERM BEFORE IT POSTS AGAIN;
      *FUNCTION V REVERSES ONE LINE, AS FOR A RETURNED PAYMENT.
      *THE FILE IS OPENED AND CLOSED ON EACH CALL SO THE STATEMENT
      *AND EXTRACT PROGRAMS CAN READ IT IN THE SAME SESSION.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-MASTER ASSIGN       TO
                               '../FILES/LEDGER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS LDG-KEY
                               ALTERNATE KEY IS LDG-POST-DATE
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-LDG-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY LEDGER-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-LDG-STAT         PIC 99.
           03  WS-EOF              PIC X.
               88  EOF                     VALUE 'Y'.
           03  WS-LAST-SEQ         PIC 9(4).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-REV-IX           PIC 99.
           03  WS-REV-CNT          PIC 99.
           03  WS-REV-DESC         PIC X(20).
       01  WS-REV-TABLE.
           03  WS-REV-SEQ          PIC 9(4) OCCURS 50 TIMES.
       LINKAGE SECTION.
       01  LNK-LEDGER-LN.
           03  LNK-FUNC            PIC X.
               88  LNK-POST                VALUE 'P'.
               88  LNK-REVERSE             VALUE 'R'.
               88  LNK-REVERSE-LINE        VALUE 'V'.
           03  LNK-STU-ID          PIC 9(7).
           03  LNK-YEAR            PIC 9(4).
           03  LNK-SEM             PIC 99.
           03  LNK-TYPE            PIC X.
           03  LNK-DRCR            PIC X.
           03  LNK-AMOUNT          PIC 9(6)V99.
           03  LNK-DESC            PIC X(20).
           03  LNK-REF             PIC X(12).
           03  LNK-ORIG-SEQ        PIC 9(4).
           03  LNK-PGM             PIC X(15).
           03  LNK-SEQ             PIC 9(4).
           03  LNK-RESULT          PIC X.
           03  LNK-HOLD-REL        PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-LEDGER-LN.
       000-MAIN.
           MOVE 'N'  TO LNK-RESULT.
           MOVE ZERO TO LNK-SEQ.
           IF LNK-POST AND LNK-AMOUNT = ZERO
               EXIT PROGRAM
           END-IF.

           OPEN I-O LEDGER-MASTER.
           IF WS-LDG-STAT NOT = ZERO
               CLOSE LEDGER-MASTER
               EXIT PROGRAM
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           EVALUATE TRUE
               WHEN LNK-REVERSE
                   PERFORM 300-REVERSE-TERM
               WHEN LNK-REVERSE-LINE
                   PERFORM 400-REVERSE-LINE
               WHEN OTHER
                   PERFORM 100-FIND-LAST-SEQ
                   PERFORM 200-WRITE-LINE
           END-EVALUATE.

           CLOSE LEDGER-MASTER.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE NEXT LINE FOR THE TERM GOES AFTER THE HIGHEST SEQUENCE
      *ALREADY ON FILE FOR IT
       100-FIND-LAST-SEQ.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE LNK-STU-ID TO LDG-STU-ID.
           MOVE LNK-YEAR   TO LDG-YEAR.
           MOVE LNK-SEM    TO LDG-SEM.
           MOVE ZERO       TO LDG-SEQ.
           MOVE 'N' TO WS-EOF.
           START LEDGER-MASTER KEY NOT LESS THAN LDG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ LEDGER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LDG-STU-ID NOT = LNK-STU-ID
                           OR LDG-YEAR NOT = LNK-YEAR
                           OR LDG-SEM  NOT = LNK-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE LDG-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       200-WRITE-LINE.
           MOVE SPACES TO LDG-REC.
           MOVE LNK-STU-ID      TO LDG-STU-ID.
           MOVE LNK-YEAR        TO LDG-YEAR.
           MOVE LNK-SEM         TO LDG-SEM.
           COMPUTE LDG-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-TODAY        TO LDG-POST-DATE.
           MOVE WS-TIME         TO LDG-POST-TIME.
           MOVE LNK-TYPE        TO LDG-TYPE.
           MOVE LNK-DRCR        TO LDG-DRCR.
           MOVE LNK-AMOUNT      TO LDG-AMOUNT.
           MOVE LNK-DESC        TO LDG-DESC.
           MOVE LNK-REF         TO LDG-REF.
           MOVE LNK-ORIG-SEQ    TO LDG-ORIG-SEQ.
           MOVE 'N'             TO LDG-REVERSED.
           MOVE LNK-PGM         TO LDG-PGM.
           MOVE SESSION-OPER-ID TO LDG-OPER.
           MOVE LNK-HOLD-REL    TO LDG-HOLD-REL.
           WRITE LDG-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE LDG-SEQ TO LNK-SEQ.
           MOVE 'Y'     TO LNK-RESULT.
      *-----------------------------------------------------------------
      *A REBILL BACKS OUT WHAT THE LAST BILLING POSTED SO THE NEW
      *CHARGES REPLACE THE OLD ONES LINE FOR LINE. THE LINES ARE
      *COLLECTED FIRST AND OFFSET AFTERWARD SO THE NEW LINES DO NOT
      *DISTURB THE SCAN OF THE TERM
       300-REVERSE-TERM.
           MOVE 'REBILL REVERSAL' TO WS-REV-DESC.
           MOVE ZERO TO WS-REV-CNT.
           MOVE LNK-STU-ID TO LDG-STU-ID.
           MOVE LNK-YEAR   TO LDG-YEAR.
           MOVE LNK-SEM    TO LDG-SEM.
           MOVE ZERO       TO LDG-SEQ.
           MOVE 'N' TO WS-EOF.
           START LEDGER-MASTER KEY NOT LESS THAN LDG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ LEDGER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LDG-STU-ID NOT = LNK-STU-ID
                           OR LDG-YEAR NOT = LNK-YEAR
                           OR LDG-SEM  NOT = LNK-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE LDG-SEQ TO WS-LAST-SEQ
                           IF LDG-PGM = LNK-PGM
                               AND NOT LDG-IS-REVERSED
                               AND WS-REV-CNT < 50
                               ADD 1 TO WS-REV-CNT
                               MOVE LDG-SEQ TO WS-REV-SEQ(WS-REV-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-REV-IX FROM 1 BY 1
                   UNTIL WS-REV-IX > WS-REV-CNT
               PERFORM 350-REVERSE-ONE
           END-PERFORM.
           MOVE 'Y' TO LNK-RESULT.
      *-----------------------------------------------------------------
       350-REVERSE-ONE.
           MOVE LNK-STU-ID TO LDG-STU-ID.
           MOVE LNK-YEAR   TO LDG-YEAR.
           MOVE LNK-SEM    TO LDG-SEM.
           MOVE WS-REV-SEQ(WS-REV-IX) TO LDG-SEQ.
           READ LEDGER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO LDG-REVERSED.
           REWRITE LDG-REC.

           MOVE LDG-SEQ TO LDG-ORIG-SEQ.
           ADD 1 TO WS-LAST-SEQ.
           MOVE WS-LAST-SEQ TO LDG-SEQ.
           IF LDG-DEBIT
               MOVE 'C' TO LDG-DRCR
           ELSE
               MOVE 'D' TO LDG-DRCR
           END-IF.
           MOVE WS-TODAY        TO LDG-POST-DATE.
           MOVE WS-TIME         TO LDG-POST-TIME.
           MOVE WS-REV-DESC     TO LDG-DESC.
           MOVE SESSION-OPER-ID TO LDG-OPER.
           MOVE 'N'             TO LDG-HOLD-REL.
           WRITE LDG-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
      *ONE LINE BACKED OUT ON ITS OWN - THE LINE MUST BE ON FILE
      *AND NOT ALREADY REVERSED
       400-REVERSE-LINE.
           MOVE LNK-DESC TO WS-REV-DESC.
           MOVE LNK-STU-ID   TO LDG-STU-ID.
           MOVE LNK-YEAR     TO LDG-YEAR.
           MOVE LNK-SEM      TO LDG-SEM.
           MOVE LNK-ORIG-SEQ TO LDG-SEQ.
           READ LEDGER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF LDG-IS-REVERSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100-FIND-LAST-SEQ.
           MOVE 1 TO WS-REV-CNT.
           MOVE 1 TO WS-REV-IX.
           MOVE LNK-ORIG-SEQ TO WS-REV-SEQ(1).
           PERFORM 350-REVERSE-ONE.
           MOVE WS-LAST-SEQ TO LNK-SEQ.
           MOVE 'Y' TO LNK-RESULT.

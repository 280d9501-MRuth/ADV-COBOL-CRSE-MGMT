       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
      *-----------------------------------------------------------------
      *DAILY GENERAL LEDGER JOURNAL EXTRACT. SUMMARIZES ONE POSTING
      *DAY OF THE STUDENT ACCOUNT LEDGER INTO DEBIT AND CREDIT
      *TOTALS BY GL ACCOUNT. A LEDGER DEBIT (THE STUDENT OWES MORE)
      *DEBITS RECEIVABLES AND CREDITS THE ACCOUNT THE LINE MAPS TO;
      *A LEDGER CREDIT DOES THE REVERSE. ACCOUNTS COME FROM THE GL
      *ACCOUNT MAP - SUBCODE FIRST, THEN THE CATEGORY DEFAULT, THEN
      *SUSPENSE. THE JOURNAL FILE IS RELEASED ONLY WHEN THE CONTROL
      *TOTALS BALANCE; OTHERWISE NO FILE IS WRITTEN AND THE STEP
      *ENDS WITH A NON-ZERO RETURN CODE SO THE JOB CHAIN STOPS.
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
                               FILE STATUS   IS WS-STAT.
           SELECT GL-MAP       ASSIGN        TO
                               '../FILES/GL-MAP.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS GLM-KEY
                               FILE STATUS   IS WS-MAP-STAT.
           SELECT JOURNAL-FILE ASSIGN        TO
                               '../FILES/GL-JOURNAL.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/GL-JOURNAL-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY LEDGER-RECS.
       COPY GL-MAP-RECS.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC             PIC X(80).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-MAP-STAT         PIC 99 VALUE 99.
           03  WS-MAP-AVAIL        PIC X  VALUE 'N'.
               88  MAP-AVAIL               VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-RUN-DATE         PIC 9(8).
           03  WS-CATEGORY         PIC XX.
           03  WS-SUBCODE          PIC X(10).
           03  WS-OTHER-ACCT       PIC X(16).
           03  WS-OTHER-DESC       PIC X(30).
           03  WS-AR-ACCT          PIC X(16).
           03  WS-AR-DESC          PIC X(30).
           03  WS-SU-ACCT          PIC X(16).
           03  WS-SU-DESC          PIC X(30).
           03  WS-POST-ACCT        PIC X(16).
           03  WS-POST-DESC        PIC X(30).
           03  WS-POST-SIDE        PIC X.
           03  WS-ACCT-FOUND       PIC X.
               88  ACCT-FOUND              VALUE 'Y'.
           03  WS-BALANCED         PIC X   VALUE 'N'.
               88  BALANCED                VALUE 'Y'.
           03  WS-OVERFLOW         PIC X   VALUE 'N'.
               88  TABLE-OVERFLOW          VALUE 'Y'.
       01  WS-CONTROL-TOTALS.
           03  WS-LINE-COUNT       PIC 9(7)     VALUE 0.
           03  WS-SUSP-COUNT       PIC 9(7)     VALUE 0.
           03  WS-LDG-DEBITS       PIC 9(9)V99  VALUE 0.
           03  WS-LDG-CREDITS      PIC 9(9)V99  VALUE 0.
           03  WS-LDG-TOTAL        PIC 9(9)V99  VALUE 0.
           03  WS-JNL-DEBITS       PIC 9(9)V99  VALUE 0.
           03  WS-JNL-CREDITS      PIC 9(9)V99  VALUE 0.
           03  WS-ENTRY-COUNT      PIC 9(5)     VALUE 0.
       01  WS-ACCT-TABLE.
           03  WS-AT-CNT           PIC 999 VALUE 0.
           03  WS-AT-IX            PIC 999.
           03  WS-AT-ENTRY OCCURS 200 TIMES.
               05  WS-AT-ACCT      PIC X(16).
               05  WS-AT-DESC      PIC X(30).
               05  WS-AT-DEBIT     PIC 9(9)V99.
               05  WS-AT-CREDIT    PIC 9(9)V99.
       01  WS-JNL-HDR.
           03  FILLER              PIC X   VALUE 'H'.
           03  WS-JH-DATE          PIC 9(8).
           03  FILLER              PIC X(30) VALUE
                                   'STUDENT ACCOUNTS DAILY JOURNAL'.
       01  WS-JNL-DTL.
           03  FILLER              PIC X   VALUE 'D'.
           03  WS-JD-DATE          PIC 9(8).
           03  WS-JD-ACCT          PIC X(16).
           03  WS-JD-DRCR          PIC X.
           03  WS-JD-AMOUNT        PIC 9(9)V99.
           03  WS-JD-DESC          PIC X(30).
       01  WS-JNL-TRL.
           03  FILLER              PIC X   VALUE 'T'.
           03  WS-JT-DATE          PIC 9(8).
           03  WS-JT-COUNT         PIC 9(5).
           03  WS-JT-DEBITS        PIC 9(9)V99.
           03  WS-JT-CREDITS       PIC 9(9)V99.
       01  WS-HDR-LN.
           03  FILLER              PIC X(18) VALUE 'GL ACCOUNT'.
           03  FILLER              PIC X(32) VALUE 'DESCRIPTION'.
           03  FILLER              PIC X(16) VALUE '          DEBIT'.
           03  FILLER              PIC X(16) VALUE '         CREDIT'.
       01  WS-DTL-LN.
           03  WS-D-ACCT           PIC X(16).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-DESC           PIC X(30).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-DEBIT          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-CREDIT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SUSP-LN.
           03  FILLER              PIC X(12) VALUE 'SUSPENSE: '.
           03  WS-SL-STU-ID        PIC 9(7).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-SL-YEAR          PIC 9999.
           03  FILLER              PIC X VALUE '/'.
           03  WS-SL-SEM           PIC 99.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-SL-SEQ           PIC 9(4).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-SL-CAT           PIC XX.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-SL-SUB           PIC X(10).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-SL-AMT           PIC ZZZ,ZZ9.99.
       01  WS-TOT-LNS.
           03  WS-TOT-LINES-LN.
               05  FILLER          PIC X(24) VALUE
                                   'LEDGER LINES         : '.
               05  WS-T-LINES      PIC Z,ZZZ,ZZ9.
           03  WS-TOT-LDG-LN.
               05  FILLER          PIC X(24) VALUE
                                   'LEDGER AMOUNT        : '.
               05  WS-T-LDG        PIC ZZZ,ZZZ,ZZ9.99.
           03  WS-TOT-DR-LN.
               05  FILLER          PIC X(24) VALUE
                                   'JOURNAL DEBITS       : '.
               05  WS-T-DR         PIC ZZZ,ZZZ,ZZ9.99.
           03  WS-TOT-CR-LN.
               05  FILLER          PIC X(24) VALUE
                                   'JOURNAL CREDITS      : '.
               05  WS-T-CR         PIC ZZZ,ZZZ,ZZ9.99.
           03  WS-TOT-SUSP-LN.
               05  FILLER          PIC X(24) VALUE
                                   'LINES TO SUSPENSE    : '.
               05  WS-T-SUSP       PIC Z,ZZZ,ZZ9.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'GL-JOURNAL'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/GL-JOURNAL-REPORT.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'GENERAL LEDGER DAILY JOURNAL'.
           DISPLAY 'POSTING DATE (CCYYMMDD, 0 = TODAY): '
               WITH NO ADVANCING.
           ACCEPT WS-RUN-DATE.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           IF WS-RUN-DATE = ZERO
               MOVE WS-TODAY TO WS-RUN-DATE
           END-IF.

           OPEN INPUT LEDGER-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'LEDGER FILE NOT AVAILABLE - STATUS ' WS-STAT
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT GL-MAP.
           IF WS-MAP-STAT = ZERO
               MOVE 'Y' TO WS-MAP-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           PERFORM 050-GET-FIXED-ACCOUNTS.

           MOVE WS-RUN-DATE TO LDG-POST-DATE.
           MOVE 'N' TO WS-EOF.
           START LEDGER-MASTER KEY NOT LESS THAN LDG-POST-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ LEDGER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LDG-POST-DATE NOT = WS-RUN-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 100-JOURNAL-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 400-CHECK-BALANCE.
           PERFORM 500-PRINT-REPORT.
           IF BALANCED
               PERFORM 600-RELEASE-JOURNAL
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE LEDGER-MASTER.
           IF MAP-AVAIL
               CLOSE GL-MAP
           END-IF.
           CLOSE PRINT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'GL-JOURNAL COMPLETE FOR ' WS-RUN-DATE.
           DISPLAY 'LEDGER LINES   : ' WS-LINE-COUNT.
           DISPLAY 'JOURNAL DEBITS : ' WS-JNL-DEBITS.
           DISPLAY 'JOURNAL CREDITS: ' WS-JNL-CREDITS.
           IF BALANCED
               DISPLAY 'JOURNAL RELEASED TO ../FILES/GL-JOURNAL.TXT'
           ELSE
               DISPLAY 'OUT OF BALANCE - JOURNAL NOT RELEASED'
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *RECEIVABLES AND SUSPENSE ARE LOOKED UP ONCE FOR THE RUN
       050-GET-FIXED-ACCOUNTS.
           MOVE 'AR' TO WS-CATEGORY.
           MOVE SPACES TO WS-SUBCODE.
           PERFORM 200-FIND-ACCOUNT.
           IF ACCT-FOUND
               MOVE WS-OTHER-ACCT TO WS-AR-ACCT
               MOVE WS-OTHER-DESC TO WS-AR-DESC
           ELSE
               MOVE 'UNMAPPED-AR'    TO WS-AR-ACCT
               MOVE 'STUDENT RECEIVABLES' TO WS-AR-DESC
           END-IF.
           MOVE 'SU' TO WS-CATEGORY.
           PERFORM 200-FIND-ACCOUNT.
           IF ACCT-FOUND
               MOVE WS-OTHER-ACCT TO WS-SU-ACCT
               MOVE WS-OTHER-DESC TO WS-SU-DESC
           ELSE
               MOVE 'UNMAPPED-SU'    TO WS-SU-ACCT
               MOVE 'GL SUSPENSE'    TO WS-SU-DESC
           END-IF.
      *-----------------------------------------------------------------
      *THE LINE TYPE PICKS THE CATEGORY; THE LINE'S REFERENCE IS
      *THE SUBCODE WHERE THE MAP BREAKS THE CATEGORY DOWN
       100-JOURNAL-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-SUBCODE.
           EVALUATE TRUE
               WHEN LDG-TUITION
                   MOVE 'TU' TO WS-CATEGORY
                   MOVE LDG-REF TO WS-SUBCODE
               WHEN LDG-CHARGE
                   MOVE 'CH' TO WS-CATEGORY
                   MOVE LDG-REF TO WS-SUBCODE
               WHEN LDG-COURSE-FEE
                   MOVE 'CF' TO WS-CATEGORY
                   MOVE LDG-REF TO WS-SUBCODE
               WHEN LDG-SPONSOR
                   MOVE 'SR' TO WS-CATEGORY
               WHEN LDG-PAYMENT
                   MOVE 'CA' TO WS-CATEGORY
               WHEN LDG-ADJUSTMENT
                   MOVE 'AD' TO WS-CATEGORY
                   MOVE LDG-REF TO WS-SUBCODE
               WHEN LDG-AID
                   MOVE 'AC' TO WS-CATEGORY
                   MOVE LDG-REF TO WS-SUBCODE
               WHEN LDG-WAIVER
                   MOVE 'WV' TO WS-CATEGORY
                   MOVE LDG-REF TO WS-SUBCODE
               WHEN LDG-HOUSING
                   MOVE 'HO' TO WS-CATEGORY
                   MOVE LDG-REF TO WS-SUBCODE
               WHEN LDG-REFUND AND LDG-DEBIT
                   MOVE 'RP' TO WS-CATEGORY
               WHEN LDG-REFUND
                   MOVE 'RF' TO WS-CATEGORY
               WHEN OTHER
                   MOVE 'SU' TO WS-CATEGORY
           END-EVALUATE.

           PERFORM 200-FIND-ACCOUNT.
           IF NOT ACCT-FOUND
               MOVE WS-SU-ACCT TO WS-OTHER-ACCT
               MOVE WS-SU-DESC TO WS-OTHER-DESC
               PERFORM 150-PRINT-SUSPENSE
           END-IF.

           IF LDG-DEBIT
               ADD LDG-AMOUNT TO WS-LDG-DEBITS
               MOVE WS-AR-ACCT    TO WS-POST-ACCT
               MOVE WS-AR-DESC    TO WS-POST-DESC
               MOVE 'D'           TO WS-POST-SIDE
               PERFORM 300-ADD-TO-ACCOUNT
               MOVE WS-OTHER-ACCT TO WS-POST-ACCT
               MOVE WS-OTHER-DESC TO WS-POST-DESC
               MOVE 'C'           TO WS-POST-SIDE
               PERFORM 300-ADD-TO-ACCOUNT
           ELSE
               ADD LDG-AMOUNT TO WS-LDG-CREDITS
               MOVE WS-OTHER-ACCT TO WS-POST-ACCT
               MOVE WS-OTHER-DESC TO WS-POST-DESC
               MOVE 'D'           TO WS-POST-SIDE
               PERFORM 300-ADD-TO-ACCOUNT
               MOVE WS-AR-ACCT    TO WS-POST-ACCT
               MOVE WS-AR-DESC    TO WS-POST-DESC
               MOVE 'C'           TO WS-POST-SIDE
               PERFORM 300-ADD-TO-ACCOUNT
           END-IF.
      *-----------------------------------------------------------------
       150-PRINT-SUSPENSE.
           ADD 1 TO WS-SUSP-COUNT.
           MOVE LDG-STU-ID  TO WS-SL-STU-ID.
           MOVE LDG-YEAR    TO WS-SL-YEAR.
           MOVE LDG-SEM     TO WS-SL-SEM.
           MOVE LDG-SEQ     TO WS-SL-SEQ.
           MOVE WS-CATEGORY TO WS-SL-CAT.
           MOVE WS-SUBCODE  TO WS-SL-SUB.
           MOVE LDG-AMOUNT  TO WS-SL-AMT.
           MOVE WS-SUSP-LN  TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *SUBCODE FIRST, THEN THE CATEGORY'S BLANK-SUBCODE DEFAULT
       200-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND.
           IF NOT MAP-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CATEGORY TO GLM-CATEGORY.
           MOVE WS-SUBCODE  TO GLM-SUBCODE.
           READ GL-MAP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ.
           IF NOT ACCT-FOUND AND WS-SUBCODE NOT = SPACES
               MOVE SPACES TO GLM-SUBCODE
               READ GL-MAP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-FOUND
               END-READ
           END-IF.
           IF ACCT-FOUND
               MOVE GLM-ACCOUNT TO WS-OTHER-ACCT
               MOVE GLM-DESC    TO WS-OTHER-DESC
           END-IF.
      *-----------------------------------------------------------------
       300-ADD-TO-ACCOUNT.
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
                   UNTIL WS-AT-IX > WS-AT-CNT
                      OR WS-AT-ACCT(WS-AT-IX) = WS-POST-ACCT
               CONTINUE
           END-PERFORM.
           IF WS-AT-IX > WS-AT-CNT
               IF WS-AT-CNT < 200
                   ADD 1 TO WS-AT-CNT
                   MOVE WS-AT-CNT    TO WS-AT-IX
                   MOVE WS-POST-ACCT TO WS-AT-ACCT(WS-AT-IX)
                   MOVE WS-POST-DESC TO WS-AT-DESC(WS-AT-IX)
                   MOVE ZERO TO WS-AT-DEBIT(WS-AT-IX)
                   MOVE ZERO TO WS-AT-CREDIT(WS-AT-IX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-POST-SIDE = 'D'
               ADD LDG-AMOUNT TO WS-AT-DEBIT(WS-AT-IX)
               ADD LDG-AMOUNT TO WS-JNL-DEBITS
           ELSE
               ADD LDG-AMOUNT TO WS-AT-CREDIT(WS-AT-IX)
               ADD LDG-AMOUNT TO WS-JNL-CREDITS
           END-IF.
      *-----------------------------------------------------------------
      *DEBITS MUST EQUAL CREDITS AND BOTH MUST EQUAL THE LEDGER
      *AMOUNT READ - EACH LEDGER LINE IS ONE DEBIT AND ONE CREDIT
       400-CHECK-BALANCE.
           COMPUTE WS-LDG-TOTAL = WS-LDG-DEBITS + WS-LDG-CREDITS.
           IF WS-JNL-DEBITS = WS-JNL-CREDITS
               AND WS-JNL-DEBITS = WS-LDG-TOTAL
               AND NOT TABLE-OVERFLOW
               MOVE 'Y' TO WS-BALANCED
           ELSE
               MOVE 'N' TO WS-BALANCED
           END-IF.
      *-----------------------------------------------------------------
       500-PRINT-REPORT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'GL DAILY JOURNAL FOR POSTING DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
                   UNTIL WS-AT-IX > WS-AT-CNT
               MOVE WS-AT-ACCT(WS-AT-IX)   TO WS-D-ACCT
               MOVE WS-AT-DESC(WS-AT-IX)   TO WS-D-DESC
               MOVE WS-AT-DEBIT(WS-AT-IX)  TO WS-D-DEBIT
               MOVE WS-AT-CREDIT(WS-AT-IX) TO WS-D-CREDIT
               MOVE WS-DTL-LN TO PRINT-REC
               WRITE PRINT-REC
           END-PERFORM.

           MOVE WS-LINE-COUNT  TO WS-T-LINES.
           MOVE WS-LDG-TOTAL   TO WS-T-LDG.
           MOVE WS-JNL-DEBITS  TO WS-T-DR.
           MOVE WS-JNL-CREDITS TO WS-T-CR.
           MOVE WS-SUSP-COUNT  TO WS-T-SUSP.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOT-LINES-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOT-LDG-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOT-DR-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOT-CR-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOT-SUSP-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           IF BALANCED
               MOVE 'CONTROL TOTALS BALANCE - JOURNAL RELEASED'
                   TO PRINT-REC
           ELSE
               IF TABLE-OVERFLOW
                   MOVE 'MORE THAN 200 GL ACCOUNTS - NOT RELEASED'
                       TO PRINT-REC
               ELSE
                   MOVE 'OUT OF BALANCE - JOURNAL NOT RELEASED'
                       TO PRINT-REC
               END-IF
           END-IF.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *ONE ENTRY PER ACCOUNT PER SIDE, BRACKETED BY A HEADER AND A
      *TRAILER CARRYING THE CONTROL TOTALS FINANCE TIES OUT
       600-RELEASE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE WS-RUN-DATE TO WS-JH-DATE.
           MOVE WS-JNL-HDR TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           MOVE WS-RUN-DATE TO WS-JD-DATE.
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
                   UNTIL WS-AT-IX > WS-AT-CNT
               MOVE WS-AT-ACCT(WS-AT-IX) TO WS-JD-ACCT
               MOVE WS-AT-DESC(WS-AT-IX) TO WS-JD-DESC
               IF WS-AT-DEBIT(WS-AT-IX) > 0
                   MOVE 'D' TO WS-JD-DRCR
                   MOVE WS-AT-DEBIT(WS-AT-IX) TO WS-JD-AMOUNT
                   MOVE WS-JNL-DTL TO JOURNAL-REC
                   WRITE JOURNAL-REC
                   ADD 1 TO WS-ENTRY-COUNT
               END-IF
               IF WS-AT-CREDIT(WS-AT-IX) > 0
                   MOVE 'C' TO WS-JD-DRCR
                   MOVE WS-AT-CREDIT(WS-AT-IX) TO WS-JD-AMOUNT
                   MOVE WS-JNL-DTL TO JOURNAL-REC
                   WRITE JOURNAL-REC
                   ADD 1 TO WS-ENTRY-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-RUN-DATE    TO WS-JT-DATE.
           MOVE WS-ENTRY-COUNT TO WS-JT-COUNT.
           MOVE WS-JNL-DEBITS  TO WS-JT-DEBITS.
           MOVE WS-JNL-CREDITS TO WS-JT-CREDITS.
           MOVE WS-JNL-TRL TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.
      *-----------------------------------------------------------------

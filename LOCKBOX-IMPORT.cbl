       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-IMPORT.
      *-----------------------------------------------------------------
      *DAILY BANK REMITTANCE IMPORT. READS LOCKBOX-FEED.TXT - THE
      *BANK'S LOCKBOX CHECKS AND THE PROCESSOR'S CARD PAYMENTS IN
      *ONE FILE, FIXED COLUMNS:
      *  DETAIL : TYPE 'D'(1) SOURCE L/C(1) ITEM REF(12) STU-ID(7)
      *           YEAR(4) SEM(2) AMOUNT 9(6)V99(8) PAY DATE(8)
      *           PAYER(25)
      *  TRAILER: TYPE 'T'(1) ITEM COUNT(5) TOTAL 9(8)V99(10)
      *EACH ITEM IS MATCHED TO A TERM BILL BY STUDENT, YEAR AND
      *SEMESTER AND APPLIED THROUGH PAYMENT-APPLY EXACTLY AS A
      *CASHIER POSTING WOULD BE. ITEMS THAT DO NOT MATCH GO TO THE
      *PAYMENT SUSPENSE FILE FOR SUSPENSE-MAINT, AS DO CHECKS FROM
      *A STUDENT WHOSE CHECKS ARE BEING REFUSED AFTER A RETURNED
      *PAYMENT. EVERY ITEM APPLIED OR SUSPENDED IS NOTED ON THE
      *LOCKBOX ITEM FILE, AND AN ITEM ALREADY ON IT - A FEED RUN
      *AGAIN AFTER A FAILURE, OR TWICE IN ONE DAY - IS LISTED AS
      *ALREADY LOADED AND NOT POSTED A SECOND TIME. THE REPORT ENDS
      *WITH THE BATCH TOTAL TIED TO THE BANK'S TRAILER WHEN ONE IS
      *SENT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE    ASSIGN        TO
                               '../FILES/LOCKBOX-FEED.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-FEED-STAT.
           SELECT PAY-SUSPENSE ASSIGN        TO
                               '../FILES/PAY-SUSPENSE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SUSP-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CHECK-REFUSE ASSIGN        TO
                               '../FILES/CHECK-REFUSE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CKR-STU-ID
                               FILE STATUS   IS WS-CKR-STAT.
           SELECT LOCKBOX-ITEM ASSIGN        TO
                               '../FILES/LOCKBOX-ITEM.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS LBX-KEY
                               FILE STATUS   IS WS-LBX-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/LOCKBOX-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-REC.
           03  FD-TYPE             PIC X.
               88  FD-DETAIL               VALUE 'D'.
               88  FD-TRAILER              VALUE 'T'.
           03  FD-DETAIL-DATA.
               05  FD-SOURCE       PIC X.
               05  FD-ITEM-REF     PIC X(12).
               05  FD-STU-ID       PIC X(7).
               05  FD-STU-ID-N REDEFINES FD-STU-ID
                                   PIC 9(7).
               05  FD-YEAR         PIC X(4).
               05  FD-YEAR-N REDEFINES FD-YEAR
                                   PIC 9(4).
               05  FD-SEM          PIC XX.
               05  FD-SEM-N REDEFINES FD-SEM
                                   PIC 99.
               05  FD-AMOUNT       PIC 9(6)V99.
               05  FD-PAY-DATE     PIC 9(8).
               05  FD-PAYER        PIC X(25).
           03  FD-TRAILER-DATA REDEFINES FD-DETAIL-DATA.
               05  FD-T-COUNT      PIC 9(5).
               05  FD-T-TOTAL      PIC 9(8)V99.
               05  FILLER          PIC X(52).
       COPY PAY-SUSPENSE-RECS.
       COPY CHECK-REFUSE-RECS.
       COPY LOCKBOX-ITEM-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-FEED-STAT        PIC 99.
           03  WS-CKR-STAT         PIC 99.
           03  WS-CKR-AVAIL        PIC X   VALUE 'N'.
               88  CKR-AVAIL               VALUE 'Y'.
           03  WS-LBX-STAT         PIC 99.
           03  WS-LOADED           PIC X   VALUE 'N'.
               88  ALREADY-LOADED          VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SUSP-EOF         PIC X.
               88  SUSP-EOF                VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-NEXT-SEQ         PIC 9(4).
           03  WS-REASON           PIC X(20).
           03  WS-TRAILER-SEEN     PIC X   VALUE 'N'.
               88  TRAILER-SEEN            VALUE 'Y'.
       01  WS-BATCH-TOTALS.
           03  WS-READ-COUNT       PIC 9(5)     VALUE 0.
           03  WS-READ-AMT         PIC 9(8)V99  VALUE 0.
           03  WS-APPLY-COUNT      PIC 9(5)     VALUE 0.
           03  WS-APPLY-AMT        PIC 9(8)V99  VALUE 0.
           03  WS-SUSP-COUNT       PIC 9(5)     VALUE 0.
           03  WS-SUSP-AMT         PIC 9(8)V99  VALUE 0.
           03  WS-PRIOR-COUNT      PIC 9(5)     VALUE 0.
           03  WS-PRIOR-AMT        PIC 9(8)V99  VALUE 0.
           03  WS-BANK-COUNT       PIC 9(5)     VALUE 0.
           03  WS-BANK-AMT         PIC 9(8)V99  VALUE 0.
       COPY WS-PAY-APPLY.
       01  WS-HDR-LN.
           03  FILLER              PIC X(14) VALUE 'ITEM REF'.
           03  FILLER              PIC X(9)  VALUE 'STUDENT'.
           03  FILLER              PIC X(8)  VALUE 'TERM'.
           03  FILLER              PIC X(13) VALUE '       AMOUNT'.
           03  FILLER              PIC X(2)  VALUE SPACES.
           03  FILLER              PIC X(30) VALUE 'RESULT'.
       01  WS-DTL-LN.
           03  WS-D-SOURCE         PIC X.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-REF            PIC X(12).
           03  WS-D-STU-ID         PIC X(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-YEAR           PIC X(4).
           03  FILLER              PIC X VALUE '/'.
           03  WS-D-SEM            PIC XX.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-AMT            PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-RESULT         PIC X(9).
           03  WS-D-REASON         PIC X(20).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-SUSP-KEY       PIC X(13).
       01  WS-TOT-LN.
           03  WS-T-LABEL          PIC X(24).
           03  WS-T-COUNT          PIC ZZ,ZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-T-AMT            PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'LOCKBOX-IMPORT'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/LOCKBOX-REPORT.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'BANK LOCKBOX / ONLINE PAYMENT IMPORT'.

           OPEN INPUT FEED-FILE.
           IF WS-FEED-STAT NOT = ZERO
               DISPLAY 'NO LOCKBOX-FEED.TXT - NOTHING TO LOAD'
               CLOSE FEED-FILE
               EXIT PROGRAM
           END-IF.
           OPEN I-O PAY-SUSPENSE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'PAYMENT SUSPENSE FILE NOT AVAILABLE - STATUS '
                   WS-STAT
               CLOSE FEED-FILE
               EXIT PROGRAM
           END-IF.
           OPEN I-O LOCKBOX-ITEM.
           IF WS-LBX-STAT NOT = ZERO
               DISPLAY 'LOCKBOX ITEM FILE NOT AVAILABLE - STATUS '
                   WS-LBX-STAT
               CLOSE FEED-FILE
               CLOSE PAY-SUSPENSE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT CHECK-REFUSE.
           IF WS-CKR-STAT = ZERO
               MOVE 'Y' TO WS-CKR-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           PERFORM 050-FIND-LAST-SUSP.

           MOVE SPACES TO PRINT-REC.
           STRING 'LOCKBOX / ONLINE PAYMENT IMPORT ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM UNTIL EOF
               READ FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FD-DETAIL
                               PERFORM 100-PROCESS-ONE
                           WHEN FD-TRAILER
                               MOVE 'Y' TO WS-TRAILER-SEEN
                               MOVE FD-T-COUNT TO WS-BANK-COUNT
                               MOVE FD-T-TOTAL TO WS-BANK-AMT
                       END-EVALUATE
               END-READ
           END-PERFORM.

           PERFORM 500-PRINT-TOTALS.

           CLOSE FEED-FILE.
           CLOSE PAY-SUSPENSE.
           CLOSE LOCKBOX-ITEM.
           IF CKR-AVAIL
               CLOSE CHECK-REFUSE
           END-IF.
           CLOSE PRINT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'LOCKBOX-IMPORT COMPLETE'.
           DISPLAY 'ITEMS READ   : ' WS-READ-COUNT.
           DISPLAY 'APPLIED      : ' WS-APPLY-COUNT.
           DISPLAY 'TO SUSPENSE  : ' WS-SUSP-COUNT.
           DISPLAY 'ALREADY LOADED: ' WS-PRIOR-COUNT.
           DISPLAY 'BATCH TOTAL  : ' WS-READ-AMT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *TODAY'S SUSPENSE ITEMS CONTINUE AFTER ANY ALREADY FILED
      *BY AN EARLIER RUN THE SAME DAY
       050-FIND-LAST-SUSP.
           MOVE ZERO TO WS-NEXT-SEQ.
           MOVE WS-TODAY TO SUSP-DATE.
           MOVE ZERO     TO SUSP-SEQ.
           MOVE 'N' TO WS-SUSP-EOF.
           START PAY-SUSPENSE KEY NOT LESS THAN SUSP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUSP-EOF
           END-START.
           PERFORM UNTIL SUSP-EOF
               READ PAY-SUSPENSE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUSP-EOF
                   NOT AT END
                       IF SUSP-DATE NOT = WS-TODAY
                           MOVE 'Y' TO WS-SUSP-EOF
                       ELSE
                           MOVE SUSP-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       100-PROCESS-ONE.
           ADD 1 TO WS-READ-COUNT.
           IF FD-AMOUNT NUMERIC
               ADD FD-AMOUNT TO WS-READ-AMT
           END-IF.
           MOVE SPACES TO WS-REASON.
           MOVE SPACES TO WS-D-SUSP-KEY.

           PERFORM 120-CHECK-LOADED.
           IF ALREADY-LOADED
               ADD 1 TO WS-PRIOR-COUNT
               IF FD-AMOUNT NUMERIC
                   ADD FD-AMOUNT TO WS-PRIOR-AMT
               END-IF
               MOVE 'SKIPPED'        TO WS-D-RESULT
               MOVE 'ALREADY LOADED' TO WS-D-REASON
               PERFORM 400-PRINT-ITEM
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN FD-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REASON
               WHEN FD-AMOUNT = ZERO
                   MOVE 'ZERO AMOUNT'        TO WS-REASON
               WHEN FD-STU-ID NOT NUMERIC
                   MOVE 'NO VALID STUDENT ID' TO WS-REASON
               WHEN FD-YEAR NOT NUMERIC OR FD-SEM NOT NUMERIC
                   MOVE 'NO VALID TERM'      TO WS-REASON
           END-EVALUATE.
           IF WS-REASON = SPACES AND FD-SOURCE NOT = 'C'
               PERFORM 150-CHECK-REFUSED
           END-IF.
           IF WS-REASON NOT = SPACES
               PERFORM 300-WRITE-SUSPENSE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 200-APPLY-ITEM.
           IF WS-PA-RESULT = 'Y'
               ADD 1 TO WS-APPLY-COUNT
               ADD FD-AMOUNT TO WS-APPLY-AMT
               MOVE 'APPLIED' TO WS-D-RESULT
               PERFORM 350-RECORD-ITEM
               PERFORM 400-PRINT-ITEM
           ELSE
               MOVE 'NO BILL FOR TERM' TO WS-REASON
               PERFORM 300-WRITE-SUSPENSE
           END-IF.
      *-----------------------------------------------------------------
      *AN ITEM WITH NO BANK REFERENCE CANNOT BE TOLD FROM ANOTHER, SO
      *ONLY REFERENCED ITEMS ARE CHECKED AGAINST EARLIER RUNS
       120-CHECK-LOADED.
           MOVE 'N' TO WS-LOADED.
           IF FD-ITEM-REF = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FD-SOURCE   TO LBX-SOURCE.
           MOVE FD-ITEM-REF TO LBX-ITEM-REF.
           MOVE FD-PAY-DATE TO LBX-PAY-DATE.
           READ LOCKBOX-ITEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOADED
                   IF LBX-SUSPENSE
                       STRING LBX-SUSP-DATE DELIMITED BY SIZE
                              '-'           DELIMITED BY SIZE
                              LBX-SUSP-SEQ  DELIMITED BY SIZE
                              INTO WS-D-SUSP-KEY
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       150-CHECK-REFUSED.
           IF NOT CKR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE FD-STU-ID-N TO CKR-STU-ID.
           READ CHECK-REFUSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CKR-UNTIL-DATE >= WS-TODAY
                       MOVE 'CHECKS REFUSED' TO WS-REASON
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       200-APPLY-ITEM.
           MOVE FD-STU-ID-N    TO WS-PA-STU-ID.
           MOVE FD-YEAR-N      TO WS-PA-YEAR.
           MOVE FD-SEM-N       TO WS-PA-SEM.
           MOVE FD-AMOUNT      TO WS-PA-AMOUNT.
           IF FD-SOURCE = 'C'
               MOVE 'ONLINE PAYMENT'  TO WS-PA-DESC
           ELSE
               MOVE 'LOCKBOX PAYMENT' TO WS-PA-DESC
           END-IF.
           MOVE FD-ITEM-REF      TO WS-PA-REF.
           MOVE 'LOCKBOX-IMPORT' TO WS-PA-PGM.
           CALL 'PAYMENT-APPLY' USING WS-PAY-APPLY.
      *-----------------------------------------------------------------
       300-WRITE-SUSPENSE.
           ADD 1 TO WS-NEXT-SEQ.
           MOVE SPACES         TO SUSP-REC.
           MOVE WS-TODAY       TO SUSP-DATE.
           MOVE WS-NEXT-SEQ    TO SUSP-SEQ.
           MOVE FD-SOURCE      TO SUSP-SOURCE.
           MOVE FD-ITEM-REF    TO SUSP-ITEM-REF.
           MOVE FD-STU-ID      TO SUSP-IN-STU-ID.
           MOVE FD-YEAR        TO SUSP-IN-YEAR.
           MOVE FD-SEM         TO SUSP-IN-SEM.
           IF FD-AMOUNT NUMERIC
               MOVE FD-AMOUNT  TO SUSP-AMOUNT
           ELSE
               MOVE ZERO       TO SUSP-AMOUNT
           END-IF.
           IF FD-PAY-DATE NUMERIC
               MOVE FD-PAY-DATE TO SUSP-PAY-DATE
           ELSE
               MOVE WS-TODAY    TO SUSP-PAY-DATE
           END-IF.
           MOVE FD-PAYER       TO SUSP-PAYER.
           MOVE WS-REASON      TO SUSP-REASON.
           MOVE 'O'            TO SUSP-STATUS.
           MOVE ZERO           TO SUSP-RES-STU-ID.
           MOVE ZERO           TO SUSP-RES-YEAR.
           MOVE ZERO           TO SUSP-RES-SEM.
           MOVE ZERO           TO SUSP-RES-DATE.
           MOVE SPACES         TO SUSP-RES-OPER.
           WRITE SUSP-REC.

           ADD 1 TO WS-SUSP-COUNT.
           ADD SUSP-AMOUNT TO WS-SUSP-AMT.
           MOVE 'SUSPENSE' TO WS-D-RESULT.
           MOVE WS-REASON  TO WS-D-REASON.
           STRING SUSP-DATE DELIMITED BY SIZE
                  '-'       DELIMITED BY SIZE
                  SUSP-SEQ  DELIMITED BY SIZE
                  INTO WS-D-SUSP-KEY.
           PERFORM 350-RECORD-ITEM.
           PERFORM 400-PRINT-ITEM.
      *-----------------------------------------------------------------
      *NOTE THE ITEM AS LOADED SO A LATER RUN OF THE SAME FEED
      *PASSES IT BY
       350-RECORD-ITEM.
           IF FD-ITEM-REF = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES         TO LBX-REC.
           MOVE FD-SOURCE      TO LBX-SOURCE.
           MOVE FD-ITEM-REF    TO LBX-ITEM-REF.
           MOVE FD-PAY-DATE    TO LBX-PAY-DATE.
           MOVE FD-STU-ID      TO LBX-STU-ID.
           MOVE FD-YEAR        TO LBX-YEAR.
           MOVE FD-SEM         TO LBX-SEM.
           IF FD-AMOUNT NUMERIC
               MOVE FD-AMOUNT  TO LBX-AMOUNT
           ELSE
               MOVE ZERO       TO LBX-AMOUNT
           END-IF.
           IF WS-D-RESULT = 'APPLIED'
               MOVE 'A'        TO LBX-RESULT
               MOVE ZERO       TO LBX-SUSP-DATE
               MOVE ZERO       TO LBX-SUSP-SEQ
           ELSE
               MOVE 'S'        TO LBX-RESULT
               MOVE WS-TODAY   TO LBX-SUSP-DATE
               MOVE WS-NEXT-SEQ TO LBX-SUSP-SEQ
           END-IF.
           MOVE WS-TODAY       TO LBX-LOAD-DATE.
           WRITE LBX-REC
               INVALID KEY
                   DISPLAY 'LOCKBOX ITEM NOT RECORDED ' FD-ITEM-REF
                       ' STATUS ' WS-LBX-STAT
           END-WRITE.
      *-----------------------------------------------------------------
       400-PRINT-ITEM.
           MOVE FD-SOURCE   TO WS-D-SOURCE.
           MOVE FD-ITEM-REF TO WS-D-REF.
           MOVE FD-STU-ID   TO WS-D-STU-ID.
           MOVE FD-YEAR     TO WS-D-YEAR.
           MOVE FD-SEM      TO WS-D-SEM.
           IF FD-AMOUNT NUMERIC
               MOVE FD-AMOUNT TO WS-D-AMT
           ELSE
               MOVE ZERO      TO WS-D-AMT
           END-IF.
           IF WS-D-RESULT = 'APPLIED'
               MOVE SPACES TO WS-D-REASON
           END-IF.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *APPLIED PLUS SUSPENSE PLUS ANY ITEMS AN EARLIER RUN ALREADY
      *LOADED IS THE BATCH; IT HAS TO TIE TO THE DEPOSIT THE BANK
      *REPORTS IN ITS TRAILER
       500-PRINT-TOTALS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'APPLIED TO BILLS      :' TO WS-T-LABEL.
           MOVE WS-APPLY-COUNT TO WS-T-COUNT.
           MOVE WS-APPLY-AMT   TO WS-T-AMT.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'PLACED IN SUSPENSE    :' TO WS-T-LABEL.
           MOVE WS-SUSP-COUNT  TO WS-T-COUNT.
           MOVE WS-SUSP-AMT    TO WS-T-AMT.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'ALREADY LOADED        :' TO WS-T-LABEL.
           MOVE WS-PRIOR-COUNT TO WS-T-COUNT.
           MOVE WS-PRIOR-AMT   TO WS-T-AMT.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'BATCH TOTAL           :' TO WS-T-LABEL.
           MOVE WS-READ-COUNT  TO WS-T-COUNT.
           MOVE WS-READ-AMT    TO WS-T-AMT.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           IF TRAILER-SEEN
               MOVE 'BANK TRAILER TOTAL    :' TO WS-T-LABEL
               MOVE WS-BANK-COUNT  TO WS-T-COUNT
               MOVE WS-BANK-AMT    TO WS-T-AMT
               MOVE WS-TOT-LN TO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC
               IF WS-BANK-COUNT = WS-READ-COUNT
                   AND WS-BANK-AMT = WS-READ-AMT
                   MOVE 'BATCH TIES TO BANK DEPOSIT' TO PRINT-REC
               ELSE
                   MOVE '*** BATCH DOES NOT TIE TO BANK DEPOSIT ***'
                       TO PRINT-REC
                   DISPLAY 'BATCH DOES NOT TIE TO BANK DEPOSIT'
               END-IF
               WRITE PRINT-REC
           ELSE
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC
               MOVE 'NO BANK TRAILER - TIE BATCH TOTAL TO DEPOSIT'
                   TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

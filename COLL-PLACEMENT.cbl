       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLL-PLACEMENT.
      *-----------------------------------------------------------------
      *COLLECTION AGENCY PLACEMENT RUN. SELECTS TERM BILLS STILL
      *CARRYING A BALANCE THAT ARE AT LEAST THE GIVEN NUMBER OF DAYS
      *PAST DUE (AGED THE WAY AR-AGING AND AR-DUNNING AGE THEM) AND
      *HAVE DRAWN AT LEAST THE GIVEN NUMBER OF DUNNING NOTICES.
      *EACH ONE IS WRITTEN TO THE AGENCY PLACEMENT FILE, MARKED
      *PLACED ON THE COLLECTIONS FILE - WHICH WRITES THE BALANCE OFF
      *TO COLLECTIONS IN THE AGING REPORT - AND KEEPS ITS BUSINESS
      *HOLD (RE-PLACED IF IT HAS BEEN TAKEN OFF). A BILL RECALLED
      *FROM THE AGENCY IS NOT PLACED AGAIN BY THIS RUN.
      *PLACEMENT FILE: H HEADER (AGENCY, DATE), D DETAIL PER BILL,
      *T TRAILER (COUNT, TOTAL BALANCE PLACED).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-MASTER  ASSIGN        TO
                               '../FILES/BILL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS BILL-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT PLAN-MASTER  ASSIGN        TO
                               '../FILES/PLAN-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PLAN-KEY
                               FILE STATUS   IS WS-PLAN-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-ADDR-STAT.
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
           SELECT PLACE-FILE   ASSIGN        TO
                               '../FILES/COLL-PLACEMENT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/COLL-PLACEMENT-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY BILL-MASTER-RECS.
       COPY PLAN-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY ADDR-MASTER-RECS.
       COPY HOLD-MASTER-RECS.
       COPY COLL-MASTER-RECS.
       FD  PLACE-FILE.
       01  PLACE-REC               PIC X(160).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-TODAY-INT        PIC 9(8).
           03  WS-BILL-INT         PIC 9(8).
           03  WS-DAYS             PIC S9(5).
           03  WS-PLAN-STAT        PIC 99.
           03  WS-PLAN-EOF         PIC X.
               88  PLAN-EOF                VALUE 'Y'.
           03  WS-PLAN-FOUND       PIC X.
               88  PLAN-FOUND              VALUE 'Y'.
           03  WS-INST-OPEN        PIC S9(7)V99.
           03  WS-DUE-INT          PIC 9(8).
           03  WS-INST-DAYS        PIC S9(5).
           03  WS-BALANCE          PIC S9(7)V99.
           03  WS-STU-NAME         PIC X(31).
           03  WS-COLL-STAT        PIC 99.
           03  WS-ADDR-STAT        PIC 99 VALUE 99.
           03  WS-ADDR-AVAIL       PIC X   VALUE 'N'.
               88  ADDR-AVAIL              VALUE 'Y'.
           03  WS-ADDR-PICKED      PIC X.
               88  ADDR-PICKED             VALUE 'Y'.
           03  WS-MA-STREET        PIC X(25).
           03  WS-MA-CITY          PIC X(20).
           03  WS-MA-STATE         PIC XX.
           03  WS-MA-ZIP           PIC X(5).
           03  WS-MA-COUNTRY       PIC X(15).
       01  WS-PLACE-RULES.
           03  WS-MIN-DAYS         PIC 9(4).
           03  WS-MIN-NOTICES      PIC 99.
           03  WS-AGENCY           PIC X(10).
           03  WS-COMM-PCT         PIC 99V99.
       01  WS-COUNTS.
           03  WS-BILLS-READ       PIC 9(6) VALUE 0.
           03  WS-PLACED-COUNT     PIC 9(5) VALUE 0.
           03  WS-PLACED-TOT       PIC 9(8)V99 VALUE 0.
           03  WS-HOLD-COUNT       PIC 9(5) VALUE 0.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'COLL-PLACEMENT'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-PL-HDR.
           03  FILLER              PIC X   VALUE 'H'.
           03  WS-PH-AGENCY        PIC X(10).
           03  WS-PH-DATE          PIC 9(8).
       01  WS-PL-DTL.
           03  FILLER              PIC X   VALUE 'D'.
           03  WS-PD-STU-ID        PIC 9(7).
           03  WS-PD-NAME          PIC X(31).
           03  WS-PD-STREET        PIC X(25).
           03  WS-PD-CITY          PIC X(20).
           03  WS-PD-STATE         PIC XX.
           03  WS-PD-ZIP           PIC X(5).
           03  WS-PD-COUNTRY       PIC X(15).
           03  WS-PD-YEAR          PIC 9(4).
           03  WS-PD-SEM           PIC 99.
           03  WS-PD-BALANCE       PIC 9(6)V99.
           03  WS-PD-BILL-DATE     PIC 9(8).
           03  WS-PD-DAYS          PIC 9(5).
           03  WS-PD-NOTICES       PIC 99.
       01  WS-PL-TRL.
           03  FILLER              PIC X   VALUE 'T'.
           03  WS-PT-COUNT         PIC 9(5).
           03  WS-PT-TOTAL         PIC 9(8)V99.
       01  WS-HDR-LN.
           03  FILLER              PIC X(9)  VALUE 'ID'.
           03  FILLER              PIC X(32) VALUE 'NAME'.
           03  FILLER              PIC X(9)  VALUE 'TERM'.
           03  FILLER              PIC X(12) VALUE 'BALANCE'.
           03  FILLER              PIC X(7)  VALUE 'DAYS'.
           03  FILLER              PIC X(8)  VALUE 'NOTICES'.
       01  WS-DTL-LN.
           03  WS-D-STU-ID         PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-NAME           PIC X(31).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-YEAR           PIC 9999.
           03  FILLER              PIC X VALUE '/'.
           03  WS-D-SEM            PIC 99.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-BALANCE        PIC ZZZ,ZZ9.99.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-DAYS           PIC ZZZZ9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-D-NOTICES        PIC Z9.
       01  WS-RUN-LN.
           03  FILLER              PIC X(9)  VALUE 'AGENCY: '.
           03  WS-R-AGENCY         PIC X(10).
           03  FILLER              PIC X(13) VALUE '  COMMISSION '.
           03  WS-R-PCT            PIC Z9.99.
           03  FILLER              PIC X(15) VALUE '%  MIN DAYS: '.
           03  WS-R-DAYS           PIC ZZZ9.
           03  FILLER              PIC X(16) VALUE '  MIN NOTICES: '.
           03  WS-R-NOTICES        PIC Z9.
       01  WS-TOT-LN.
           03  FILLER              PIC X(20) VALUE
                                   'BILLS PLACED      : '.
           03  WS-T-COUNT          PIC ZZ,ZZ9.
           03  FILLER              PIC X(12) VALUE '   BALANCE: '.
           03  WS-T-TOTAL          PIC ZZ,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'COLLECTION AGENCY PLACEMENT'.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           DISPLAY 'MINIMUM DAYS PAST DUE (0 = 120): '
               WITH NO ADVANCING.
           ACCEPT WS-MIN-DAYS.
           IF WS-MIN-DAYS = ZERO
               MOVE 120 TO WS-MIN-DAYS
           END-IF.
           DISPLAY 'MINIMUM NOTICES SENT (0 = 3): ' WITH NO ADVANCING.
           ACCEPT WS-MIN-NOTICES.
           IF WS-MIN-NOTICES = ZERO
               MOVE 3 TO WS-MIN-NOTICES
           END-IF.
           DISPLAY 'AGENCY CODE: ' WITH NO ADVANCING.
           ACCEPT WS-AGENCY.
           MOVE FUNCTION UPPER-CASE(WS-AGENCY) TO WS-AGENCY.
           IF WS-AGENCY = SPACES
               DISPLAY 'AN AGENCY CODE IS REQUIRED - NOTHING PLACED'
               EXIT PROGRAM
           END-IF.
           DISPLAY 'AGENCY COMMISSION PERCENT (NN.NN): '
               WITH NO ADVANCING.
           ACCEPT WS-COMM-PCT.

           OPEN I-O COLL-MASTER.
           IF WS-COLL-STAT NOT = ZERO
               DISPLAY 'COLLECTIONS FILE NOT AVAILABLE - STATUS '
                   WS-COLL-STAT
               EXIT PROGRAM
           END-IF.
           OPEN INPUT BILL-MASTER.
           OPEN INPUT PLAN-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT ADDR-MASTER.
           IF WS-ADDR-STAT = ZERO
               MOVE 'Y' TO WS-ADDR-AVAIL
           END-IF.
           OPEN I-O HOLD-MASTER.
           OPEN OUTPUT PLACE-FILE.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-AGENCY TO WS-PH-AGENCY.
           MOVE WS-TODAY  TO WS-PH-DATE.
           MOVE WS-PL-HDR TO PLACE-REC.
           WRITE PLACE-REC.

           MOVE 'COLLECTION AGENCY PLACEMENT REGISTER' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-AGENCY      TO WS-R-AGENCY.
           MOVE WS-COMM-PCT    TO WS-R-PCT.
           MOVE WS-MIN-DAYS    TO WS-R-DAYS.
           MOVE WS-MIN-NOTICES TO WS-R-NOTICES.
           MOVE WS-RUN-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE LOW-VALUES TO BILL-KEY.
           MOVE 'N' TO WS-EOF.
           START BILL-MASTER KEY NOT LESS THAN BILL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ BILL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BILLS-READ
                       COMPUTE WS-BALANCE = BILL-AMOUNT - BILL-PAID
                       IF WS-BALANCE > 0
                           PERFORM 100-CHECK-ONE-BILL
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-PLACED-COUNT TO WS-PT-COUNT.
           MOVE WS-PLACED-TOT   TO WS-PT-TOTAL.
           MOVE WS-PL-TRL TO PLACE-REC.
           WRITE PLACE-REC.

           MOVE WS-PLACED-COUNT TO WS-T-COUNT.
           MOVE WS-PLACED-TOT   TO WS-T-TOTAL.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE BILL-MASTER.
           CLOSE PLAN-MASTER.
           CLOSE STU-MST.
           IF ADDR-AVAIL
               CLOSE ADDR-MASTER
           END-IF.
           CLOSE HOLD-MASTER.
           CLOSE COLL-MASTER.
           CLOSE PLACE-FILE.
           CLOSE PRINT-FILE.

           MOVE '../FILES/COLL-PLACEMENT.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.
           MOVE '../FILES/COLL-PLACEMENT-REPORT.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'COLL-PLACEMENT COMPLETE'.
           DISPLAY 'BILLS READ    : ' WS-BILLS-READ.
           DISPLAY 'BILLS PLACED  : ' WS-PLACED-COUNT.
           DISPLAY 'HOLDS PLACED  : ' WS-HOLD-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *ONLY A BILL STILL IN DUNNING QUALIFIES - ONE ALREADY PLACED,
      *RECALLED OR CLOSED IS LEFT ALONE, AND ONE WITH NO COLLECTIONS
      *RECORD HAS NEVER DRAWN A NOTICE
       100-CHECK-ONE-BILL.
           MOVE BILL-KEY TO COLL-KEY.
           READ COLL-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT COLL-DUNNING
               EXIT PARAGRAPH
           END-IF.
           IF COLL-NOTICE-COUNT < WS-MIN-NOTICES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 120-AGE-BY-PLAN.
           IF NOT PLAN-FOUND
               IF BILL-DATE NUMERIC AND BILL-DATE > 19000000
                   COMPUTE WS-BILL-INT =
                       FUNCTION INTEGER-OF-DATE(BILL-DATE)
                   COMPUTE WS-DAYS = WS-TODAY-INT - WS-BILL-INT
               ELSE
                   MOVE 0 TO WS-DAYS
               END-IF
           END-IF.
           IF WS-DAYS < WS-MIN-DAYS
               EXIT PARAGRAPH
           END-IF.

           PERFORM 200-WRITE-PLACEMENT.
           PERFORM 300-MARK-PLACED.
           PERFORM 400-KEEP-HOLD.
      *-----------------------------------------------------------------
      *THE SAME PLAN WALK AR-DUNNING DOES - DAYS PAST DUE COME FROM
      *THE OLDEST INSTALLMENT STILL CARRYING AN OPEN BALANCE
       120-AGE-BY-PLAN.
           MOVE 'N' TO WS-PLAN-FOUND.
           MOVE 0   TO WS-DAYS.
           MOVE BILL-STU-ID TO PLAN-STU-ID.
           MOVE BILL-YEAR   TO PLAN-YEAR.
           MOVE BILL-SEM    TO PLAN-SEM.
           MOVE ZERO        TO PLAN-INST-NO.
           MOVE 'N' TO WS-PLAN-EOF.
           START PLAN-MASTER KEY NOT LESS THAN PLAN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLAN-EOF
           END-START.

           PERFORM UNTIL PLAN-EOF
               READ PLAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PLAN-EOF
                   NOT AT END
                       IF PLAN-STU-ID NOT = BILL-STU-ID
                           OR PLAN-YEAR NOT = BILL-YEAR
                           OR PLAN-SEM  NOT = BILL-SEM
                           MOVE 'Y' TO WS-PLAN-EOF
                       ELSE
                           PERFORM 130-AGE-ONE-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       130-AGE-ONE-INSTALLMENT.
           COMPUTE WS-INST-OPEN = PLAN-AMOUNT - PLAN-PAID.
           IF WS-INST-OPEN <= 0
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-PLAN-FOUND
               IF PLAN-DUE-DATE NUMERIC
                   AND PLAN-DUE-DATE > 19000000
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(PLAN-DUE-DATE)
                   COMPUTE WS-INST-DAYS = WS-TODAY-INT - WS-DUE-INT
               ELSE
                   MOVE 0 TO WS-INST-DAYS
               END-IF
               IF WS-INST-DAYS > WS-DAYS
                   MOVE WS-INST-DAYS TO WS-DAYS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *THE AGENCY GETS THE ADDRESS THE DUNNING LETTERS WENT TO
       200-WRITE-PLACEMENT.
           MOVE SPACES TO WS-STU-NAME.
           MOVE SPACES TO WS-PD-STREET.
           MOVE SPACES TO WS-PD-CITY.
           MOVE SPACES TO WS-PD-STATE.
           MOVE SPACES TO WS-PD-ZIP.
           MOVE SPACES TO WS-PD-COUNTRY.
           MOVE BILL-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-STU-NAME
                   MOVE STU-STREET TO WS-PD-STREET
                   MOVE STU-ZIP    TO WS-PD-ZIP
           END-READ.
           PERFORM 250-PICK-ADDRESS.
           IF ADDR-PICKED
               MOVE WS-MA-STREET  TO WS-PD-STREET
               MOVE WS-MA-CITY    TO WS-PD-CITY
               MOVE WS-MA-STATE   TO WS-PD-STATE
               MOVE WS-MA-ZIP     TO WS-PD-ZIP
               MOVE WS-MA-COUNTRY TO WS-PD-COUNTRY
           END-IF.

           MOVE BILL-STU-ID       TO WS-PD-STU-ID.
           MOVE WS-STU-NAME       TO WS-PD-NAME.
           MOVE BILL-YEAR         TO WS-PD-YEAR.
           MOVE BILL-SEM          TO WS-PD-SEM.
           MOVE WS-BALANCE        TO WS-PD-BALANCE.
           MOVE BILL-DATE         TO WS-PD-BILL-DATE.
           MOVE WS-DAYS           TO WS-PD-DAYS.
           MOVE COLL-NOTICE-COUNT TO WS-PD-NOTICES.
           MOVE WS-PL-DTL TO PLACE-REC.
           WRITE PLACE-REC.

           MOVE BILL-STU-ID       TO WS-D-STU-ID.
           MOVE WS-STU-NAME       TO WS-D-NAME.
           MOVE BILL-YEAR         TO WS-D-YEAR.
           MOVE BILL-SEM          TO WS-D-SEM.
           MOVE WS-BALANCE        TO WS-D-BALANCE.
           MOVE WS-DAYS           TO WS-D-DAYS.
           MOVE COLL-NOTICE-COUNT TO WS-D-NOTICES.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.

           ADD 1 TO WS-PLACED-COUNT.
           ADD WS-BALANCE TO WS-PLACED-TOT.
      *-----------------------------------------------------------------
       250-PICK-ADDRESS.
           MOVE 'N' TO WS-ADDR-PICKED.
           IF NOT ADDR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'M' TO AD-TYPE.
           PERFORM 260-TRY-ADDR-TYPE.
           IF NOT ADDR-PICKED
               MOVE 'P' TO AD-TYPE
               PERFORM 260-TRY-ADDR-TYPE
           END-IF.
           IF NOT ADDR-PICKED
               MOVE 'F' TO AD-TYPE
               PERFORM 260-TRY-ADDR-TYPE
           END-IF.
      *-----------------------------------------------------------------
       260-TRY-ADDR-TYPE.
           MOVE BILL-STU-ID TO AD-STU-ID.
           READ ADDR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AD-END-DATE NUMERIC
                       AND AD-END-DATE NOT = ZERO
                       AND AD-END-DATE < WS-TODAY
                       CONTINUE
                   ELSE
                       MOVE 'Y' TO WS-ADDR-PICKED
                       MOVE AD-STREET  TO WS-MA-STREET
                       MOVE AD-CITY    TO WS-MA-CITY
                       MOVE AD-STATE   TO WS-MA-STATE
                       MOVE AD-ZIP     TO WS-MA-ZIP
                       MOVE AD-COUNTRY TO WS-MA-COUNTRY
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       300-MARK-PLACED.
           MOVE 'P'          TO COLL-STATUS.
           MOVE WS-AGENCY    TO COLL-AGENCY.
           MOVE WS-TODAY     TO COLL-PLACED-DATE.
           MOVE WS-BALANCE   TO COLL-PLACED-AMT.
           MOVE WS-COMM-PCT  TO COLL-COMM-PCT.
           MOVE ZERO         TO COLL-COLLECTED.
           MOVE ZERO         TO COLL-COMMISSION.
           MOVE ZERO         TO COLL-RECALL-DATE.
           REWRITE COLL-REC.
      *-----------------------------------------------------------------
      *THE BUSINESS HOLD STAYS IN FORCE WHILE THE AGENCY HAS THE
      *ACCOUNT - ONE ALREADY ON FILE IS LEFT AS IT IS
       400-KEEP-HOLD.
           MOVE BILL-STU-ID     TO HOLD-STU-ID.
           MOVE 'B'             TO HOLD-TYPE.
           MOVE SESSION-OPER-ID TO HOLD-PLACED-BY.
           MOVE SPACES          TO HOLD-DATE.
           STRING WS-DATE-MM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-DD DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-YY DELIMITED BY SIZE
                  INTO HOLD-DATE.
           WRITE HOLD-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HOLD-COUNT
           END-WRITE.
      *-----------------------------------------------------------------

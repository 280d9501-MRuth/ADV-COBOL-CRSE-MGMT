       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-1098T.
      *-----------------------------------------------------------------
      *ANNUAL 1098-T TUITION STATEMENT EXTRACT FOR ONE CALENDAR YEAR.
      *TOTALS FROM THE STUDENT ACCOUNT LEDGER, BY POSTING DATE:
      *  BOX 1 QUALIFIED TUITION AND RELATED EXPENSES - TUITION,
      *        COURSE FEES, AND THE TERM FEE, LESS REFUNDS AND
      *        ADJUSTMENTS AGAINST THE SAME YEAR'S TERMS
      *  BOX 4 REDUCTIONS POSTED THIS YEAR AGAINST AN EARLIER YEAR'S
      *        TERMS (PRIOR-YEAR ADJUSTMENTS)
      *  BOX 5 GRANT AND SCHOLARSHIP DISBURSEMENTS AND TUITION WAIVERS
      *  BOX 6 GRANT AND SCHOLARSHIP REDUCTIONS AGAINST AN EARLIER
      *        YEAR'S TERMS
      *  BOX 8 AT LEAST HALF-TIME (6 CREDITS) IN ANY TERM OF THE YEAR
      *STUDENTS WITH NOTHING TO REPORT ARE LEFT OUT. WRITES THE IRS
      *ELECTRONIC FILING FILE (A PAYER, B PAYEE, C TOTALS, F END
      *RECORDS) AND A PRINTABLE STUDENT COPY ADDRESSED THE WAY THE
      *DUNNING LETTERS ARE. THE STUDENT'S TIN IS NOT HELD IN THIS
      *SYSTEM - THE B RECORD CARRIES THE STUDENT ID AS THE PAYEE
      *ACCOUNT NUMBER AND THE TAX OFFICE SUPPLIES THE TIN.
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
                               FILE STATUS     IS WS-STU-STAT.
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-ADDR-STAT.
           SELECT MST-CTRL-LIST    ASSIGN TO
                               "../Files/MST-CTRL-LST.DAT"
                               ORGANIZATION IS RELATIVE
                               ACCESS IS RANDOM
                               RELATIVE KEY IS WS-MST-REC-KEY
                               FILE STATUS IS WS-MST-STAT.
           SELECT IRS-FILE     ASSIGN        TO
                               '../FILES/1098T-IRS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT STUDENT-COPY ASSIGN        TO
                               '../FILES/1098T-STUDENT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY LEDGER-RECS.
       COPY BILL-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY ADDR-MASTER-RECS.
       COPY MST-CTRL-LIST-RECS.
       FD  IRS-FILE.
       01  IRS-REC                 PIC X(200).
       FD  STUDENT-COPY.
       01  COPY-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-BILL-STAT        PIC 99.
           03  WS-STU-STAT         PIC 99.
           03  WS-ADDR-STAT        PIC 99 VALUE 99.
           03  WS-ADDR-AVAIL       PIC X   VALUE 'N'.
               88  ADDR-AVAIL              VALUE 'Y'.
           03  WS-MST-STAT         PIC 99.
           03  WS-MST-REC-KEY      PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-BILL-EOF         PIC X.
               88  BILL-EOF                VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-TAX-YEAR         PIC 9(4).
           03  WS-EIN              PIC X(9).
           03  WS-POST-YEAR        PIC 9(4).
           03  WS-CUR-STU-ID       PIC 9(7) VALUE 0.
           03  WS-SIGNED-AMT       PIC S9(7)V99.
           03  WS-HALF-TIME        PIC X.
               88  HALF-TIME               VALUE 'Y'.
           03  WS-STU-NAME         PIC X(31).
           03  WS-ADDR-PICKED      PIC X.
               88  ADDR-PICKED             VALUE 'Y'.
           03  WS-MA-STREET        PIC X(25).
           03  WS-MA-CITY          PIC X(20).
           03  WS-MA-STATE         PIC XX.
           03  WS-MA-ZIP           PIC X(5).
           03  WS-MA-COUNTRY       PIC X(15).
           03  WS-UNIV-NAME        PIC X(40).
           03  WS-UNIV-STREET      PIC X(30).
           03  WS-UNIV-ZIP         PIC X(5).
       01  WS-STU-BOXES.
           03  WS-BOX1             PIC S9(7)V99.
           03  WS-BOX4             PIC S9(7)V99.
           03  WS-BOX5             PIC S9(7)V99.
           03  WS-BOX6             PIC S9(7)V99.
       01  WS-RUN-TOTALS.
           03  WS-STU-COUNT        PIC 9(7)     VALUE 0.
           03  WS-SKIP-COUNT       PIC 9(7)     VALUE 0.
           03  WS-TOT-BOX1         PIC 9(10)V99 VALUE 0.
           03  WS-TOT-BOX4         PIC 9(10)V99 VALUE 0.
           03  WS-TOT-BOX5         PIC 9(10)V99 VALUE 0.
           03  WS-TOT-BOX6         PIC 9(10)V99 VALUE 0.
       01  WS-IRS-A.
           03  FILLER              PIC X     VALUE 'A'.
           03  WS-IA-YEAR          PIC 9(4).
           03  WS-IA-EIN           PIC X(9).
           03  FILLER              PIC XX    VALUE '8 '.
           03  WS-IA-NAME          PIC X(40).
           03  WS-IA-STREET        PIC X(30).
           03  WS-IA-ZIP           PIC X(5).
       01  WS-IRS-B.
           03  FILLER              PIC X     VALUE 'B'.
           03  WS-IB-YEAR          PIC 9(4).
           03  WS-IB-TIN           PIC X(9).
           03  WS-IB-ACCOUNT       PIC X(20).
           03  WS-IB-L-NAME        PIC X(15).
           03  WS-IB-F-NAME        PIC X(15).
           03  WS-IB-STREET        PIC X(25).
           03  WS-IB-CITY          PIC X(20).
           03  WS-IB-STATE         PIC XX.
           03  WS-IB-ZIP           PIC X(5).
           03  WS-IB-COUNTRY       PIC X(15).
           03  WS-IB-BOX1          PIC 9(10)V99.
           03  WS-IB-BOX4          PIC 9(10)V99.
           03  WS-IB-BOX5          PIC 9(10)V99.
           03  WS-IB-BOX6          PIC 9(10)V99.
           03  WS-IB-HALF-TIME     PIC X.
       01  WS-IRS-C.
           03  FILLER              PIC X     VALUE 'C'.
           03  WS-IC-COUNT         PIC 9(8).
           03  WS-IC-BOX1          PIC 9(12)V99.
           03  WS-IC-BOX4          PIC 9(12)V99.
           03  WS-IC-BOX5          PIC 9(12)V99.
           03  WS-IC-BOX6          PIC 9(12)V99.
       01  WS-IRS-F.
           03  FILLER              PIC X     VALUE 'F'.
           03  WS-IF-A-COUNT       PIC 9(8)  VALUE 1.
           03  WS-IF-B-COUNT       PIC 9(8).
       01  WS-COPY-LNS.
           03  WS-CP-TITLE-LN.
               05  FILLER          PIC X(30) VALUE
                                   'FORM 1098-T TUITION STATEMENT'.
               05  FILLER          PIC X(10) VALUE 'TAX YEAR '.
               05  WS-CP-YEAR      PIC 9(4).
           03  WS-CP-FILER-LN.
               05  FILLER          PIC X(8)  VALUE 'FILER: '.
               05  WS-CP-FILER     PIC X(40).
               05  FILLER          PIC X(6)  VALUE ' EIN: '.
               05  WS-CP-EIN       PIC X(9).
           03  WS-CP-NAME-LN.
               05  FILLER          PIC X(8)  VALUE 'STUDENT:'.
               05  WS-CP-NAME      PIC X(31).
               05  FILLER          PIC X(9)  VALUE ' ACCOUNT:'.
               05  WS-CP-STU-ID    PIC 9(7).
           03  WS-CP-ADDR-LN.
               05  FILLER          PIC X(8)  VALUE SPACES.
               05  WS-CP-STREET    PIC X(25).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-CP-ZIP       PIC X(5).
           03  WS-CP-ADDR2-LN.
               05  FILLER          PIC X(8)  VALUE SPACES.
               05  WS-CP2-CITY     PIC X(20).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-CP2-STATE    PIC XX.
               05  FILLER          PIC X VALUE SPACE.
               05  WS-CP2-ZIP      PIC X(5).
           03  WS-CP-CNTRY-LN.
               05  FILLER          PIC X(8)  VALUE SPACES.
               05  WS-CP-COUNTRY   PIC X(15).
           03  WS-CP-BOX-LN.
               05  WS-CP-BOX-LBL   PIC X(50).
               05  WS-CP-BOX-AMT   PIC Z,ZZZ,ZZ9.99.
           03  WS-CP-HALF-LN.
               05  FILLER          PIC X(50) VALUE
                   ' 8 AT LEAST HALF-TIME STUDENT'.
               05  WS-CP-HALF      PIC X(3).
           03  WS-CP-SEP.
               05  FILLER          PIC X(70) VALUE ALL '-'.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'TAX-1098T'.
           03  WS-CAT-FILE         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY '1098-T TUITION STATEMENT EXTRACT'.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           DISPLAY 'TAX YEAR (CCYY, 0 = LAST YEAR): '
               WITH NO ADVANCING.
           ACCEPT WS-TAX-YEAR.
           IF WS-TAX-YEAR = ZERO
               COMPUTE WS-TAX-YEAR = WS-TODAY / 10000 - 1
           END-IF.
           DISPLAY 'INSTITUTION EIN (9 DIGITS): ' WITH NO ADVANCING.
           ACCEPT WS-EIN.

           OPEN INPUT LEDGER-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'LEDGER FILE NOT AVAILABLE - STATUS ' WS-STAT
               EXIT PROGRAM
           END-IF.
           OPEN INPUT BILL-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT ADDR-MASTER.
           IF WS-ADDR-STAT = ZERO
               MOVE 'Y' TO WS-ADDR-AVAIL
           END-IF.
           OPEN INPUT MST-CTRL-LIST.
           OPEN OUTPUT IRS-FILE.
           OPEN OUTPUT STUDENT-COPY.

           PERFORM 050-WRITE-PAYER.

           MOVE LOW-VALUES TO LDG-KEY.
           MOVE 'N' TO WS-EOF.
           START LEDGER-MASTER KEY NOT LESS THAN LDG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           INITIALIZE WS-STU-BOXES.

           PERFORM UNTIL EOF
               READ LEDGER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LDG-STU-ID NOT = WS-CUR-STU-ID
                           IF WS-CUR-STU-ID NOT = ZERO
                               PERFORM 300-CLOSE-STUDENT
                           END-IF
                           MOVE LDG-STU-ID TO WS-CUR-STU-ID
                           INITIALIZE WS-STU-BOXES
                       END-IF
                       MOVE LDG-POST-DATE(1:4) TO WS-POST-YEAR
                       IF WS-POST-YEAR = WS-TAX-YEAR
                           PERFORM 100-ADD-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUR-STU-ID NOT = ZERO
               PERFORM 300-CLOSE-STUDENT
           END-IF.

           PERFORM 600-WRITE-TOTALS.

           CLOSE LEDGER-MASTER.
           CLOSE BILL-MASTER.
           CLOSE STU-MST.
           IF ADDR-AVAIL
               CLOSE ADDR-MASTER
           END-IF.
           CLOSE MST-CTRL-LIST.
           CLOSE IRS-FILE.
           CLOSE STUDENT-COPY.

           MOVE '../FILES/1098T-IRS.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.
           MOVE '../FILES/1098T-STUDENT.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'TAX-1098T COMPLETE FOR ' WS-TAX-YEAR.
           DISPLAY 'STATEMENTS    : ' WS-STU-COUNT.
           DISPLAY 'NOT REPORTABLE: ' WS-SKIP-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE FILER IS THE INSTITUTION ON THE MASTER CONTROL LIST
       050-WRITE-PAYER.
           MOVE SPACES TO WS-UNIV-NAME.
           MOVE SPACES TO WS-UNIV-STREET.
           MOVE SPACES TO WS-UNIV-ZIP.
           MOVE 1 TO WS-MST-REC-KEY.
           READ MST-CTRL-LIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MST-UNIV-NAME TO WS-UNIV-NAME
           END-READ.
           MOVE 2 TO WS-MST-REC-KEY.
           READ MST-CTRL-LIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MST-UNIV-ADDR-ST  TO WS-UNIV-STREET
                   MOVE MST-UNIV-ADDR-ZIP TO WS-UNIV-ZIP
           END-READ.
           MOVE WS-TAX-YEAR    TO WS-IA-YEAR.
           MOVE WS-EIN         TO WS-IA-EIN.
           MOVE WS-UNIV-NAME   TO WS-IA-NAME.
           MOVE WS-UNIV-STREET TO WS-IA-STREET.
           MOVE WS-UNIV-ZIP    TO WS-IA-ZIP.
           MOVE WS-IRS-A TO IRS-REC.
           WRITE IRS-REC.
      *-----------------------------------------------------------------
      *A REDUCTION POSTED THIS YEAR AGAINST AN EARLIER YEAR'S TERM
      *IS A PRIOR-YEAR ADJUSTMENT, NOT A REDUCTION OF THIS YEAR. ONLY
      *A REFUND CREDITED AGAINST TUITION REDUCES IT - THE DEBIT THAT
      *PAYS A CREDIT BALANCE OUT TO THE STUDENT (AND ANY VOID OF THAT
      *PAYOUT) IS CASH MOVEMENT AND IS PASSED OVER
       100-ADD-LINE.
           IF LDG-DEBIT
               MOVE LDG-AMOUNT TO WS-SIGNED-AMT
           ELSE
               COMPUTE WS-SIGNED-AMT = 0 - LDG-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN LDG-REFUND AND LDG-DEBIT AND LDG-ORIG-SEQ = ZERO
               WHEN LDG-REFUND AND LDG-CREDIT AND LDG-ORIG-SEQ > ZERO
                   CONTINUE
               WHEN LDG-TUITION
               WHEN LDG-COURSE-FEE
               WHEN LDG-REFUND
               WHEN LDG-ADJUSTMENT
               WHEN LDG-CHARGE AND LDG-REF = 'TERM FEE'
                   IF LDG-YEAR < WS-TAX-YEAR AND WS-SIGNED-AMT < 0
                       SUBTRACT WS-SIGNED-AMT FROM WS-BOX4
                   ELSE
                       ADD WS-SIGNED-AMT TO WS-BOX1
                   END-IF
               WHEN LDG-WAIVER
               WHEN LDG-AID AND (LDG-REF = 'G' OR LDG-REF = 'S')
                   IF LDG-YEAR < WS-TAX-YEAR AND WS-SIGNED-AMT > 0
                       ADD WS-SIGNED-AMT TO WS-BOX6
                   ELSE
                       SUBTRACT WS-SIGNED-AMT FROM WS-BOX5
                   END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-CLOSE-STUDENT.
           IF WS-BOX1 < 0
               MOVE ZERO TO WS-BOX1
           END-IF.
           IF WS-BOX5 < 0
               MOVE ZERO TO WS-BOX5
           END-IF.
           IF WS-BOX1 = 0 AND WS-BOX4 = 0
               AND WS-BOX5 = 0 AND WS-BOX6 = 0
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STU-COUNT.
           ADD WS-BOX1 TO WS-TOT-BOX1.
           ADD WS-BOX4 TO WS-TOT-BOX4.
           ADD WS-BOX5 TO WS-TOT-BOX5.
           ADD WS-BOX6 TO WS-TOT-BOX6.

           PERFORM 320-CHECK-HALF-TIME.
           MOVE SPACES TO WS-STU-NAME.
           MOVE SPACES TO STU-NAME.
           MOVE SPACES TO STU-ADDR.
           MOVE WS-CUR-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-STU-NAME
           END-READ.
           PERFORM 250-PICK-ADDRESS.
           IF NOT ADDR-PICKED
               MOVE STU-STREET TO WS-MA-STREET
               MOVE SPACES     TO WS-MA-CITY
               MOVE SPACES     TO WS-MA-STATE
               MOVE STU-ZIP    TO WS-MA-ZIP
               MOVE SPACES     TO WS-MA-COUNTRY
           END-IF.
           PERFORM 400-WRITE-PAYEE.
           PERFORM 500-WRITE-STUDENT-COPY.
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
      *AN ADDRESS WHOSE END DATE HAS PASSED NO LONGER WINS
       260-TRY-ADDR-TYPE.
           MOVE WS-CUR-STU-ID TO AD-STU-ID.
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
      *HALF-TIME IS 6 OR MORE BILLED CREDITS IN ANY TERM OF THE YEAR
       320-CHECK-HALF-TIME.
           MOVE 'N' TO WS-HALF-TIME.
           MOVE WS-CUR-STU-ID TO BILL-STU-ID.
           MOVE WS-TAX-YEAR   TO BILL-YEAR.
           MOVE ZERO          TO BILL-SEM.
           MOVE 'N' TO WS-BILL-EOF.
           START BILL-MASTER KEY NOT LESS THAN BILL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BILL-EOF
           END-START.
           PERFORM UNTIL BILL-EOF OR HALF-TIME
               READ BILL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BILL-EOF
                   NOT AT END
                       IF BILL-STU-ID NOT = WS-CUR-STU-ID
                           OR BILL-YEAR NOT = WS-TAX-YEAR
                           MOVE 'Y' TO WS-BILL-EOF
                       ELSE
                           IF BILL-CREDITS >= 6
                               MOVE 'Y' TO WS-HALF-TIME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       400-WRITE-PAYEE.
           MOVE WS-TAX-YEAR   TO WS-IB-YEAR.
           MOVE SPACES        TO WS-IB-TIN.
           MOVE SPACES        TO WS-IB-ACCOUNT.
           MOVE WS-CUR-STU-ID TO WS-IB-ACCOUNT(1:7).
           MOVE STU-L-NAME    TO WS-IB-L-NAME.
           MOVE STU-F-NAME    TO WS-IB-F-NAME.
           MOVE WS-MA-STREET  TO WS-IB-STREET.
           MOVE WS-MA-CITY    TO WS-IB-CITY.
           MOVE WS-MA-STATE   TO WS-IB-STATE.
           MOVE WS-MA-ZIP     TO WS-IB-ZIP.
           MOVE WS-MA-COUNTRY TO WS-IB-COUNTRY.
           MOVE WS-BOX1       TO WS-IB-BOX1.
           MOVE WS-BOX4       TO WS-IB-BOX4.
           MOVE WS-BOX5       TO WS-IB-BOX5.
           MOVE WS-BOX6       TO WS-IB-BOX6.
           IF HALF-TIME
               MOVE '1' TO WS-IB-HALF-TIME
           ELSE
               MOVE ' ' TO WS-IB-HALF-TIME
           END-IF.
           MOVE WS-IRS-B TO IRS-REC.
           WRITE IRS-REC.
      *-----------------------------------------------------------------
       500-WRITE-STUDENT-COPY.
           MOVE WS-TAX-YEAR TO WS-CP-YEAR.
           MOVE WS-CP-TITLE-LN TO COPY-REC.
           WRITE COPY-REC.
           MOVE WS-UNIV-NAME TO WS-CP-FILER.
           MOVE WS-EIN       TO WS-CP-EIN.
           MOVE WS-CP-FILER-LN TO COPY-REC.
           WRITE COPY-REC.
           MOVE SPACES TO COPY-REC.
           WRITE COPY-REC.
           MOVE WS-STU-NAME   TO WS-CP-NAME.
           MOVE WS-CUR-STU-ID TO WS-CP-STU-ID.
           MOVE WS-CP-NAME-LN TO COPY-REC.
           WRITE COPY-REC.
           IF ADDR-PICKED
               MOVE WS-MA-STREET TO WS-CP-STREET
               MOVE SPACES       TO WS-CP-ZIP
               MOVE WS-CP-ADDR-LN TO COPY-REC
               WRITE COPY-REC
               MOVE WS-MA-CITY  TO WS-CP2-CITY
               MOVE WS-MA-STATE TO WS-CP2-STATE
               MOVE WS-MA-ZIP   TO WS-CP2-ZIP
               MOVE WS-CP-ADDR2-LN TO COPY-REC
               WRITE COPY-REC
               IF WS-MA-COUNTRY NOT = SPACES
                   MOVE WS-MA-COUNTRY TO WS-CP-COUNTRY
                   MOVE WS-CP-CNTRY-LN TO COPY-REC
                   WRITE COPY-REC
               END-IF
           ELSE
               MOVE WS-MA-STREET TO WS-CP-STREET
               MOVE WS-MA-ZIP    TO WS-CP-ZIP
               MOVE WS-CP-ADDR-LN TO COPY-REC
               WRITE COPY-REC
           END-IF.
           MOVE SPACES TO COPY-REC.
           WRITE COPY-REC.
           MOVE ' 1 QUALIFIED TUITION AND RELATED EXPENSES'
               TO WS-CP-BOX-LBL.
           MOVE WS-BOX1 TO WS-CP-BOX-AMT.
           MOVE WS-CP-BOX-LN TO COPY-REC.
           WRITE COPY-REC.
           MOVE ' 4 ADJUSTMENTS MADE FOR A PRIOR YEAR'
               TO WS-CP-BOX-LBL.
           MOVE WS-BOX4 TO WS-CP-BOX-AMT.
           MOVE WS-CP-BOX-LN TO COPY-REC.
           WRITE COPY-REC.
           MOVE ' 5 SCHOLARSHIPS OR GRANTS'
               TO WS-CP-BOX-LBL.
           MOVE WS-BOX5 TO WS-CP-BOX-AMT.
           MOVE WS-CP-BOX-LN TO COPY-REC.
           WRITE COPY-REC.
           MOVE ' 6 ADJUSTMENTS TO SCHOLARSHIPS FOR A PRIOR YEAR'
               TO WS-CP-BOX-LBL.
           MOVE WS-BOX6 TO WS-CP-BOX-AMT.
           MOVE WS-CP-BOX-LN TO COPY-REC.
           WRITE COPY-REC.
           IF HALF-TIME
               MOVE 'YES' TO WS-CP-HALF
           ELSE
               MOVE 'NO'  TO WS-CP-HALF
           END-IF.
           MOVE WS-CP-HALF-LN TO COPY-REC.
           WRITE COPY-REC.
           MOVE WS-CP-SEP TO COPY-REC.
           WRITE COPY-REC.
      *-----------------------------------------------------------------
       600-WRITE-TOTALS.
           MOVE WS-STU-COUNT TO WS-IC-COUNT.
           MOVE WS-TOT-BOX1  TO WS-IC-BOX1.
           MOVE WS-TOT-BOX4  TO WS-IC-BOX4.
           MOVE WS-TOT-BOX5  TO WS-IC-BOX5.
           MOVE WS-TOT-BOX6  TO WS-IC-BOX6.
           MOVE WS-IRS-C TO IRS-REC.
           WRITE IRS-REC.
           MOVE WS-STU-COUNT TO WS-IF-B-COUNT.
           MOVE WS-IRS-F TO IRS-REC.
           WRITE IRS-REC.

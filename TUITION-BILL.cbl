                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SPST-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT DE-TERM      ASSIGN        TO
                               '../FILES/DE-TERM.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DET-KEY
                               FILE STATUS   IS WS-DET-STAT.
           SELECT DE-DISTRICT  ASSIGN        TO
                               '../FILES/DE-DISTRICT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DIST-ID
                               FILE STATUS   IS WS-DIST-STAT.
           SELECT WAIVER-MASTER ASSIGN       TO
                               '../FILES/WAIVER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS WVR-CODE
                               FILE STATUS   IS WS-WVR-STAT.
           SELECT WAIVER-STU   ASSIGN        TO
                               '../FILES/WAIVER-STU.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS WVST-KEY
                               FILE STATUS   IS WS-WVST-STAT.
           SELECT HSG-ASSIGN   ASSIGN        TO
                               '../FILES/HSG-ASSIGN.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS HASG-KEY
                               ALTERNATE KEY IS HASG-BED-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-HSG-STAT.
           SELECT MST-CTRL-LIST    ASSIGN TO
                               "../Files/MST-CTRL-LST.DAT"
                               ORGANIZATION IS RELATIVE
                               ACCESS IS RANDOM
                               RELATIVE KEY IS WS-MST-REC-KEY
                               FILE STATUS IS WS-MST-STAT.
           SELECT LEDGER-MASTER ASSIGN       TO
                               '../FILES/LEDGER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS LDG-KEY
                               ALTERNATE KEY IS LDG-POST-DATE
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-LDG-STAT.
           SELECT STATEMENT-FILE ASSIGN      TO
                               '../FILES/TUITION-STATEMENTS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
       COPY STU-MST-DEF.
       COPY BILL-MASTER-RECS.
       COPY SPONSOR-STU-RECS.
       COPY DE-TERM-RECS.
       COPY DE-DISTRICT-RECS.
       COPY WAIVER-MASTER-RECS.
       COPY WAIVER-STU-RECS.
       COPY HSG-ASSIGN-RECS.
       COPY CRSE-FEE-RECS.
       COPY RES-MASTER-RECS.
       COPY MST-CTRL-LIST-RECS.
       COPY LEDGER-RECS.
       FD  REG-MASTER.
       01  REG-REC.
           03  REG-KEY.
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
       01  STMT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-MST-STAT         PIC 99.
           03  WS-BILL-TOTAL       PIC 9(8)V99 VALUE 0.
           03  WS-SPON-SHARE       PIC 9(6)V99 VALUE 0.
           03  WS-SPON-TOTAL       PIC 9(8)V99 VALUE 0.
           03  WS-WVR-SHARE        PIC 9(6)V99 VALUE 0.
           03  WS-WVR-BASE         PIC 9(6)V99 VALUE 0.
           03  WS-WVR-CREDITS      PIC 999     VALUE 0.
           03  WS-WVR-TOTAL        PIC 9(8)V99 VALUE 0.
           03  WS-WVR-STAT         PIC 99 VALUE 99.
           03  WS-WVST-STAT        PIC 99 VALUE 99.
           03  WS-WVR-AVAIL        PIC X  VALUE 'N'.
               88  WVR-AVAIL               VALUE 'Y'.
           03  WS-COURSE-FEE-TOT   PIC 9(6)V99 VALUE 0.
           03  WS-FEE-IX           PIC 99.
           03  WS-FEE-CNT          PIC 99 VALUE 0.
           03  WS-RES-CODE         PIC X  VALUE SPACE.
           03  WS-FEE-LISTED       PIC 9(6)V99 VALUE 0.
           03  WS-HSG-STAT         PIC 99 VALUE 99.
           03  WS-HSG-AVAIL        PIC X  VALUE 'N'.
               88  HSG-AVAIL               VALUE 'Y'.
           03  WS-HSG-NET          PIC 9(6)V99 VALUE 0.
           03  WS-HSG-TOTAL        PIC 9(8)V99 VALUE 0.
           03  WS-DET-STAT         PIC 99 VALUE 99.
           03  WS-DIST-STAT        PIC 99 VALUE 99.
           03  WS-DE-AVAIL         PIC X  VALUE 'N'.
               88  DE-AVAIL                VALUE 'Y'.
           03  WS-DET-FOUND        PIC X  VALUE 'N'.
               88  DET-FOUND               VALUE 'Y'.
           03  WS-DE-BILL          PIC X  VALUE 'N'.
               88  DE-BILL                 VALUE 'Y'.
           03  WS-DIST-SHARE       PIC 9(6)V99 VALUE 0.
           03  WS-DIST-TOTAL       PIC 9(8)V99 VALUE 0.
           03  WS-LDG-STAT         PIC 99.
           03  WS-LDG-EOF          PIC X  VALUE 'N'.
               88  LDG-EOF                 VALUE 'Y'.
           03  WS-LDG-READ         PIC X  VALUE 'N'.
               88  LDG-READ                VALUE 'Y'.
           03  WS-LINES-SAME       PIC X  VALUE 'N'.
               88  LINES-SAME              VALUE 'Y'.
           03  WS-LN-IX            PIC 99.
           03  WS-NEW-NET          PIC S9(7)V99 VALUE 0.
           03  WS-OTHER-NET        PIC S9(7)V99 VALUE 0.
           03  WS-NEW-AMT          PIC S9(7)V99 VALUE 0.
           03  WS-ADJ-NET          PIC S9(7)V99 VALUE 0.
      *THE LINES THIS RUN WOULD POST FOR THE TERM AND THE ONES THE
      *LAST RUN LEFT STANDING, IN POSTING ORDER
       01  WS-BILL-LINES.
           03  WS-NEW-CNT          PIC 99 VALUE 0.
           03  WS-NEW-LINE OCCURS 20 TIMES.
               05  WS-NL-TYPE      PIC X.
               05  WS-NL-DRCR      PIC X.
               05  WS-NL-AMOUNT    PIC 9(6)V99.
               05  WS-NL-DESC      PIC X(20).
               05  WS-NL-REF       PIC X(12).
           03  WS-OLD-CNT          PIC 99 VALUE 0.
           03  WS-OLD-LINE OCCURS 20 TIMES.
               05  WS-OL-TYPE      PIC X.
               05  WS-OL-DRCR      PIC X.
               05  WS-OL-AMOUNT    PIC 9(6)V99.
               05  WS-OL-DESC      PIC X(20).
               05  WS-OL-REF       PIC X(12).
       01  WS-FEE-TABLE.
           03  WS-FEE-ENTRY OCCURS 10 TIMES.
               05  WS-FT-CRSE-ID   PIC X(9).
               05  WS-FT-DESC      PIC X(20).
               05  WS-FT-AMT       PIC 9(4)V99.
       01  WS-RATES.
           03  WS-TIER-RATE        PIC 9(4)V99 VALUE 0.
           03  WS-TIER-FEE         PIC 9(4)V99 VALUE 0.
           03  WS-TERM-TUITION     PIC 9(6)V99 VALUE 0.
           03  WS-RES-STAT         PIC 99 VALUE 99.
           03  WS-RES-AVAIL        PIC X  VALUE 'N'.
               88  RES-AVAIL               VALUE 'Y'.
       COPY WS-RATE-TERM.
       01  WS-INSTITUTION.
           03  WS-UNIV-NAME        PIC X(80).
           03  WS-UNIV-ADDR-ST     PIC X(30).
               05  WS-S-FEE        PIC Z,ZZ9.99.
               05  FILLER          PIC X(9)  VALUE '  DUE:  '.
               05  WS-S-AMOUNT     PIC ZZZ,ZZ9.99.
           03  WS-STMT-BAND-LN.
               05  FILLER          PIC X(10) VALUE 'FLAT RATE:'.
               05  WS-S-BAND-CRS   PIC ZZ9.
               05  FILLER          PIC X(20) VALUE
                                   ' CREDITS CHARGED AS '.
               05  WS-S-BAND-BILL  PIC ZZ9.
           03  WS-STMT-FEE-LN.
               05  FILLER          PIC X(10) VALUE 'FEE    : '.
               05  WS-S-FEE-CRSE   PIC X(9).
               05  WS-S-SPON-ID    PIC 9(5).
               05  FILLER          PIC X(10) VALUE '  COVERS: '.
               05  WS-S-SPON-AMT   PIC ZZZ,ZZ9.99.
           03  WS-STMT-DIST-LN.
               05  FILLER          PIC X(10) VALUE 'DISTRICT:'.
               05  WS-S-DIST-ID    PIC 9(5).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-S-DIST-AGREE PIC X(10).
               05  FILLER          PIC X(10) VALUE '  COVERS: '.
               05  WS-S-DIST-AMT   PIC ZZZ,ZZ9.99.
           03  WS-STMT-WVR-LN.
               05  FILLER          PIC X(10) VALUE 'WAIVER : '.
               05  WS-S-WVR-CODE   PIC X(4).
               05  FILLER          PIC XX VALUE SPACES.
               05  WS-S-WVR-DESC   PIC X(30).
               05  FILLER          PIC X(10) VALUE '  WAIVES: '.
               05  WS-S-WVR-AMT    PIC ZZZ,ZZ9.99.
           03  WS-STMT-HSG-LN.
               05  FILLER          PIC X(10) VALUE 'HOUSING: '.
               05  WS-S-HSG-HALL   PIC X(4).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-S-HSG-ROOM   PIC X(5).
               05  WS-S-HSG-SPACE  PIC X.
               05  FILLER          PIC X(9)  VALUE '  ROOM: '.
               05  WS-S-HSG-RATE   PIC ZZ,ZZ9.99.
               05  FILLER          PIC X(9)  VALUE '  MEALS: '.
               05  WS-S-HSG-MEAL   PIC ZZ,ZZ9.99.
           03  WS-STMT-HSG-REF-LN.
               05  FILLER          PIC X(10) VALUE 'HOUSING: '.
               05  FILLER          PIC X(20) VALUE
                                   'REFUND ON WITHDRAWAL'.
               05  FILLER          PIC X(10) VALUE '  LESS:  '.
               05  WS-S-HSG-REF    PIC ZZ,ZZ9.99.
           03  WS-STMT-ADJ-LN.
               05  FILLER          PIC X(10) VALUE 'OTHER  : '.
               05  FILLER          PIC X(30) VALUE
                                   'CHARGES/CREDITS SINCE BILLED'.
               05  FILLER          PIC X(6)  VALUE 'NET: '.
               05  WS-S-ADJ-AMT    PIC ZZZ,ZZ9.99-.
           03  WS-STMT-SEP.
               05  FILLER          PIC X(70) VALUE ALL '-'.
       01  WS-VER-FIELDS.
           03  WS-VER-NAME         PIC X(35).
           03  WS-VER-CREDIT       PIC X(4).
           03  WS-VER-FOUND        PIC X.
       COPY WS-LEDGER-LINE.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'TUITION-BILL'.
           03  WS-CAT-FILE         PIC X(40) VALUE
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           PERFORM 050-GET-INSTITUTION.

           OPEN INPUT STU-MST.
           OPEN INPUT REG-MASTER.
           IF WS-RES-STAT = ZERO
               MOVE 'Y' TO WS-RES-AVAIL
           END-IF.
           OPEN I-O DE-TERM.
           OPEN INPUT DE-DISTRICT.
           IF WS-DET-STAT = ZERO AND WS-DIST-STAT = ZERO
               MOVE 'Y' TO WS-DE-AVAIL
           END-IF.
           OPEN INPUT WAIVER-MASTER.
           OPEN I-O WAIVER-STU.
           IF WS-WVR-STAT = ZERO AND WS-WVST-STAT = ZERO
               MOVE 'Y' TO WS-WVR-AVAIL
           END-IF.
           OPEN INPUT HSG-ASSIGN.
           IF WS-HSG-STAT = ZERO
               MOVE 'Y' TO WS-HSG-AVAIL
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.

           MOVE LOW-VALUES TO STU-ID.
           IF RES-AVAIL
               CLOSE RES-MASTER
           END-IF.
           IF WS-DET-STAT = ZERO
               CLOSE DE-TERM
           END-IF.
           IF WS-DIST-STAT = ZERO
               CLOSE DE-DISTRICT
           END-IF.
           IF WS-WVR-STAT = ZERO
               CLOSE WAIVER-MASTER
           END-IF.
           IF WS-WVST-STAT = ZERO
               CLOSE WAIVER-STU
           END-IF.
           IF HSG-AVAIL
               CLOSE HSG-ASSIGN
           END-IF.
           CLOSE STATEMENT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.
           DISPLAY 'BILLS WRITTEN : ' WS-BILL-COUNT.
           DISPLAY 'TOTAL BILLED  : ' WS-BILL-TOTAL.
           DISPLAY 'SPONSOR SHARE : ' WS-SPON-TOTAL.
           DISPLAY 'DISTRICT SHARE: ' WS-DIST-TOTAL.
           DISPLAY 'WAIVED        : ' WS-WVR-TOTAL.
           DISPLAY 'HOUSING       : ' WS-HSG-TOTAL.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-GET-INSTITUTION.
           OPEN I-O MST-CTRL-LIST.
           MOVE 1 TO WS-MST-REC-KEY.
           READ MST-CTRL-LIST
                   MOVE MST-UNIV-ADDR-ST  TO WS-UNIV-ADDR-ST
                   MOVE MST-UNIV-ADDR-ZIP TO WS-UNIV-ADDR-ZIP
           END-READ.
           CLOSE MST-CTRL-LIST.
      *-----------------------------------------------------------------
       100-BILL-ONE-STUDENT.
               END-READ
           END-PERFORM.

           PERFORM 260-GET-HOUSING.
           PERFORM 270-GET-DISTRICT.
           IF WS-TERM-CREDITS > 0
               PERFORM 280-SELECT-TIER
           ELSE
               MOVE 0 TO WS-TIER-RATE
               MOVE 0 TO WS-TIER-FEE
               MOVE 0 TO WS-TERM-TUITION
               MOVE 0 TO WS-RT-BILLED-CRS
           END-IF.
           IF WS-TERM-CREDITS > 0 OR WS-HSG-NET > 0
               PERFORM 300-WRITE-BILL
               PERFORM 400-PRINT-STATEMENT
           END-IF.
      *-----------------------------------------------------------------
      *A RESIDENCE HALL BED HELD FOR THE TERM IS BILLED AT THE ROOM
      *AND MEAL RATES ON THE ASSIGNMENT, LESS ANY HOUSING REFUND THE
      *WITHDRAWAL GAVE. A CANCELLED ASSIGNMENT CHARGES NOTHING. A
      *STUDENT IN HOUSING IS BILLED EVEN WITHOUT CLASSES
       260-GET-HOUSING.
           MOVE 0 TO WS-HSG-NET.
           MOVE 'C' TO HASG-STATUS.
           IF NOT HSG-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID TO HASG-STU-ID.
           MOVE WS-YEAR   TO HASG-YEAR.
           MOVE WS-SEM    TO HASG-SEM.
           READ HSG-ASSIGN
               INVALID KEY
                   MOVE 'C' TO HASG-STATUS
           END-READ.
           IF NOT HASG-CANCELLED
               COMPUTE WS-HSG-NET =
                   HASG-ROOM-RATE + HASG-MEAL-RATE - HASG-REFUND
           END-IF.
      *-----------------------------------------------------------------
      *A DUAL ENROLLMENT TERM IS BILLED TO THE STUDENT'S DISTRICT
      *UNDER ITS AGREEMENT - UNLESS THE AGREEMENT IS NO LONGER
      *ACTIVE, WHEN THE STUDENT IS BILLED AS USUAL
       270-GET-DISTRICT.
           MOVE 'N' TO WS-DET-FOUND.
           MOVE 'N' TO WS-DE-BILL.
           IF NOT DE-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID TO DET-STU-ID.
           MOVE WS-YEAR   TO DET-YEAR.
           MOVE WS-SEM    TO DET-SEM.
           READ DE-TERM
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-DET-FOUND.
           MOVE DET-DIST-ID TO DIST-ID.
           READ DE-DISTRICT
               INVALID KEY
                   MOVE 'I' TO DIST-STATUS
           END-READ.
           IF DIST-ACTIVE
               MOVE 'Y' TO WS-DE-BILL
           END-IF.
      *-----------------------------------------------------------------
      *THE STUDENT'S RESIDENCY CODE PICKS THE RATE TIER AND THE TERM
      *BEING BILLED PICKS THE RATES IN EFFECT FOR IT - WITH NO CODE
      *THE BASE RATES APPLY. THE TUITION COMES BACK PRICED THROUGH
      *ANY FLAT-RATE BAND
       280-SELECT-TIER.
           MOVE SPACE TO WS-RES-CODE.
           IF RES-AVAIL
               MOVE WS-STU-ID TO RES-STU-ID
               READ RES-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RES-CODE TO WS-RES-CODE
               END-READ
           END-IF.
           MOVE WS-YEAR         TO WS-RT-YEAR.
           MOVE WS-SEM          TO WS-RT-SEM.
           MOVE WS-RES-CODE     TO WS-RT-RES-CODE.
           MOVE WS-TERM-CREDITS TO WS-RT-CREDITS.
           CALL 'RATE-GET' USING WS-RATE-TERM.
           MOVE WS-RT-RATE    TO WS-TIER-RATE.
           MOVE WS-RT-FEE     TO WS-TIER-FEE.
           MOVE WS-RT-TUITION TO WS-TERM-TUITION.
      *A DISTRICT AGREEMENT PRICES EVERY CREDIT AT ITS OWN RATE - NO
      *FLAT-RATE BAND APPLIES
           IF DE-BILL
               MOVE DIST-RATE TO WS-TIER-RATE
               COMPUTE WS-TERM-TUITION = WS-TERM-CREDITS * DIST-RATE
               MOVE WS-TERM-CREDITS TO WS-RT-BILLED-CRS
           END-IF.
      *-----------------------------------------------------------------
       200-ADD-COURSE-CREDITS.
           MOVE 0 TO WS-CREDIT-DIGIT.
           MOVE WS-SEM    TO BILL-SEM.
           MOVE WS-TERM-CREDITS TO BILL-CREDITS.
           COMPUTE BILL-AMOUNT =
               WS-TERM-TUITION
               + WS-TIER-FEE
               + WS-COURSE-FEE-TOT.
           PERFORM 330-APPLY-DISTRICT.
           PERFORM 340-APPLY-WAIVER.
           PERFORM 350-APPLY-SPONSOR.
      *HOUSING GOES ON AFTER THE DISTRICT, WAIVER AND SPONSOR - NONE
      *COVERS ROOM OR MEALS
           ADD WS-HSG-NET TO BILL-AMOUNT.
           ADD WS-HSG-NET TO WS-HSG-TOTAL.

           PERFORM 380-BUILD-LINES.
           PERFORM 360-READ-LEDGER.
      *FEES, REFUNDS, ADJUSTMENTS, PAYMENTS AND AID THE OTHER PROGRAMS
      *POSTED STAY ON THE TERM - THE BILL IS WHAT WAS PAID PLUS THE
      *NET OF THE NEW BILLING LINES AND EVERY OTHER LINE STANDING, SO
      *LEDGER AND BILL STILL NET TO THE SAME FIGURE
           MOVE ZERO TO WS-ADJ-NET.
           IF LDG-READ
               COMPUTE WS-NEW-AMT =
                   BILL-PAID + WS-NEW-NET + WS-OTHER-NET
               IF WS-NEW-AMT < 0
                   MOVE ZERO TO WS-NEW-AMT
               END-IF
               COMPUTE WS-ADJ-NET = WS-NEW-AMT - BILL-AMOUNT
               MOVE WS-NEW-AMT TO BILL-AMOUNT
           END-IF.
      *A RERUN THAT CHANGES NOTHING KEEPS THE BILL DATE THE TERM IS
      *AGED FROM
           IF NOT LINES-SAME OR NOT BILL-FOUND
               MOVE WS-TODAY TO BILL-DATE
           END-IF.

           IF BILL-FOUND
               REWRITE BILL-REC
               WRITE BILL-REC
           END-IF.

           IF NOT LINES-SAME
               IF BILL-FOUND OR WS-OLD-CNT > 0
                   PERFORM 370-REVERSE-LEDGER
               END-IF
               PERFORM 390-POST-LINES
           END-IF.

           ADD 1 TO WS-BILL-COUNT.
           ADD BILL-AMOUNT TO WS-BILL-TOTAL.
      *-----------------------------------------------------------------
      *THE DISTRICT PAYS THE AGREEMENT TUITION, AND THE TERM AND
      *COURSE FEES TOO WHEN THE AGREEMENT COVERS THEM. ITS SHARE
      *COMES OFF THE STUDENT BILL FIRST AND IS RECORDED ON THE TERM
      *APPROVAL FOR THE DISTRICT INVOICE - A REBILL UNDER AN
      *INACTIVE AGREEMENT CLEARS IT
       330-APPLY-DISTRICT.
           MOVE 0 TO WS-DIST-SHARE.
           IF NOT DET-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF DE-BILL
               MOVE WS-TERM-TUITION TO WS-DIST-SHARE
               IF DIST-PAYS-FEES
                   ADD WS-TIER-FEE WS-COURSE-FEE-TOT TO WS-DIST-SHARE
               END-IF
               IF WS-DIST-SHARE > BILL-AMOUNT
                   MOVE BILL-AMOUNT TO WS-DIST-SHARE
               END-IF
           END-IF.
           SUBTRACT WS-DIST-SHARE FROM BILL-AMOUNT.
           MOVE WS-TERM-CREDITS TO DET-CREDITS.
           MOVE WS-DIST-SHARE   TO DET-BILLED.
           REWRITE DET-REC.
           ADD WS-DIST-SHARE TO WS-DIST-TOTAL.
      *-----------------------------------------------------------------
      *A WAIVER ASSIGNED FOR THE TERM COMES OFF THE COMPUTED CHARGE
      *BEFORE ANY SPONSOR SPLIT. THE WAIVABLE CHARGE IS TUITION ON
      *THE CREDITS UP TO THE PROGRAM'S CAP, PLUS THE TERM AND COURSE
      *FEES WHEN THE PROGRAM COVERS THEM. AN INACTIVE PROGRAM WAIVES
      *NOTHING. THE AMOUNT WAIVED IS RECORDED ON THE ASSIGNMENT
       340-APPLY-WAIVER.
           MOVE 0 TO WS-WVR-SHARE.
           MOVE 0 TO WS-WVR-CREDITS.
           IF NOT WVR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID TO WVST-STU-ID.
           MOVE WS-YEAR   TO WVST-YEAR.
           MOVE WS-SEM    TO WVST-SEM.
           READ WAIVER-STU
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WVST-CODE TO WVR-CODE.
           READ WAIVER-MASTER
               INVALID KEY
                   MOVE SPACES TO WVR-DESC
                   MOVE 'I'    TO WVR-STATUS
           END-READ.

           IF WVR-ACTIVE
               MOVE WS-TERM-CREDITS TO WS-WVR-CREDITS
               IF WVR-CREDIT-CAP > 0
                   AND WVR-CREDIT-CAP < WS-TERM-CREDITS
                   MOVE WVR-CREDIT-CAP TO WS-WVR-CREDITS
               END-IF
               COMPUTE WS-WVR-BASE = WS-WVR-CREDITS * WS-TIER-RATE
               IF WS-WVR-BASE > WS-TERM-TUITION
                   MOVE WS-TERM-TUITION TO WS-WVR-BASE
               END-IF
               IF WVR-TUITION-FEES
                   ADD WS-TIER-FEE WS-COURSE-FEE-TOT TO WS-WVR-BASE
               END-IF
               IF WVR-PERCENT
                   COMPUTE WS-WVR-SHARE ROUNDED =
                       WS-WVR-BASE * WVR-PCT / 100
               ELSE
                   MOVE WVR-FLAT TO WS-WVR-SHARE
               END-IF
               IF WS-WVR-SHARE > WS-WVR-BASE
                   MOVE WS-WVR-BASE TO WS-WVR-SHARE
               END-IF
               IF WS-WVR-SHARE > BILL-AMOUNT
                   MOVE BILL-AMOUNT TO WS-WVR-SHARE
               END-IF
           END-IF.

           IF WS-WVR-SHARE = 0
               MOVE 0 TO WS-WVR-CREDITS
           END-IF.
           SUBTRACT WS-WVR-SHARE FROM BILL-AMOUNT.
           MOVE WS-WVR-CREDITS TO WVST-CREDITS.
           MOVE WS-WVR-SHARE   TO WVST-APPLIED.
           REWRITE WVST-REC.
           ADD WS-WVR-SHARE TO WS-WVR-TOTAL.
      *-----------------------------------------------------------------
      *A SPONSORED TERM SPLITS THE COMPUTED CHARGE - THE SPONSOR'S
      *SHARE COMES OFF THE STUDENT BILL AND IS RECORDED AS A SPONSOR
      *RECEIVABLE FOR THE INVOICE RUN
                   REWRITE SPST-REC
                   ADD WS-SPON-SHARE TO WS-SPON-TOTAL
           END-READ.
      *-----------------------------------------------------------------
      *WALK THE TERM'S LEDGER. THE BILLING LINES STILL STANDING ARE
      *KEPT TO COMPARE WITH THE NEW ONES; EVERY OTHER LINE STANDING
      *IS NETTED, DEBITS UP AND CREDITS DOWN. THE FILE IS CLOSED
      *AGAIN BEFORE ANYTHING IS POSTED
       360-READ-LEDGER.
           MOVE 'N'  TO WS-LDG-READ.
           MOVE 'N'  TO WS-LINES-SAME.
           MOVE ZERO TO WS-OLD-CNT.
           MOVE ZERO TO WS-OTHER-NET.
           OPEN INPUT LEDGER-MASTER.
           IF WS-LDG-STAT NOT = ZERO
               CLOSE LEDGER-MASTER
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-LDG-READ.
           MOVE WS-STU-ID TO LDG-STU-ID.
           MOVE WS-YEAR   TO LDG-YEAR.
           MOVE WS-SEM    TO LDG-SEM.
           MOVE ZERO      TO LDG-SEQ.
           MOVE 'N' TO WS-LDG-EOF.
           START LEDGER-MASTER KEY NOT LESS THAN LDG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LDG-EOF
           END-START.
           PERFORM UNTIL LDG-EOF
               READ LEDGER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LDG-EOF
                   NOT AT END
                       IF LDG-STU-ID NOT = WS-STU-ID
                           OR LDG-YEAR NOT = WS-YEAR
                           OR LDG-SEM  NOT = WS-SEM
                           MOVE 'Y' TO WS-LDG-EOF
                       ELSE
                           IF NOT LDG-IS-REVERSED
                               PERFORM 365-KEEP-LEDGER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-MASTER.

           IF WS-OLD-CNT = WS-NEW-CNT
               MOVE 'Y' TO WS-LINES-SAME
               PERFORM VARYING WS-LN-IX FROM 1 BY 1
                       UNTIL WS-LN-IX > WS-NEW-CNT
                   IF WS-OLD-LINE(WS-LN-IX) NOT = WS-NEW-LINE(WS-LN-IX)
                       MOVE 'N' TO WS-LINES-SAME
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
      *MORE BILLING LINES THAN THE TABLE HOLDS CAN NEVER MATCH - THE
      *COUNT GOES ON PAST IT SO THE TERM IS REBILLED
       365-KEEP-LEDGER-LINE.
           IF LDG-PGM = 'TUITION-BILL'
               IF WS-OLD-CNT < 20
                   ADD 1 TO WS-OLD-CNT
                   MOVE LDG-TYPE   TO WS-OL-TYPE(WS-OLD-CNT)
                   MOVE LDG-DRCR   TO WS-OL-DRCR(WS-OLD-CNT)
                   MOVE LDG-AMOUNT TO WS-OL-AMOUNT(WS-OLD-CNT)
                   MOVE LDG-DESC   TO WS-OL-DESC(WS-OLD-CNT)
                   MOVE LDG-REF    TO WS-OL-REF(WS-OLD-CNT)
               ELSE
                   MOVE 21 TO WS-OLD-CNT
               END-IF
           ELSE
               IF LDG-DEBIT
                   ADD LDG-AMOUNT TO WS-OTHER-NET
               ELSE
                   SUBTRACT LDG-AMOUNT FROM WS-OTHER-NET
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *A REBILL REPLACES THE TERM'S CHARGES - THE LINES THE LAST
      *BILLING RUN POSTED ARE OFFSET BEFORE THE NEW ONES GO ON
       370-REVERSE-LEDGER.
           MOVE 'R'            TO WS-LL-FUNC.
           MOVE WS-STU-ID      TO WS-LL-STU-ID.
           MOVE WS-YEAR        TO WS-LL-YEAR.
           MOVE WS-SEM         TO WS-LL-SEM.
           MOVE 'TUITION-BILL' TO WS-LL-PGM.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
      *-----------------------------------------------------------------
      *ONE LEDGER LINE PER PIECE OF THE BILL - TUITION AT THE TIER
      *RATE, THE TERM FEE, EACH COURSE FEE, THE DISTRICT CREDIT, THE
      *WAIVER, THE SPONSOR CREDIT, AND THE ROOM AND MEAL CHARGES -
      *SO THE LINES NET TO THE CHARGES JUST COMPUTED (A HOUSING
      *REFUND IS ALREADY ON THE LEDGER FROM THE WITHDRAWAL). THE
      *LINES ARE BUILT FIRST AND POSTED ONLY WHEN THEY DIFFER FROM
      *THE ONES THE LAST RUN LEFT STANDING
       380-BUILD-LINES.
           MOVE ZERO TO WS-NEW-CNT.
           MOVE ZERO TO WS-NEW-NET.

           MOVE 'T' TO WS-LL-TYPE.
           MOVE 'D' TO WS-LL-DRCR.
           MOVE WS-TERM-TUITION TO WS-LL-AMOUNT.
           MOVE 'TUITION'   TO WS-LL-DESC.
           MOVE WS-RES-CODE TO WS-LL-REF.
           PERFORM 385-ADD-LINE.

           MOVE 'C' TO WS-LL-TYPE.
           MOVE WS-TIER-FEE TO WS-LL-AMOUNT.
           MOVE 'TERM FEE'  TO WS-LL-DESC.
           MOVE 'TERM FEE'  TO WS-LL-REF.
           PERFORM 385-ADD-LINE.

           MOVE ZERO TO WS-FEE-LISTED.
           MOVE 'F' TO WS-LL-TYPE.
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                   UNTIL WS-FEE-IX > WS-FEE-CNT
               MOVE WS-FT-AMT(WS-FEE-IX)     TO WS-LL-AMOUNT
               MOVE WS-FT-DESC(WS-FEE-IX)    TO WS-LL-DESC
               MOVE WS-FT-CRSE-ID(WS-FEE-IX) TO WS-LL-REF
               PERFORM 385-ADD-LINE
               ADD WS-FT-AMT(WS-FEE-IX) TO WS-FEE-LISTED
           END-PERFORM.
      *FEES PAST THE TEN THE STATEMENT ITEMIZES GO ON ONE LINE
           IF WS-COURSE-FEE-TOT > WS-FEE-LISTED
               COMPUTE WS-LL-AMOUNT =
                   WS-COURSE-FEE-TOT - WS-FEE-LISTED
               MOVE 'OTHER COURSE FEES' TO WS-LL-DESC
               MOVE SPACES TO WS-LL-REF
               PERFORM 385-ADD-LINE
           END-IF.

      *THE DISTRICT SHARE IS A SPONSOR RECEIVABLE LIKE ANY OTHER
      *THIRD-PARTY PAYER'S
           IF WS-DIST-SHARE > 0
               MOVE 'S' TO WS-LL-TYPE
               MOVE 'C' TO WS-LL-DRCR
               MOVE WS-DIST-SHARE  TO WS-LL-AMOUNT
               MOVE 'DISTRICT SHARE' TO WS-LL-DESC
               MOVE DET-DIST-ID    TO WS-LL-REF
               PERFORM 385-ADD-LINE
           END-IF.

           IF WS-WVR-SHARE > 0
               MOVE 'W' TO WS-LL-TYPE
               MOVE 'C' TO WS-LL-DRCR
               MOVE WS-WVR-SHARE   TO WS-LL-AMOUNT
               MOVE WVR-DESC       TO WS-LL-DESC
               MOVE WVST-CODE      TO WS-LL-REF
               PERFORM 385-ADD-LINE
           END-IF.

           IF WS-SPON-SHARE > 0
               MOVE 'S' TO WS-LL-TYPE
               MOVE 'C' TO WS-LL-DRCR
               MOVE WS-SPON-SHARE  TO WS-LL-AMOUNT
               MOVE 'SPONSOR SHARE' TO WS-LL-DESC
               MOVE SPST-SPON-ID   TO WS-LL-REF
               PERFORM 385-ADD-LINE
           END-IF.

           IF NOT HASG-CANCELLED
               MOVE 'H' TO WS-LL-TYPE
               MOVE 'D' TO WS-LL-DRCR
               MOVE HASG-ROOM-RATE TO WS-LL-AMOUNT
               MOVE 'HOUSING ROOM'  TO WS-LL-DESC
               MOVE HASG-HALL       TO WS-LL-REF
               PERFORM 385-ADD-LINE
               MOVE HASG-MEAL-RATE TO WS-LL-AMOUNT
               MOVE 'MEAL PLAN'     TO WS-LL-DESC
               MOVE 'MEALS'         TO WS-LL-REF
               PERFORM 385-ADD-LINE
           END-IF.
      *-----------------------------------------------------------------
      *ZERO LINES ARE NEVER POSTED, SO THEY ARE NEVER COMPARED
       385-ADD-LINE.
           IF WS-LL-AMOUNT = ZERO OR WS-NEW-CNT NOT < 20
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NEW-CNT.
           MOVE WS-LL-TYPE   TO WS-NL-TYPE(WS-NEW-CNT).
           MOVE WS-LL-DRCR   TO WS-NL-DRCR(WS-NEW-CNT).
           MOVE WS-LL-AMOUNT TO WS-NL-AMOUNT(WS-NEW-CNT).
           MOVE WS-LL-DESC   TO WS-NL-DESC(WS-NEW-CNT).
           MOVE WS-LL-REF    TO WS-NL-REF(WS-NEW-CNT).
           IF WS-LL-DRCR = 'D'
               ADD WS-LL-AMOUNT TO WS-NEW-NET
           ELSE
               SUBTRACT WS-LL-AMOUNT FROM WS-NEW-NET
           END-IF.
      *-----------------------------------------------------------------
       390-POST-LINES.
           MOVE 'P'            TO WS-LL-FUNC.
           MOVE WS-STU-ID      TO WS-LL-STU-ID.
           MOVE WS-YEAR        TO WS-LL-YEAR.
           MOVE WS-SEM         TO WS-LL-SEM.
           MOVE ZERO           TO WS-LL-ORIG-SEQ.
           MOVE 'TUITION-BILL' TO WS-LL-PGM.
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > WS-NEW-CNT
               MOVE WS-NL-TYPE(WS-LN-IX)   TO WS-LL-TYPE
               MOVE WS-NL-DRCR(WS-LN-IX)   TO WS-LL-DRCR
               MOVE WS-NL-AMOUNT(WS-LN-IX) TO WS-LL-AMOUNT
               MOVE WS-NL-DESC(WS-LN-IX)   TO WS-LL-DESC
               MOVE WS-NL-REF(WS-LN-IX)    TO WS-LL-REF
               CALL 'LEDGER-POST' USING WS-LEDGER-LN
           END-PERFORM.
      *-----------------------------------------------------------------
       400-PRINT-STATEMENT.
           MOVE WS-UNIV-NAME TO STMT-REC.
           MOVE WS-STMT-AMT-LN TO STMT-REC.
           WRITE STMT-REC.

           IF WS-RT-BILLED-CRS NOT = WS-TERM-CREDITS
               MOVE WS-TERM-CREDITS  TO WS-S-BAND-CRS
               MOVE WS-RT-BILLED-CRS TO WS-S-BAND-BILL
               MOVE WS-STMT-BAND-LN TO STMT-REC
               WRITE STMT-REC
           END-IF.

           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                   UNTIL WS-FEE-IX > WS-FEE-CNT
               MOVE WS-FT-CRSE-ID(WS-FEE-IX) TO WS-S-FEE-CRSE
               WRITE STMT-REC
           END-PERFORM.

           IF WS-DIST-SHARE > 0
               MOVE DET-DIST-ID   TO WS-S-DIST-ID
               MOVE DIST-AGREE-NO TO WS-S-DIST-AGREE
               MOVE WS-DIST-SHARE TO WS-S-DIST-AMT
               MOVE WS-STMT-DIST-LN TO STMT-REC
               WRITE STMT-REC
           END-IF.

           IF WS-WVR-SHARE > 0
               MOVE WVST-CODE    TO WS-S-WVR-CODE
               MOVE WVR-DESC     TO WS-S-WVR-DESC
               MOVE WS-WVR-SHARE TO WS-S-WVR-AMT
               MOVE WS-STMT-WVR-LN TO STMT-REC
               WRITE STMT-REC
           END-IF.

           IF WS-SPON-SHARE > 0
               MOVE SPST-SPON-ID TO WS-S-SPON-ID
               MOVE WS-SPON-SHARE TO WS-S-SPON-AMT
               WRITE STMT-REC
           END-IF.

           IF NOT HASG-CANCELLED
               MOVE HASG-HALL      TO WS-S-HSG-HALL
               MOVE HASG-ROOM      TO WS-S-HSG-ROOM
               MOVE HASG-SPACE     TO WS-S-HSG-SPACE
               MOVE HASG-ROOM-RATE TO WS-S-HSG-RATE
               MOVE HASG-MEAL-RATE TO WS-S-HSG-MEAL
               MOVE WS-STMT-HSG-LN TO STMT-REC
               WRITE STMT-REC
               IF HASG-REFUND > 0
                   MOVE HASG-REFUND TO WS-S-HSG-REF
                   MOVE WS-STMT-HSG-REF-LN TO STMT-REC
                   WRITE STMT-REC
               END-IF
           END-IF.

           IF WS-ADJ-NET NOT = ZERO
               MOVE WS-ADJ-NET TO WS-S-ADJ-AMT
               MOVE WS-STMT-ADJ-LN TO STMT-REC
               WRITE STMT-REC
           END-IF.

           MOVE WS-STMT-SEP TO STMT-REC.
           WRITE STMT-REC.
      *-----------------------------------------------------------------

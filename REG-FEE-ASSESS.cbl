       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-FEE-ASSESS.
      *-----------------------------------------------------------------
      *NIGHTLY LATE REGISTRATION AND SCHEDULE CHANGE FEE ASSESSMENT.
      *READS THE DAY'S ADD, DROP AND WITHDRAWAL LINES FROM THE
      *REGISTRATION AUDIT LOG AND CHARGES THE TERM'S FEE RULES TO THE
      *STUDENT'S BILL. AN ADD ON OR AFTER THE FIRST DAY OF THE TERM
      *PAYS THE LATE REGISTRATION FEE ONCE FOR THE TERM; ANY OTHER
      *CHANGE AFTER THE ADD DEADLINE PAYS THE SCHEDULE CHANGE FEE,
      *AS DOES AN ADD AFTER THE DEADLINE ONCE THE LATE FEE IS PAID.
      *A SWAP - THE DROP AND ADD REGISTER-ADD LOGS UNDER ONE DATE AND
      *TIME - IS ONE CHANGE: THE FIRST LINE IS CHARGED AND THE SECOND
      *IS RECORDED AS WAIVED.
      *CHANGES THE STUDENT DID NOT CHOOSE ARE WAIVED - AN ADD LET IN
      *BY A REGISTRATION OVERRIDE, ANY CHANGE IN A TERM WHERE ONE OF
      *THE STUDENT'S SECTIONS WAS CANCELLED, AND A FULL-TERM
      *WITHDRAWAL. EVERY FEE IS RECORDED ON THE ASSESSMENT FILE SO A
      *RERUN FOR THE SAME DAY CHARGES NOTHING TWICE; A FEE WITH NO
      *BILL TO GO ON IS LEFT OFF THE FILE AND PICKED UP BY A RERUN.
      *PRINTS THE FEE ASSESSMENT REGISTER FOR THE CASHIERS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-AUDIT-LOG ASSIGN      TO
                               '../FILES/REGISTER-AUDIT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-STAT.
           SELECT FEE-RULE     ASSIGN        TO
                               '../FILES/FEE-RULE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS FR-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT FEE-ASSESS   ASSIGN        TO
                               '../FILES/FEE-ASSESS.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS FA-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT OVR-MASTER   ASSIGN        TO
                               '../FILES/OVR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS OVR-KEY
                               FILE STATUS   IS WS-OVR-STAT.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT BILL-MASTER  ASSIGN        TO
                               '../FILES/BILL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS BILL-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT REPORT-FILE  ASSIGN        TO
                               '../FILES/REG-FEE-REGISTER.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  REG-AUDIT-LOG.
       01  AUDIT-REC.
           03  AUD-DATE.
               05  AUD-DATE-MM     PIC XX.
               05  FILLER          PIC X.
               05  AUD-DATE-DD     PIC XX.
               05  FILLER          PIC X.
               05  AUD-DATE-YY     PIC XX.
           03  FILLER              PIC X.
           03  AUD-TIME            PIC X(8).
           03  FILLER              PIC X.
           03  AUD-ACTION          PIC X(4).
           03  FILLER              PIC X.
           03  AUD-STU-ID          PIC 9(7).
           03  FILLER              PIC X.
           03  AUD-YEAR            PIC 9999.
           03  AUD-SEM             PIC 99.
           03  AUD-CRN             PIC 9(4).
           03  FILLER              PIC X(37).
       COPY FEE-RULE-RECS.
       COPY FEE-ASSESS-RECS.
       COPY TERM-MASTER-RECS.
       FD  SCHE-MST.
       01  SCHE-REC.
           03  SCHEDULE-ID-O       PIC X(12).
           03  FILLER              PIC X.
           03  COURSE-ID-O.
               05  COURSE-DEPT-O   PIC X(4).
               05  FILLER          PIC X(5).
           03  FILLER              PIC X.
           03  TIMEDAY-O           PIC X(20).
           03  FILLER              PIC X.
           03  BUILDING-ID-O       PIC X(11).
           03  FILLER              PIC X.
           03  INSTRUCTOR-ID-O     PIC X(4).
           03  FILLER              PIC X(3).
           03  OPEN-SEATS-O        PIC X(3).
           03  SCHED-DAYS-O        PIC X(7).
           03  SCHED-START-O       PIC 9(4).
           03  SCHED-END-O         PIC 9(4).
           03  SCHED-XLIST-O       PIC X(12).
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       COPY OVR-MASTER-RECS.
       FD  REG-MASTER.
       01  REG-REC.
           03  REG-KEY.
               05  REG-STU-ID          PIC 9(7).
               05  REG-CRN-KEY.
                   07  REG-YEAR        PIC 9999.
                   07  REG-SEM         PIC 99.
                   07  REG-CRN         PIC 9(4).
           03  REG-GRADE           PIC X.
           03  REG-MIDTERM         PIC X.
       COPY BILL-MASTER-RECS.
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY WS-LEDGER-LINE.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-OVR-STAT         PIC 99 VALUE 99.
           03  WS-OVR-AVAIL        PIC X  VALUE 'N'.
               88  OVR-AVAIL               VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SCAN-EOF         PIC X.
               88  SCAN-EOF                VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-RUN-DATE         PIC 9(8).
           03  WS-AUD-YMD.
               05  WS-AUD-CC       PIC XX.
               05  WS-AUD-YY       PIC XX.
               05  WS-AUD-MM       PIC XX.
               05  WS-AUD-DD       PIC XX.
           03  WS-AUD-CCYYMMDD REDEFINES WS-AUD-YMD
                                   PIC 9(8).
           03  WS-FEE-TYPE         PIC X.
           03  WS-FEE-AMT          PIC 9(4)V99.
           03  WS-WAIVE-RSN        PIC X(4).
           03  WS-FA-RSN           PIC X(4).
           03  WS-LATE-POSTED      PIC X.
               88  LATE-POSTED             VALUE 'Y'.
           03  WS-SWAP-MATE        PIC X.
               88  SWAP-MATE               VALUE 'Y'.
           03  WS-CHANGE-CNT       PIC 99.
           03  WS-OPEN-REGS        PIC 999.
           03  WS-CNCL-FOUND       PIC X.
               88  CNCL-FOUND              VALUE 'Y'.
           03  WS-IX               PIC 9(4).
           03  WS-READ-COUNT       PIC 9(6) VALUE 0.
           03  WS-TRAN-COUNT       PIC 9(6) VALUE 0.
           03  WS-POSTED-COUNT     PIC 9(6) VALUE 0.
           03  WS-POSTED-AMT       PIC 9(8)V99 VALUE 0.
           03  WS-WAIVED-COUNT     PIC 9(6) VALUE 0.
           03  WS-WAIVED-AMT       PIC 9(8)V99 VALUE 0.
           03  WS-NOBILL-COUNT     PIC 9(6) VALUE 0.
           03  WS-PRIOR-COUNT      PIC 9(6) VALUE 0.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-SECT-PTRM        PIC XX.
       COPY WS-PTRM-DATES.
      *STUDENT TERMS WITH A CANCELLED SECTION ON OR BEFORE THE RUN DATE
       01  WS-CNCL-TABLE.
           03  WS-CT-CNT           PIC 9(4) VALUE 0.
           03  WS-CT-ENTRY OCCURS 2000 TIMES.
               05  WS-CT-STU-ID    PIC 9(7).
               05  WS-CT-YEAR      PIC 9999.
               05  WS-CT-SEM       PIC 99.
       01  WS-RPT-LINES.
           03  WS-HDR-1.
               05  FILLER          PIC X(47) VALUE
                       'REGISTRATION FEE ASSESSMENT REGISTER  RUN DATE'.
               05  WS-H-DATE       PIC 9(8).
           03  WS-HDR-2.
               05  FILLER          PIC X(8)  VALUE 'STUDENT'.
               05  FILLER          PIC X(8)  VALUE 'TERM'.
               05  FILLER          PIC X(5)  VALUE 'CRN'.
               05  FILLER          PIC X(5)  VALUE 'ACTN'.
               05  FILLER          PIC X(9)  VALUE 'TIME'.
               05  FILLER          PIC X(11) VALUE 'FEE'.
               05  FILLER          PIC X(10) VALUE '  AMOUNT'.
               05  FILLER          PIC X(6)  VALUE 'STATUS'.
           03  WS-DTL-LN.
               05  WS-D-STU-ID     PIC 9(7).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-D-YEAR       PIC 9999.
               05  FILLER          PIC X VALUE '/'.
               05  WS-D-SEM        PIC 99.
               05  FILLER          PIC X VALUE SPACE.
               05  WS-D-CRN        PIC 9(4).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-D-ACTION     PIC X(4).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-D-TIME       PIC X(8).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-D-FEE        PIC X(10).
               05  FILLER          PIC X VALUE SPACE.
               05  WS-D-AMOUNT     PIC Z,ZZ9.99.
               05  FILLER          PIC XX VALUE SPACES.
               05  WS-D-STATUS     PIC X(21).
           03  WS-TOT-LN.
               05  WS-T-LABEL      PIC X(24).
               05  WS-T-COUNT      PIC ZZZ,ZZ9.
               05  FILLER          PIC X(3) VALUE SPACES.
               05  WS-T-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.
           03  WS-SEP.
               05  FILLER          PIC X(79) VALUE ALL '-'.
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
           03  WS-ERR-STAT         PIC XX.
           03  WS-OPEN-FAIL        PIC X VALUE 'N'.
               88  OPEN-FAILED           VALUE 'Y'.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'REG-FEE-ASSESS'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/REG-FEE-REGISTER.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'REG-FEE-ASSESS' TO WS-ERR-PGM.
           DISPLAY 'REGISTRATION FEE ASSESSMENT'.
           DISPLAY 'RUN DATE (CCYYMMDD, 0 = TODAY): ' WITH NO ADVANCING.
           ACCEPT WS-RUN-DATE.

           ACCEPT WS-DATE FROM DATE.
           IF WS-RUN-DATE = ZERO
               MOVE WS-DATE TO WS-TODAY-YMD
               COMPUTE WS-RUN-DATE = 20000000 + WS-TODAY-YMD
           END-IF.

           OPEN INPUT REG-AUDIT-LOG.
           MOVE 'REG-AUDIT-LOG' TO WS-ERR-FILE.
           PERFORM 900-CHECK-OPEN.
           OPEN INPUT FEE-RULE.
           MOVE 'FEE-RULE' TO WS-ERR-FILE.
           PERFORM 900-CHECK-OPEN.
           OPEN I-O FEE-ASSESS.
           MOVE 'FEE-ASSESS' TO WS-ERR-FILE.
           PERFORM 900-CHECK-OPEN.
           IF OPEN-FAILED
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT TERM-MASTER.
           OPEN INPUT SCHE-MST.
           OPEN INPUT REG-MASTER.
           OPEN I-O BILL-MASTER.
           OPEN INPUT OVR-MASTER.
           IF WS-OVR-STAT = ZERO
               MOVE 'Y' TO WS-OVR-AVAIL
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           PERFORM 100-LOAD-CANCELS.

           CLOSE REG-AUDIT-LOG.
           OPEN INPUT REG-AUDIT-LOG.

           MOVE WS-RUN-DATE TO WS-H-DATE.
           MOVE WS-HDR-1 TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-HDR-2 TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-SEP TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ REG-AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 150-AUDIT-DATE
                       IF WS-AUD-CCYYMMDD = WS-RUN-DATE
                           AND (AUD-ACTION = 'ADD ' OR 'DROP' OR 'WTHD')
                           PERFORM 200-ASSESS-TRAN
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 800-PRINT-TOTALS.

           CLOSE REG-AUDIT-LOG.
           CLOSE FEE-RULE.
           CLOSE FEE-ASSESS.
           CLOSE TERM-MASTER.
           CLOSE SCHE-MST.
           CLOSE REG-MASTER.
           CLOSE BILL-MASTER.
           IF OVR-AVAIL
               CLOSE OVR-MASTER
           END-IF.
           CLOSE REPORT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'REG-FEE-ASSESS COMPLETE'.
           DISPLAY 'AUDIT LINES READ   : ' WS-READ-COUNT.
           DISPLAY 'CHANGES ASSESSED   : ' WS-TRAN-COUNT.
           DISPLAY 'FEES POSTED        : ' WS-POSTED-COUNT.
           DISPLAY 'FEES WAIVED        : ' WS-WAIVED-COUNT.
           DISPLAY 'NO BILL ON FILE    : ' WS-NOBILL-COUNT.
           DISPLAY 'ALREADY ASSESSED   : ' WS-PRIOR-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *A SECTION CANCELLED UP TO THE RUN DATE WAIVES THE STUDENT'S
      *FEES FOR THE REST OF THAT TERM - THE CHANGES THAT FOLLOW ARE
      *THE STUDENT REBUILDING A SCHEDULE THE COLLEGE BROKE
       100-LOAD-CANCELS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ REG-AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUD-ACTION = 'CNCL'
                           PERFORM 150-AUDIT-DATE
                           IF WS-AUD-CCYYMMDD NOT > WS-RUN-DATE
                               AND WS-CT-CNT < 2000
                               ADD 1 TO WS-CT-CNT
                               MOVE AUD-STU-ID
                                   TO WS-CT-STU-ID(WS-CT-CNT)
                               MOVE AUD-YEAR TO WS-CT-YEAR(WS-CT-CNT)
                               MOVE AUD-SEM  TO WS-CT-SEM(WS-CT-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE LOG CARRIES MM/DD/YY - EVERYTHING ELSE COMPARES CCYYMMDD
       150-AUDIT-DATE.
           MOVE '20'        TO WS-AUD-CC.
           MOVE AUD-DATE-YY TO WS-AUD-YY.
           MOVE AUD-DATE-MM TO WS-AUD-MM.
           MOVE AUD-DATE-DD TO WS-AUD-DD.
           IF WS-AUD-YMD NOT NUMERIC
               MOVE ZERO TO WS-AUD-CCYYMMDD
           END-IF.
      *-----------------------------------------------------------------
       200-ASSESS-TRAN.
           MOVE AUD-YEAR TO FR-YEAR.
           MOVE AUD-SEM  TO FR-SEM.
           READ FEE-RULE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE AUD-YEAR TO TERM-YEAR.
           MOVE AUD-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 210-APPLY-SECTION-PTRM.

           MOVE SPACE TO WS-FEE-TYPE.
           IF AUD-ACTION = 'ADD '
               AND WS-AUD-CCYYMMDD NOT < TERM-START-DATE
               AND FR-LATE-FEE > ZERO
               MOVE 'L' TO WS-FEE-TYPE
               MOVE FR-LATE-FEE TO WS-FEE-AMT
           ELSE
               IF WS-AUD-CCYYMMDD > TERM-ADD-DEADLINE
                   AND FR-CHANGE-FEE > ZERO
                   MOVE 'C' TO WS-FEE-TYPE
                   MOVE FR-CHANGE-FEE TO WS-FEE-AMT
               END-IF
           END-IF.
           IF WS-FEE-TYPE = SPACE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 300-PRIOR-FEES.
           IF WS-FEE-TYPE = 'L' AND LATE-POSTED
               IF WS-AUD-CCYYMMDD > TERM-ADD-DEADLINE
                   AND FR-CHANGE-FEE > ZERO
                   MOVE 'C' TO WS-FEE-TYPE
                   MOVE FR-CHANGE-FEE TO WS-FEE-AMT
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 400-WAIVER-CHECK.
           IF WS-WAIVE-RSN = SPACES AND SWAP-MATE
               MOVE 'SWAP' TO WS-WAIVE-RSN
           END-IF.
           IF WS-WAIVE-RSN = SPACES
               AND WS-FEE-TYPE = 'C'
               AND FR-CHANGE-MAX > ZERO
               AND WS-CHANGE-CNT NOT < FR-CHANGE-MAX
               MOVE 'CAP ' TO WS-WAIVE-RSN
           END-IF.

           PERFORM 500-RECORD-FEE.
      *-----------------------------------------------------------------
      *A SECTION IN A PART OF TERM IS LATE OR A CHANGE AGAINST ITS
      *OWN PART'S START DATE AND ADD DEADLINE
       210-APPLY-SECTION-PTRM.
           MOVE SPACES TO WS-SECT-PTRM.
           STRING AUD-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  AUD-SEM  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  AUD-CRN  DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SCHED-PTRM-O TO WS-SECT-PTRM
           END-READ.
           MOVE 'S'          TO WS-PD-FUNC.
           MOVE WS-SECT-PTRM TO WS-PD-CODE.
           CALL 'PTRM-DATES-GET' USING WS-PTRM-DATES TERM-REC.
      *-----------------------------------------------------------------
      *WHAT HAS ALREADY GONE ON THE BILL THIS TERM - THE LATE FEE IS
      *CHARGED ONCE AND THE CHANGE FEES COUNT AGAINST THE TERM CAP.
      *THE OTHER HALF OF A SWAP ALREADY ON FILE MARKS THIS LINE AS
      *ITS MATE
       300-PRIOR-FEES.
           MOVE 'N' TO WS-LATE-POSTED.
           MOVE 'N' TO WS-SWAP-MATE.
           MOVE ZERO TO WS-CHANGE-CNT.
           MOVE LOW-VALUES TO FA-KEY.
           MOVE AUD-STU-ID TO FA-STU-ID.
           MOVE AUD-YEAR   TO FA-YEAR.
           MOVE AUD-SEM    TO FA-SEM.
           MOVE 'N' TO WS-SCAN-EOF.
           START FEE-ASSESS KEY NOT LESS THAN FA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ FEE-ASSESS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF FA-STU-ID NOT = AUD-STU-ID
                           OR FA-YEAR NOT = AUD-YEAR
                           OR FA-SEM NOT = AUD-SEM
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF FA-POSTED AND FA-LATE-FEE
                               MOVE 'Y' TO WS-LATE-POSTED
                           END-IF
                           IF FA-POSTED AND FA-CHANGE-FEE
                               AND WS-CHANGE-CNT < 99
                               ADD 1 TO WS-CHANGE-CNT
                           END-IF
                           IF FA-AUD-DATE = WS-AUD-CCYYMMDD
                               AND FA-AUD-TIME = AUD-TIME
                               AND FA-CRN NOT = AUD-CRN
                               AND ((FA-ACTION = 'ADD '
                                       AND AUD-ACTION = 'DROP')
                                   OR (FA-ACTION = 'DROP'
                                       AND AUD-ACTION = 'ADD '))
                               MOVE 'Y' TO WS-SWAP-MATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *CHANGES THE STUDENT DID NOT CHOOSE ARE NOT CHARGED
       400-WAIVER-CHECK.
           MOVE SPACES TO WS-WAIVE-RSN.

           IF AUD-ACTION = 'ADD ' AND OVR-AVAIL
               MOVE AUD-STU-ID TO OVR-STU-ID
               MOVE AUD-YEAR   TO OVR-YEAR
               MOVE AUD-SEM    TO OVR-SEM
               MOVE AUD-CRN    TO OVR-CRN
               READ OVR-MASTER
                   NOT INVALID KEY
                       MOVE 'OVRD' TO WS-WAIVE-RSN
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           MOVE 'N' TO WS-CNCL-FOUND.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CT-CNT OR CNCL-FOUND
               IF WS-CT-STU-ID(WS-IX) = AUD-STU-ID
                   AND WS-CT-YEAR(WS-IX) = AUD-YEAR
                   AND WS-CT-SEM(WS-IX) = AUD-SEM
                   MOVE 'Y' TO WS-CNCL-FOUND
               END-IF
           END-PERFORM.
           IF CNCL-FOUND
               MOVE 'CNCL' TO WS-WAIVE-RSN
               EXIT PARAGRAPH
           END-IF.

           IF AUD-ACTION = 'WTHD'
               PERFORM 410-COUNT-OPEN-REGS
               IF WS-OPEN-REGS = ZERO
                   MOVE 'TERM' TO WS-WAIVE-RSN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *A WITHDRAWAL THAT LEAVES NO UNGRADED SECTIONS IN THE TERM IS A
      *FULL-TERM WITHDRAWAL, NOT A SCHEDULE CHANGE
       410-COUNT-OPEN-REGS.
           MOVE ZERO TO WS-OPEN-REGS.
           MOVE AUD-STU-ID TO REG-STU-ID.
           MOVE AUD-YEAR   TO REG-YEAR.
           MOVE AUD-SEM    TO REG-SEM.
           MOVE ZERO       TO REG-CRN.
           MOVE 'N' TO WS-SCAN-EOF.
           START REG-MASTER KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL SCAN-EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF REG-STU-ID NOT = AUD-STU-ID
                           OR REG-YEAR NOT = AUD-YEAR
                           OR REG-SEM NOT = AUD-SEM
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF REG-GRADE = SPACE
                               ADD 1 TO WS-OPEN-REGS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *A FEE ALREADY ON THE ASSESSMENT FILE WAS HANDLED BY AN EARLIER
      *RUN. A WAIVED FEE IS RECORDED WITHOUT TOUCHING THE BILL; A
      *CHARGED FEE GOES ON THE BILL AND THE LEDGER
       500-RECORD-FEE.
           MOVE AUD-STU-ID      TO FA-STU-ID.
           MOVE AUD-YEAR        TO FA-YEAR.
           MOVE AUD-SEM         TO FA-SEM.
           MOVE WS-AUD-CCYYMMDD TO FA-AUD-DATE.
           MOVE AUD-TIME        TO FA-AUD-TIME.
           MOVE AUD-CRN         TO FA-CRN.
           MOVE WS-FEE-TYPE     TO FA-FEE-TYPE.
           READ FEE-ASSESS
               NOT INVALID KEY
                   ADD 1 TO WS-PRIOR-COUNT
                   EXIT PARAGRAPH
           END-READ.

           ADD 1 TO WS-TRAN-COUNT.
           MOVE WS-WAIVE-RSN TO WS-FA-RSN.
           IF WS-WAIVE-RSN = SPACES
               MOVE AUD-STU-ID TO BILL-STU-ID
               MOVE AUD-YEAR   TO BILL-YEAR
               MOVE AUD-SEM    TO BILL-SEM
               READ BILL-MASTER
                   INVALID KEY
                       MOVE 'NBIL' TO WS-FA-RSN
               END-READ
           END-IF.

           PERFORM 700-PRINT-LINE.
           IF WS-FA-RSN = 'NBIL'
               ADD 1 TO WS-NOBILL-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE AUD-STU-ID      TO FA-STU-ID.
           MOVE AUD-YEAR        TO FA-YEAR.
           MOVE AUD-SEM         TO FA-SEM.
           MOVE WS-AUD-CCYYMMDD TO FA-AUD-DATE.
           MOVE AUD-TIME        TO FA-AUD-TIME.
           MOVE AUD-CRN         TO FA-CRN.
           MOVE WS-FEE-TYPE     TO FA-FEE-TYPE.
           MOVE AUD-ACTION      TO FA-ACTION.
           MOVE WS-FEE-AMT      TO FA-AMOUNT.
           MOVE WS-WAIVE-RSN    TO FA-WAIVE-RSN.
           MOVE WS-RUN-DATE     TO FA-RUN-DATE.
           IF WS-WAIVE-RSN = SPACES
               MOVE 'P' TO FA-STATUS
               ADD WS-FEE-AMT TO BILL-AMOUNT
               REWRITE BILL-REC
               PERFORM 600-POST-LEDGER
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-FEE-AMT TO WS-POSTED-AMT
           ELSE
               MOVE 'W' TO FA-STATUS
               ADD 1 TO WS-WAIVED-COUNT
               ADD WS-FEE-AMT TO WS-WAIVED-AMT
           END-IF.
           WRITE FA-REC.
      *-----------------------------------------------------------------
       600-POST-LEDGER.
           MOVE 'P'             TO WS-LL-FUNC.
           MOVE AUD-STU-ID      TO WS-LL-STU-ID.
           MOVE AUD-YEAR        TO WS-LL-YEAR.
           MOVE AUD-SEM         TO WS-LL-SEM.
           MOVE 'C'             TO WS-LL-TYPE.
           MOVE 'D'             TO WS-LL-DRCR.
           MOVE WS-FEE-AMT      TO WS-LL-AMOUNT.
           IF WS-FEE-TYPE = 'L'
               MOVE 'LATE REGISTRATION' TO WS-LL-DESC
               MOVE 'LATE REG'  TO WS-LL-REF
           ELSE
               MOVE 'SCHEDULE CHANGE FEE' TO WS-LL-DESC
               MOVE 'CHANGE FEE' TO WS-LL-REF
           END-IF.
           MOVE ZERO            TO WS-LL-ORIG-SEQ.
           MOVE 'REG-FEE-ASSESS' TO WS-LL-PGM.
           MOVE 'N'             TO WS-LL-HOLD-REL.
           CALL 'LEDGER-POST' USING WS-LEDGER-LN.
      *-----------------------------------------------------------------
       700-PRINT-LINE.
           MOVE AUD-STU-ID  TO WS-D-STU-ID.
           MOVE AUD-YEAR    TO WS-D-YEAR.
           MOVE AUD-SEM     TO WS-D-SEM.
           MOVE AUD-CRN     TO WS-D-CRN.
           MOVE AUD-ACTION  TO WS-D-ACTION.
           MOVE AUD-TIME    TO WS-D-TIME.
           MOVE WS-FEE-AMT  TO WS-D-AMOUNT.
           IF WS-FEE-TYPE = 'L'
               MOVE 'LATE REG'  TO WS-D-FEE
           ELSE
               MOVE 'CHANGE'    TO WS-D-FEE
           END-IF.
           EVALUATE WS-FA-RSN
               WHEN SPACES
                   MOVE 'POSTED'               TO WS-D-STATUS
               WHEN 'OVRD'
                   MOVE 'WAIVED - OVERRIDE'    TO WS-D-STATUS
               WHEN 'CNCL'
                   MOVE 'WAIVED - SECT CANCEL' TO WS-D-STATUS
               WHEN 'TERM'
                   MOVE 'WAIVED - TERM WTHD'   TO WS-D-STATUS
               WHEN 'CAP '
                   MOVE 'WAIVED - TERM CAP'    TO WS-D-STATUS
               WHEN 'SWAP'
                   MOVE 'WAIVED - SECT SWAP'   TO WS-D-STATUS
               WHEN 'NBIL'
                   MOVE 'NOT POSTED - NO BILL' TO WS-D-STATUS
           END-EVALUATE.
           MOVE WS-DTL-LN TO REPORT-REC.
           WRITE REPORT-REC.
      *-----------------------------------------------------------------
       800-PRINT-TOTALS.
           MOVE WS-SEP TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'FEES POSTED'        TO WS-T-LABEL.
           MOVE WS-POSTED-COUNT      TO WS-T-COUNT.
           MOVE WS-POSTED-AMT        TO WS-T-AMOUNT.
           MOVE WS-TOT-LN TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'FEES WAIVED'        TO WS-T-LABEL.
           MOVE WS-WAIVED-COUNT      TO WS-T-COUNT.
           MOVE WS-WAIVED-AMT        TO WS-T-AMOUNT.
           MOVE WS-TOT-LN TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'NOT POSTED - NO BILL' TO WS-T-LABEL.
           MOVE WS-NOBILL-COUNT      TO WS-T-COUNT.
           MOVE ZERO                 TO WS-T-AMOUNT.
           MOVE WS-TOT-LN TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'ALREADY ASSESSED'   TO WS-T-LABEL.
           MOVE WS-PRIOR-COUNT       TO WS-T-COUNT.
           MOVE ZERO                 TO WS-T-AMOUNT.
           MOVE WS-TOT-LN TO REPORT-REC.
           WRITE REPORT-REC.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

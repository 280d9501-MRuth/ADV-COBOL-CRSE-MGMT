       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAIN-APPLY.
      *-----------------------------------------------------------------
      *YEARLY RECORDS RETENTION RUN. EACH RULE ON RETAIN-RULE NAMES A
      *FILE, THE FIELD ITS AGE IS TAKEN FROM, THE YEARS IT IS KEPT AND
      *WHETHER EXPIRED RECORDS ARE ARCHIVED OR PURGED. EXPIRED RECORDS
      *ARE COPIED TO A DATED ARCHIVE (<FILE>-ARC-YYYYMMDD.TXT) WHEN THE
      *RULE SAYS ARCHIVE, THEN REMOVED FROM THE LIVE FILE. A RECORD FOR
      *A STUDENT WITH AN OPEN BALANCE, AN ACTIVE HOLD OR A PENDING
      *APPEAL IS HELD WHATEVER ITS AGE. A DATE BASIS KEEPS RECORDS
      *NEWER THAN TODAY LESS THE RETENTION YEARS; A YEAR BASIS KEEPS
      *THE CURRENT YEAR AND THE RETENTION YEARS BEFORE IT. THE RUN
      *CLOSES WITH A CERTIFICATE OF DESTRUCTION GIVING COUNTS BY FILE.
      *IN PREVIEW MODE NOTHING IS ARCHIVED OR REMOVED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAIN-RULE  ASSIGN        TO
                               '../FILES/RETAIN-RULE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RR-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT RETAIN-PROTECT ASSIGN      TO
                               '../FILES/RETAIN-PROTECT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RP-STU-ID
                               FILE STATUS   IS WS-STAT.
           SELECT BILL-MASTER  ASSIGN        TO
                               '../FILES/BILL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS BILL-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT HOLD-MASTER  ASSIGN        TO
                               '../FILES/HOLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HOLD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT APPEAL-MASTER ASSIGN       TO
                               '../FILES/APPEAL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AP-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT ATTEND-HISTORY ASSIGN      TO
                               '../FILES/ATTEND-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATH-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT LOG-FILE     ASSIGN DYNAMIC WS-LOG-NAME
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-LOG-STAT.
           SELECT WORK-FILE    ASSIGN        TO
                               '../FILES/RETAIN-WORK.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT ARC-FILE     ASSIGN DYNAMIC WS-ARC-NAME
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT CERT-FILE    ASSIGN        TO
                               '../FILES/RETAIN-CERT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY RETAIN-RULE-RECS.
       FD  RETAIN-PROTECT.
       01  RP-REC.
           03  RP-STU-ID           PIC 9(7).
           03  RP-REASON           PIC X.
       COPY BILL-MASTER-RECS.
       COPY HOLD-MASTER-RECS.
       COPY APPEAL-MASTER-RECS.
       FD  ATTEND-HISTORY.
       01  ATH-REC.
           03  ATH-KEY.
               05  ATH-CRN-KEY.
                   07  ATH-YEAR    PIC 9(4).
                   07  ATH-SEM     PIC 99.
                   07  ATH-CRN     PIC 9(4).
               05  ATH-DATE        PIC 9(8).
               05  ATH-STU-ID      PIC 9(7).
           03  ATH-MARK            PIC X.
       FD  LOG-FILE.
       01  LOG-REC.
           03  LOG-DATE-MM         PIC XX.
           03  FILLER              PIC X.
           03  LOG-DATE-DD         PIC XX.
           03  FILLER              PIC X.
           03  LOG-DATE-YY         PIC XX.
           03  FILLER              PIC X(112).
       FD  WORK-FILE.
       01  WORK-REC                PIC X(120).
       FD  ARC-FILE.
       01  ARC-REC                 PIC X(120).
       FD  CERT-FILE.
       01  CERT-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-RETAIN-FILES.
       01  MISC-VARS.
           03  WS-DATE             PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-CUR-YEAR         PIC 9(4).
           03  WS-STAT             PIC 99.
           03  WS-LOG-STAT         PIC 99.
           03  WS-MODE             PIC X   VALUE 'N'.
               88  APPLY-MODE              VALUE 'Y'.
           03  WS-RR-EOF           PIC X.
               88  RR-EOF                  VALUE 'Y'.
           03  WS-EOF              PIC X.
               88  EOF                     VALUE 'Y'.
           03  WS-IX               PIC 99.
           03  WS-RF-IX            PIC 99.
           03  WS-BASIS-NO         PIC 9.
               88  DATE-BASIS              VALUE 1.
               88  YEAR-BASIS              VALUE 2.
           03  WS-STU-POS          PIC 99.
           03  WS-CUTOFF           PIC 9(8).
           03  WS-REC-DATE         PIC 9(8).
           03  WS-STU-ID           PIC 9(7).
           03  WS-ELIGIBLE         PIC X.
               88  ELIGIBLE                VALUE 'Y'.
           03  WS-HELD             PIC X.
               88  HELD                    VALUE 'Y'.
           03  WS-ON-HAND          PIC X.
               88  FILE-ON-HAND            VALUE 'Y'.
           03  WS-LOG-NAME         PIC X(60).
           03  WS-ARC-NAME         PIC X(60).
           03  WS-PROTECT-COUNT    PIC 9(7) VALUE 0.
           03  WS-RULE-COUNT       PIC 9(3) VALUE 0.
           03  WS-SKIP-COUNT       PIC 9(3) VALUE 0.
       01  WS-RULE-TOTALS.
           03  WS-R-READ           PIC 9(7).
           03  WS-R-ELIGIBLE       PIC 9(7).
           03  WS-R-HELD           PIC 9(7).
           03  WS-R-DESTROYED      PIC 9(7).
       01  WS-RUN-TOTALS.
           03  WS-T-READ           PIC 9(8) VALUE 0.
           03  WS-T-ELIGIBLE       PIC 9(8) VALUE 0.
           03  WS-T-HELD           PIC 9(8) VALUE 0.
           03  WS-T-DESTROYED      PIC 9(8) VALUE 0.
       01  WS-HDR-CERT.
           03  FILLER              PIC X(19) VALUE 'FILE'.
           03  FILLER              PIC X(13) VALUE 'BASIS'.
           03  FILLER              PIC X(4)  VALUE 'YRS'.
           03  FILLER              PIC X(3)  VALUE 'A'.
           03  FILLER              PIC X(9)  VALUE 'CUTOFF'.
           03  FILLER              PIC X(10) VALUE '     READ'.
           03  FILLER              PIC X(10) VALUE ' ELIGIBLE'.
           03  FILLER              PIC X(10) VALUE '     HELD'.
           03  FILLER              PIC X(9)  VALUE 'DESTROYED'.
       01  WS-CERT-LN.
           03  WS-C-FILE           PIC X(18).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-C-BASIS          PIC X(12).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-C-YEARS          PIC Z9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-C-ACTION         PIC X.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-C-CUTOFF         PIC 9(8).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-C-READ           PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-C-ELIGIBLE       PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-C-HELD           PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-C-DESTROYED      PIC Z,ZZZ,ZZ9.
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17) VALUE 'RETAIN-APPLY'.
           03  WS-ERR-FILE         PIC X(15).
           03  WS-ERR-STAT         PIC XX.
           03  WS-OPEN-FAIL        PIC X VALUE 'N'.
               88  OPEN-FAILED           VALUE 'Y'.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'RETAIN-APPLY'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/RETAIN-CERT.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'RECORDS RETENTION RUN'.
           DISPLAY 'APPLY (Y) / PREVIEW ONLY (N): '
               WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF WS-MODE = 'y'
               MOVE 'Y' TO WS-MODE
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-TODAY = 20000000 + WS-DATE.
           COMPUTE WS-CUR-YEAR = WS-TODAY / 10000.

           OPEN I-O RETAIN-RULE.
           MOVE 'RETAIN-RULE' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           PERFORM 100-BUILD-PROTECTED.
           PERFORM 150-START-CERT.

           MOVE 'N' TO WS-RR-EOF.
           MOVE LOW-VALUES TO RR-KEY.
           START RETAIN-RULE KEY >= RR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RR-EOF
           END-START.
           PERFORM UNTIL RR-EOF
               READ RETAIN-RULE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RR-EOF
                   NOT AT END
                       PERFORM 200-APPLY-RULE
               END-READ
           END-PERFORM.

           PERFORM 700-END-CERT.

           CLOSE RETAIN-RULE.
           CLOSE RETAIN-PROTECT.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'RETAIN-APPLY COMPLETE'.
           IF NOT APPLY-MODE
               DISPLAY 'PREVIEW ONLY - NOTHING DESTROYED'
           END-IF.
           DISPLAY 'RULES APPLIED    : ' WS-RULE-COUNT.
           DISPLAY 'RULES SKIPPED    : ' WS-SKIP-COUNT.
           DISPLAY 'RECORDS READ     : ' WS-T-READ.
           DISPLAY 'PAST RETENTION   : ' WS-T-ELIGIBLE.
           DISPLAY 'HELD             : ' WS-T-HELD.
           DISPLAY 'DESTROYED        : ' WS-T-DESTROYED.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *STUDENTS WHOSE RECORDS ARE HELD - OPEN BALANCE ON ANY BILL, ANY
      *HOLD ON FILE, OR AN APPEAL NOT YET DECIDED. A MASTER THAT IS NOT
      *ON HAND HOLDS NO ONE.
       100-BUILD-PROTECTED.
           OPEN OUTPUT RETAIN-PROTECT.

           OPEN INPUT BILL-MASTER.
           IF WS-STAT = ZERO
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL EOF
                   READ BILL-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BILL-AMOUNT > BILL-PAID
                               MOVE BILL-STU-ID TO RP-STU-ID
                               MOVE 'B' TO RP-REASON
                               PERFORM 110-WRITE-PROTECT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BILL-MASTER.

           OPEN INPUT HOLD-MASTER.
           IF WS-STAT = ZERO
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL EOF
                   READ HOLD-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HOLD-STU-ID TO RP-STU-ID
                           MOVE 'H' TO RP-REASON
                           PERFORM 110-WRITE-PROTECT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLD-MASTER.

           OPEN INPUT APPEAL-MASTER.
           IF WS-STAT = ZERO
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL EOF
                   READ APPEAL-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AP-PENDING
                               MOVE AP-STU-ID TO RP-STU-ID
                               MOVE 'A' TO RP-REASON
                               PERFORM 110-WRITE-PROTECT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE APPEAL-MASTER.

           CLOSE RETAIN-PROTECT.
           OPEN INPUT RETAIN-PROTECT.
      *-----------------------------------------------------------------
       110-WRITE-PROTECT.
           WRITE RP-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PROTECT-COUNT
           END-WRITE.
      *-----------------------------------------------------------------
       150-START-CERT.
           OPEN OUTPUT CERT-FILE.
           MOVE 'CERTIFICATE OF RECORDS DESTRUCTION' TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           STRING 'RUN DATE: '         DELIMITED BY SIZE
                  WS-TODAY            DELIMITED BY SIZE
                  INTO CERT-REC.
           WRITE CERT-REC.
           IF APPLY-MODE
               MOVE 'EXPIRED RECORDS REMOVED FROM THE LIVE FILES'
                   TO CERT-REC
           ELSE
               MOVE 'PREVIEW ONLY - NO RECORDS DESTROYED' TO CERT-REC
           END-IF.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           STRING 'STUDENTS HELD FOR OPEN BALANCE, HOLD OR PENDING '
                                      DELIMITED BY SIZE
                  'APPEAL: '          DELIMITED BY SIZE
                  WS-PROTECT-COUNT    DELIMITED BY SIZE
                  INTO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE WS-HDR-CERT TO CERT-REC.
           WRITE CERT-REC.
      *-----------------------------------------------------------------
       200-APPLY-RULE.
           MOVE 0 TO WS-RF-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-RF-COUNT
               IF WS-RF-FILE(WS-IX) = RR-FILE
                   MOVE WS-IX TO WS-RF-IX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-BASIS-NO.
           IF WS-RF-IX NOT = ZERO
               EVALUATE RR-BASIS
                   WHEN WS-RF-BASIS-1(WS-RF-IX)
                       MOVE 1 TO WS-BASIS-NO
                   WHEN WS-RF-BASIS-2(WS-RF-IX)
                       IF RR-BASIS NOT = SPACES
                           MOVE 2 TO WS-BASIS-NO
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-BASIS-NO = ZERO OR RR-YEARS = ZERO
               OR NOT RR-VALID-ACTION
               ADD 1 TO WS-SKIP-COUNT
               MOVE SPACES TO CERT-REC
               STRING RR-FILE          DELIMITED BY SPACE
                      ' '              DELIMITED BY SIZE
                      RR-BASIS         DELIMITED BY SPACE
                      ' - RULE NOT USABLE, FILE KEPT'
                                       DELIMITED BY SIZE
                      INTO CERT-REC
               WRITE CERT-REC
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE WS-RF-STU-POS(WS-RF-IX) TO WS-STU-POS.
           IF DATE-BASIS
               COMPUTE WS-CUTOFF = WS-TODAY - (RR-YEARS * 10000)
           ELSE
               COMPUTE WS-CUTOFF =
                   ((WS-CUR-YEAR - RR-YEARS) * 10000) + 0101
           END-IF.
           INITIALIZE WS-RULE-TOTALS.
           MOVE 'Y' TO WS-ON-HAND.
           MOVE SPACES TO WS-ARC-NAME.
           STRING '../FILES/'          DELIMITED BY SIZE
                  RR-FILE             DELIMITED BY SPACE
                  '-ARC-'             DELIMITED BY SIZE
                  WS-TODAY            DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-ARC-NAME.

           EVALUATE RR-FILE
               WHEN 'ATTEND-HISTORY'
                   PERFORM 400-APPLY-ATTEND
               WHEN 'BILL-MASTER'
                   PERFORM 450-APPLY-BILL
               WHEN OTHER
                   PERFORM 300-APPLY-LOG
           END-EVALUATE.

           PERFORM 600-CERT-LINE.
           ADD WS-R-READ      TO WS-T-READ.
           ADD WS-R-ELIGIBLE  TO WS-T-ELIGIBLE.
           ADD WS-R-HELD      TO WS-T-HELD.
           ADD WS-R-DESTROYED TO WS-T-DESTROYED.

           IF APPLY-MODE AND FILE-ON-HAND
               MOVE WS-TODAY TO RR-LAST-RUN
               REWRITE RR-REC
           END-IF.
      *-----------------------------------------------------------------
      *TEXT LOGS - LINES KEPT GO TO THE WORK FILE, WHICH THEN REPLACES
      *THE LIVE LOG. A LINE WHOSE DATE CANNOT BE READ IS KEPT.
       300-APPLY-LOG.
           MOVE SPACES TO WS-LOG-NAME.
           STRING '../FILES/'          DELIMITED BY SIZE
                  RR-FILE             DELIMITED BY SPACE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-LOG-NAME.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STAT NOT = ZERO
               MOVE 'N' TO WS-ON-HAND
               CLOSE LOG-FILE
               EXIT PARAGRAPH
           END-IF.
           IF APPLY-MODE
               OPEN OUTPUT WORK-FILE
               IF RR-ARCHIVE
                   OPEN EXTEND ARC-FILE
               END-IF
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 310-CHECK-LINE
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.

           IF APPLY-MODE
               CLOSE WORK-FILE
               IF RR-ARCHIVE
                   CLOSE ARC-FILE
               END-IF
               IF WS-R-DESTROYED > ZERO
                   PERFORM 320-REPLACE-LOG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       310-CHECK-LINE.
           ADD 1 TO WS-R-READ.
           MOVE 'N' TO WS-ELIGIBLE.
           MOVE 'N' TO WS-HELD.
           IF LOG-DATE-MM NUMERIC AND LOG-DATE-DD NUMERIC
               AND LOG-DATE-YY NUMERIC
               COMPUTE WS-REC-DATE =
                   20000000
                   + (FUNCTION NUMVAL(LOG-DATE-YY) * 10000)
                   + (FUNCTION NUMVAL(LOG-DATE-MM) * 100)
                   + FUNCTION NUMVAL(LOG-DATE-DD)
               IF WS-REC-DATE < WS-CUTOFF
                   MOVE 'Y' TO WS-ELIGIBLE
               END-IF
           END-IF.
           IF ELIGIBLE
               ADD 1 TO WS-R-ELIGIBLE
               IF WS-STU-POS NOT = ZERO
                   IF LOG-REC(WS-STU-POS:7) NUMERIC
                       AND LOG-REC(WS-STU-POS + 7:1) = SPACE
                       MOVE LOG-REC(WS-STU-POS:7) TO WS-STU-ID
                       PERFORM 500-CHECK-HELD
                   END-IF
               END-IF
           END-IF.
           IF ELIGIBLE AND NOT HELD
               ADD 1 TO WS-R-DESTROYED
               IF APPLY-MODE AND RR-ARCHIVE
                   MOVE LOG-REC TO ARC-REC
                   WRITE ARC-REC
               END-IF
           ELSE
               IF APPLY-MODE
                   MOVE LOG-REC TO WORK-REC
                   WRITE WORK-REC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       320-REPLACE-LOG.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT LOG-FILE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-REC TO LOG-REC
                       WRITE LOG-REC
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE LOG-FILE.
      *-----------------------------------------------------------------
       400-APPLY-ATTEND.
           IF APPLY-MODE
               OPEN I-O ATTEND-HISTORY
           ELSE
               OPEN INPUT ATTEND-HISTORY
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'N' TO WS-ON-HAND
               CLOSE ATTEND-HISTORY
               EXIT PARAGRAPH
           END-IF.
           IF APPLY-MODE AND RR-ARCHIVE
               OPEN EXTEND ARC-FILE
           END-IF.

           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO ATH-KEY.
           START ATTEND-HISTORY KEY >= ATH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ATTEND-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 410-CHECK-ATTEND
               END-READ
           END-PERFORM.

           CLOSE ATTEND-HISTORY.
           IF APPLY-MODE AND RR-ARCHIVE
               CLOSE ARC-FILE
           END-IF.
      *-----------------------------------------------------------------
       410-CHECK-ATTEND.
           ADD 1 TO WS-R-READ.
           IF DATE-BASIS
               MOVE ATH-DATE TO WS-REC-DATE
           ELSE
               COMPUTE WS-REC-DATE = (ATH-YEAR * 10000) + 0101
           END-IF.
           IF WS-REC-DATE = ZERO OR WS-REC-DATE NOT < WS-CUTOFF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-R-ELIGIBLE.
           MOVE ATH-STU-ID TO WS-STU-ID.
           PERFORM 500-CHECK-HELD.
           IF HELD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-R-DESTROYED.
           IF APPLY-MODE
               IF RR-ARCHIVE
                   MOVE ATH-REC TO ARC-REC
                   WRITE ARC-REC
               END-IF
               DELETE ATTEND-HISTORY RECORD
           END-IF.
      *-----------------------------------------------------------------
       450-APPLY-BILL.
           IF APPLY-MODE
               OPEN I-O BILL-MASTER
           ELSE
               OPEN INPUT BILL-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'N' TO WS-ON-HAND
               CLOSE BILL-MASTER
               EXIT PARAGRAPH
           END-IF.
           IF APPLY-MODE AND RR-ARCHIVE
               OPEN EXTEND ARC-FILE
           END-IF.

           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO BILL-KEY.
           START BILL-MASTER KEY >= BILL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ BILL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 460-CHECK-BILL
               END-READ
           END-PERFORM.

           CLOSE BILL-MASTER.
           IF APPLY-MODE AND RR-ARCHIVE
               CLOSE ARC-FILE
           END-IF.
      *-----------------------------------------------------------------
       460-CHECK-BILL.
           ADD 1 TO WS-R-READ.
           IF DATE-BASIS
               MOVE BILL-DATE TO WS-REC-DATE
           ELSE
               COMPUTE WS-REC-DATE = (BILL-YEAR * 10000) + 0101
           END-IF.
           IF WS-REC-DATE = ZERO OR WS-REC-DATE NOT < WS-CUTOFF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-R-ELIGIBLE.
           MOVE BILL-STU-ID TO WS-STU-ID.
           PERFORM 500-CHECK-HELD.
           IF HELD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-R-DESTROYED.
           IF APPLY-MODE
               IF RR-ARCHIVE
                   MOVE BILL-REC TO ARC-REC
                   WRITE ARC-REC
               END-IF
               DELETE BILL-MASTER RECORD
           END-IF.
      *-----------------------------------------------------------------
       500-CHECK-HELD.
           MOVE WS-STU-ID TO RP-STU-ID.
           READ RETAIN-PROTECT
               INVALID KEY
                   MOVE 'N' TO WS-HELD
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HELD
                   ADD 1 TO WS-R-HELD
           END-READ.
      *-----------------------------------------------------------------
       600-CERT-LINE.
           MOVE RR-FILE        TO WS-C-FILE.
           MOVE RR-BASIS       TO WS-C-BASIS.
           MOVE RR-YEARS       TO WS-C-YEARS.
           MOVE RR-ACTION      TO WS-C-ACTION.
           MOVE WS-CUTOFF      TO WS-C-CUTOFF.
           MOVE WS-R-READ      TO WS-C-READ.
           MOVE WS-R-ELIGIBLE  TO WS-C-ELIGIBLE.
           MOVE WS-R-HELD      TO WS-C-HELD.
           MOVE WS-R-DESTROYED TO WS-C-DESTROYED.
           MOVE WS-CERT-LN TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           EVALUATE TRUE
               WHEN NOT FILE-ON-HAND
                   MOVE '    FILE NOT ON HAND - NOTHING READ'
                       TO CERT-REC
               WHEN RR-PURGE
                   MOVE '    PURGED - NO ARCHIVE KEPT' TO CERT-REC
               WHEN WS-R-DESTROYED = ZERO
                   MOVE '    NOTHING PAST RETENTION' TO CERT-REC
               WHEN OTHER
                   STRING '    ARCHIVED TO '  DELIMITED BY SIZE
                          WS-ARC-NAME         DELIMITED BY SPACE
                          INTO CERT-REC
           END-EVALUATE.
           WRITE CERT-REC.
      *-----------------------------------------------------------------
       700-END-CERT.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           STRING 'RECORDS READ: '    DELIMITED BY SIZE
                  WS-T-READ           DELIMITED BY SIZE
                  '  PAST RETENTION: ' DELIMITED BY SIZE
                  WS-T-ELIGIBLE       DELIMITED BY SIZE
                  '  HELD: '          DELIMITED BY SIZE
                  WS-T-HELD           DELIMITED BY SIZE
                  INTO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           IF APPLY-MODE
               STRING 'RECORDS DESTROYED: ' DELIMITED BY SIZE
                      WS-T-DESTROYED        DELIMITED BY SIZE
                      INTO CERT-REC
           ELSE
               STRING 'RECORDS THAT WOULD BE DESTROYED: '
                                            DELIMITED BY SIZE
                      WS-T-DESTROYED        DELIMITED BY SIZE
                      INTO CERT-REC
           END-IF.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE 'DESTROYED BY: ______________________  DATE: __________'
               TO CERT-REC.
           WRITE CERT-REC.
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE 'WITNESS     : ______________________  DATE: __________'
               TO CERT-REC.
           WRITE CERT-REC.
           CLOSE CERT-FILE.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

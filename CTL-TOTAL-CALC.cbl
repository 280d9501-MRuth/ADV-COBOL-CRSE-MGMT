       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTL-TOTAL-CALC.
      *-----------------------------------------------------------------
      *TAKES CONTROL TOTALS OF ONE CONTROLLED FILE FOR THE JOB CHAIN.
      *CALLED WITH WS-CTL-TOTAL NAMING THE FILE; READS IT START TO
      *END AND HANDS BACK THE RECORD COUNT, HASH TOTAL AND DOLLAR
      *TOTAL. THE FILE IS OPENED AND CLOSED ON EACH CALL SO THE
      *TOTALS ARE OF THE FILE AS IT STANDS ON DISK.
      *  STUDENT-MASTER    HASH STUDENT IDS
      *  REGISTER-MASTER   HASH STUDENT IDS
      *  SCHEDULE-MASTER   HASH OPEN SEATS
      *  WAITLIST-MASTER   HASH STUDENT IDS
      *  BILL-MASTER       HASH STUDENT IDS, DOLLARS BILLED PLUS PAID
      *  AID-MASTER        HASH STUDENT IDS, DOLLARS AWARDED
      *  LEDGER-MASTER     HASH STUDENT IDS, DOLLARS POSTED
      *  ENROLL-WORK       HASH STUDENT IDS
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MST      ASSIGN        TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS STU-ID
                               FILE STATUS   IS WS-STAT.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS REG-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT SCHE-MST     ASSIGN        TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT WAIT-MASTER  ASSIGN        TO
                               '../FILES/WAITLIST-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS WAIT-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT BILL-MASTER  ASSIGN        TO
                               '../FILES/BILL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS BILL-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT AID-MASTER   ASSIGN        TO
                               '../FILES/AID-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS AID-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT LEDGER-MASTER ASSIGN       TO
                               '../FILES/LEDGER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS LDG-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT ENRL-WORK    ASSIGN        TO
                               '../FILES/ENROLL-WORK.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
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
       FD  SCHE-MST.
       01  SCHE-REC.
           03  SCHEDULE-ID-O       PIC X(12).
           03  FILLER              PIC X.
           03  COURSE-ID-O         PIC X(9).
           03  FILLER              PIC X.
           03  TIMEDAY-O           PIC X(20).
           03  FILLER              PIC X.
           03  BUILDING-ID-O       PIC X(11).
           03  FILLER              PIC X.
           03  INSTRUCTOR-ID-O     PIC X(4).
           03  SCHED-STATUS-O      PIC X.
           03  FILLER              PIC XX.
           03  OPEN-SEATS-O        PIC X(3).
           03  SCHED-DAYS-O        PIC X(7).
           03  SCHED-START-O       PIC 9(4).
           03  SCHED-END-O         PIC 9(4).
           03  SCHED-XLIST-O       PIC X(12).
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  WAIT-MASTER.
       01  WAIT-REC.
           03  WAIT-KEY.
               05  WAIT-CRN-KEY.
                   07  WAIT-YEAR       PIC 9999.
                   07  WAIT-SEM        PIC 99.
                   07  WAIT-CRN        PIC 9(4).
               05  WAIT-SEQ            PIC 9(4).
           03  WAIT-STU-ID             PIC 9(7).
       COPY BILL-MASTER-RECS.
       COPY AID-MASTER-RECS.
       COPY LEDGER-RECS.
       COPY ENRL-WORK-RECS.
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SEATS            PIC 999.
       LINKAGE SECTION.
       COPY WS-CTL-TOTAL.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-CTL-TOTAL.
       000-MAIN.
           MOVE 'N'  TO WS-CT-ON-HAND.
           MOVE ZERO TO WS-CT-COUNT.
           MOVE ZERO TO WS-CT-HASH.
           MOVE ZERO TO WS-CT-AMOUNT.
           MOVE 'N'  TO WS-EOF.

           EVALUATE WS-CT-FILE
               WHEN 'STUDENT-MASTER'
                   PERFORM 100-TOTAL-STUDENT
               WHEN 'REGISTER-MASTER'
                   PERFORM 200-TOTAL-REGISTER
               WHEN 'SCHEDULE-MASTER'
                   PERFORM 300-TOTAL-SCHEDULE
               WHEN 'WAITLIST-MASTER'
                   PERFORM 400-TOTAL-WAITLIST
               WHEN 'BILL-MASTER'
                   PERFORM 500-TOTAL-BILL
               WHEN 'AID-MASTER'
                   PERFORM 600-TOTAL-AID
               WHEN 'LEDGER-MASTER'
                   PERFORM 700-TOTAL-LEDGER
               WHEN 'ENROLL-WORK'
                   PERFORM 800-TOTAL-ENRL-WORK
           END-EVALUATE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-TOTAL-STUDENT.
           OPEN INPUT STU-MST.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CT-ON-HAND.
           PERFORM UNTIL EOF
               READ STU-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1      TO WS-CT-COUNT
                       ADD STU-ID TO WS-CT-HASH
               END-READ
           END-PERFORM.
           CLOSE STU-MST.
      *-----------------------------------------------------------------
       200-TOTAL-REGISTER.
           OPEN INPUT REG-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CT-ON-HAND.
           PERFORM UNTIL EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1          TO WS-CT-COUNT
                       ADD REG-STU-ID TO WS-CT-HASH
               END-READ
           END-PERFORM.
           CLOSE REG-MASTER.
      *-----------------------------------------------------------------
       300-TOTAL-SCHEDULE.
           OPEN INPUT SCHE-MST.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CT-ON-HAND.
           PERFORM UNTIL EOF
               READ SCHE-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-COUNT
                       IF OPEN-SEATS-O NUMERIC
                           MOVE OPEN-SEATS-O TO WS-SEATS
                           ADD WS-SEATS TO WS-CT-HASH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHE-MST.
      *-----------------------------------------------------------------
       400-TOTAL-WAITLIST.
           OPEN INPUT WAIT-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CT-ON-HAND.
           PERFORM UNTIL EOF
               READ WAIT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1           TO WS-CT-COUNT
                       ADD WAIT-STU-ID TO WS-CT-HASH
               END-READ
           END-PERFORM.
           CLOSE WAIT-MASTER.
      *-----------------------------------------------------------------
       500-TOTAL-BILL.
           OPEN INPUT BILL-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CT-ON-HAND.
           PERFORM UNTIL EOF
               READ BILL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1           TO WS-CT-COUNT
                       ADD BILL-STU-ID TO WS-CT-HASH
                       ADD BILL-AMOUNT TO WS-CT-AMOUNT
                       ADD BILL-PAID   TO WS-CT-AMOUNT
               END-READ
           END-PERFORM.
           CLOSE BILL-MASTER.
      *-----------------------------------------------------------------
       600-TOTAL-AID.
           OPEN INPUT AID-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CT-ON-HAND.
           PERFORM UNTIL EOF
               READ AID-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1          TO WS-CT-COUNT
                       ADD AID-STU-ID TO WS-CT-HASH
                       ADD AID-AMOUNT TO WS-CT-AMOUNT
               END-READ
           END-PERFORM.
           CLOSE AID-MASTER.
      *-----------------------------------------------------------------
       700-TOTAL-LEDGER.
           OPEN INPUT LEDGER-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CT-ON-HAND.
           PERFORM UNTIL EOF
               READ LEDGER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1          TO WS-CT-COUNT
                       ADD LDG-STU-ID TO WS-CT-HASH
                       ADD LDG-AMOUNT TO WS-CT-AMOUNT
               END-READ
           END-PERFORM.
           CLOSE LEDGER-MASTER.
      *-----------------------------------------------------------------
       800-TOTAL-ENRL-WORK.
           OPEN INPUT ENRL-WORK.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CT-ON-HAND.
           PERFORM UNTIL EOF
               READ ENRL-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1         TO WS-CT-COUNT
                       ADD EW-STU-ID TO WS-CT-HASH
               END-READ
           END-PERFORM.
           CLOSE ENRL-WORK.
      *-----------------------------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-MERGE.
      *-----------------------------------------------------------------
      *MERGES A DUPLICATE STUDENT ID INTO THE SURVIVING ONE. EVERY
      *CHILD RECORD UNDER THE RETIRING ID IS MOVED TO THE SURVIVOR BY
      *STU-MERGE-REG (REGISTRATION), STU-MERGE-FIN (BILLING AND AID)
      *AND STU-MERGE-REC (ACADEMIC AND PERSONAL RECORDS). A RECORD
      *WHOSE KEY ALREADY EXISTS UNDER THE SURVIVOR - THE SAME SECTION
      *ON BOTH IDS, SAY - STAYS WHERE IT IS AND GOES ON THE EXCEPTION
      *LIST. THE SURVIVOR'S GPA AND EARNED CREDITS ARE THEN
      *RECOMPUTED FROM THE COMBINED HISTORY (SAME RULES AS
      *GPA-VERIFY), THE RETIRING STUDENT RECORD IS DELETED AND A
      *CROSS-REFERENCE ENTRY IS LEFT SO THE OLD ID STILL RESOLVES.
      *RUNNING THE MERGE AGAIN FOR AN ID ALREADY RETIRED INTO THE
      *SAME SURVIVOR SWEEPS UP ANY EXCEPTIONS SINCE RESOLVED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS DYNAMIC
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT STU-XREF     ASSIGN        TO
                               '../FILES/STU-XREF.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS XR-KEY
                               FILE STATUS   IS WS-XR-STAT.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT REG-HISTORY  ASSIGN        TO
                               '../FILES/REGISTER-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RH-KEY
                               ALTERNATE KEY IS RH-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-HIST-STAT.
           SELECT XFER-MASTER  ASSIGN        TO
                               '../FILES/XFER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS XFER-KEY
                               FILE STATUS   IS WS-XFER-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-MASTER  ASSIGN        TO
                               '../FILES/COURSE-MASTER-SORT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRSE-ID
                               FILE STATUS   IS WS-STAT.
           SELECT EXC-FILE     ASSIGN        TO
                               '../FILES/STU-MERGE-EXCEPT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
       COPY STU-XREF-RECS.
       COPY XFER-MASTER-RECS.
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
       FD  REG-HISTORY.
       01  RH-REC.
           03  RH-KEY.
               05  RH-STU-ID           PIC 9(7).
               05  RH-CRN-KEY.
                   07  RH-YEAR         PIC 9999.
                   07  RH-SEM          PIC 99.
                   07  RH-CRN          PIC 9(4).
           03  RH-GRADE            PIC X.
           03  RH-MIDTERM          PIC X.
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
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
           03  CRSE-NAME      PIC X(35).
           03  CRSE-CREDIT    PIC X(4).
           03  CRSE-STAT      PIC X.
           03  CRSE-PREREQ    PIC X(9).
       FD  EXC-FILE.
       01  EXC-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY OPER-SESSION.
       COPY WS-STU-MERGE.
       01  WS-XFER-VARS.
           03  WS-XFER-STAT        PIC 99 VALUE 99.
           03  WS-XFER-AVAIL       PIC X  VALUE 'N'.
               88  XFER-AVAIL             VALUE 'Y'.
           03  WS-XFER-EOF         PIC X.
               88  XFER-EOF               VALUE 'Y'.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-HIST-STAT        PIC 99.
           03  WS-XR-STAT          PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-CONFIRM          PIC X   VALUE 'N'.
               88  CONFIRMED               VALUE 'Y' 'y'.
           03  WS-SWEEP            PIC X   VALUE 'N'.
               88  SWEEP-ONLY              VALUE 'Y'.
           03  WS-KEEP-NAME        PIC X(30).
           03  WS-RETIRE-NAME      PIC X(30).
           03  WS-XR-FOUND         PIC X   VALUE 'N'.
               88  XR-FOUND                VALUE 'Y'.
           03  WS-REPOINTED        PIC 9(5) VALUE 0.
           03  WS-OLD-GPA          PIC 9V99.
           03  WS-OLD-CRD          PIC 999.
           03  WS-EDIT-GPA         PIC 9.99.
           03  WS-EDIT-CRD         PIC ZZ9.
           03  WS-STU-ID           PIC 9(7).
           03  WS-GRADE-CHECK      PIC X.
               88  GRADE-COUNTS    VALUES 'A' 'B' 'C' 'D'
                                      '1' '2' '3' '4' '5' '6' '7'.
               88  GRADE-ATTEMPTED VALUES 'A' 'B' 'C' 'D' 'F'
                                      '1' '2' '3' '4' '5' '6' '7'.
           03  WS-CREDIT-DIGIT     PIC 9.
           03  WS-GRADE-PTS        PIC 9V9.
           03  WS-GP-DISP          PIC XX.
           03  WS-GP-VALID         PIC X.
           03  WS-CRD-EARNED       PIC 999.
           03  WS-CRD-ATTEMPT      PIC 999.
           03  WS-QUALITY-PTS      PIC 9(5)V9.
           03  WS-CALC-GPA         PIC 9V99.
       01  WS-BEST-TBL.
           03  WS-BEST-COUNT       PIC 999 VALUE 0.
           03  WS-BEST-IX          PIC 999.
           03  WS-BEST-FOUND-IX    PIC 999.
           03  WS-BEST-ENTRY OCCURS 100 TIMES.
               05  WS-BEST-COURSE-ID   PIC X(9).
               05  WS-BEST-GRADE       PIC X.
               05  WS-BEST-PTS         PIC 9V9.
               05  WS-BEST-CREDIT      PIC 9.
       01  WS-VER-FIELDS.
           03  WS-VER-NAME         PIC X(35).
           03  WS-VER-CREDIT       PIC X(4).
           03  WS-VER-FOUND        PIC X.
       01  WS-DATE-FIELDS.
           03  WS-DATE             PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-EXC-HDR1.
           03  FILLER              PIC X(37) VALUE
               'DUPLICATE STUDENT MERGE EXCEPTIONS - '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-EXC-HDR2.
           03  FILLER              PIC X(14) VALUE 'SURVIVING ID: '.
           03  WS-H-KEEP-ID        PIC 9(7).
           03  FILLER              PIC X(16) VALUE
               '   RETIRING ID: '.
           03  WS-H-RETIRE-ID      PIC 9(7).
       01  WS-EXC-HDR3.
           03  FILLER              PIC X(15) VALUE 'FILE'.
           03  FILLER              PIC X(31) VALUE 'KEY LEFT BEHIND'.
           03  FILLER              PIC X(6)  VALUE 'REASON'.
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15).
           03  WS-AUD-KEY          PIC X(12).
           03  WS-AUD-FIELD        PIC X(12).
           03  WS-AUD-OLD          PIC X(20).
           03  WS-AUD-NEW          PIC X(20).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'STU-MERGE'.
           03  WS-CAT-FILE         PIC X(40) VALUE
               '../FILES/STU-MERGE-EXCEPT.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'DUPLICATE STUDENT ID MERGE'.
           DISPLAY 'SURVIVING STUDENT ID: ' WITH NO ADVANCING.
           ACCEPT WS-SM-KEEP-ID.
           DISPLAY 'RETIRING STUDENT ID : ' WITH NO ADVANCING.
           ACCEPT WS-SM-RETIRE-ID.

           IF WS-SM-KEEP-ID = WS-SM-RETIRE-ID
               DISPLAY 'THE TWO IDS MUST BE DIFFERENT'
               EXIT PROGRAM
           END-IF.

           OPEN I-O STU-MST.
           IF WS-STAT NOT = ZERO
               DISPLAY 'STUDENT MASTER NOT AVAILABLE'
               EXIT PROGRAM
           END-IF.
           PERFORM 100-OPEN-XREF.

           PERFORM 150-CHECK-IDS.
           IF WS-SM-KEEP-ID = ZERO
               CLOSE STU-MST
               CLOSE STU-XREF
               EXIT PROGRAM
           END-IF.

           DISPLAY 'SURVIVOR : ' WS-SM-KEEP-ID ' ' WS-KEEP-NAME.
           IF SWEEP-ONLY
               DISPLAY 'RETIRING : ' WS-SM-RETIRE-ID
                   ' ALREADY MERGED - SWEEPING UP LEFTOVERS'
           ELSE
               DISPLAY 'RETIRING : ' WS-SM-RETIRE-ID ' '
                   WS-RETIRE-NAME
           END-IF.
           DISPLAY 'MERGE THE RETIRING ID INTO THE SURVIVOR? (Y/N): '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRMED
               DISPLAY 'MERGE CANCELLED'
               CLOSE STU-MST
               CLOSE STU-XREF
               EXIT PROGRAM
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-TODAY = 20000000 + WS-DATE.
           PERFORM 200-START-EXCEPTIONS.

           MOVE ZERO TO WS-SM-MOVED WS-SM-RESEQ WS-SM-EXCEPTIONS.
           CALL 'STU-MERGE-REG' USING WS-STU-MERGE.
           CALL 'STU-MERGE-FIN' USING WS-STU-MERGE.
           CALL 'STU-MERGE-REC' USING WS-STU-MERGE.

           PERFORM 300-RECOMPUTE-SURVIVOR.
           PERFORM 700-WRITE-XREF.
           PERFORM 750-REPOINT-XREF.

           IF NOT SWEEP-ONLY
               MOVE WS-SM-RETIRE-ID TO STU-ID
               DELETE STU-MST RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           PERFORM 800-AUDIT-MERGE.

           CLOSE STU-MST.
           CLOSE STU-XREF.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'STU-MERGE COMPLETE'.
           DISPLAY 'RECORDS MOVED     : ' WS-SM-MOVED.
           DISPLAY 'RENUMBERED        : ' WS-SM-RESEQ.
           DISPLAY 'LEFT BEHIND       : ' WS-SM-EXCEPTIONS.
           DISPLAY 'OLD REFS REPOINTED: ' WS-REPOINTED.
           MOVE WS-OLD-GPA  TO WS-EDIT-GPA.
           MOVE WS-OLD-CRD  TO WS-EDIT-CRD.
           DISPLAY 'SURVIVOR GPA/CRED : ' WS-EDIT-GPA ' ' WS-EDIT-CRD
               WITH NO ADVANCING.
           MOVE WS-CALC-GPA   TO WS-EDIT-GPA.
           MOVE WS-CRD-EARNED TO WS-EDIT-CRD.
           DISPLAY ' NOW ' WS-EDIT-GPA ' ' WS-EDIT-CRD.
           IF WS-SM-EXCEPTIONS > ZERO
               DISPLAY 'SEE ' WS-CAT-FILE
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE CROSS-REFERENCE IS CREATED BY THE FIRST MERGE EVER RUN
       100-OPEN-XREF.
           OPEN I-O STU-XREF.
           IF WS-XR-STAT NOT = ZERO
               OPEN OUTPUT STU-XREF
               CLOSE STU-XREF
               OPEN I-O STU-XREF
           END-IF.
      *-----------------------------------------------------------------
      *THE SURVIVOR MUST BE ON FILE. THE RETIRING ID MUST BE TOO,
      *UNLESS IT WAS ALREADY MERGED INTO THIS SAME SURVIVOR - THEN
      *THIS RUN ONLY SWEEPS UP WHAT WAS LEFT BEHIND LAST TIME.
      *ANY FAILURE ZEROES THE SURVIVING ID.
       150-CHECK-IDS.
           MOVE WS-SM-KEEP-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   DISPLAY 'SURVIVING ID ' WS-SM-KEEP-ID
                       ' NOT ON FILE'
                   MOVE ZERO TO WS-SM-KEEP-ID
                   EXIT PARAGRAPH
           END-READ.
           MOVE STU-NAME TO WS-KEEP-NAME.

           MOVE 'N' TO WS-SWEEP.
           MOVE WS-SM-RETIRE-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP
               NOT INVALID KEY
                   MOVE STU-NAME TO WS-RETIRE-NAME
           END-READ.
           IF NOT SWEEP-ONLY
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SM-RETIRE-ID TO XR-OLD-ID.
           READ STU-XREF
               INVALID KEY
                   DISPLAY 'RETIRING ID ' WS-SM-RETIRE-ID
                       ' NOT ON FILE'
                   MOVE ZERO TO WS-SM-KEEP-ID
                   EXIT PARAGRAPH
           END-READ.
           IF XR-NEW-ID NOT = WS-SM-KEEP-ID
               DISPLAY 'ID ' WS-SM-RETIRE-ID ' WAS MERGED INTO '
                   XR-NEW-ID
               MOVE ZERO TO WS-SM-KEEP-ID
           END-IF.
      *-----------------------------------------------------------------
      *A FRESH LIST EACH RUN - THE MOVERS APPEND TO IT
       200-START-EXCEPTIONS.
           OPEN OUTPUT EXC-FILE.
           MOVE WS-TODAY        TO WS-H-DATE.
           MOVE WS-SM-KEEP-ID   TO WS-H-KEEP-ID.
           MOVE WS-SM-RETIRE-ID TO WS-H-RETIRE-ID.
           MOVE WS-EXC-HDR1 TO EXC-REC.
           WRITE EXC-REC.
           MOVE WS-EXC-HDR2 TO EXC-REC.
           WRITE EXC-REC.
           MOVE SPACES TO EXC-REC.
           WRITE EXC-REC.
           MOVE WS-EXC-HDR3 TO EXC-REC.
           WRITE EXC-REC.
           CLOSE EXC-FILE.
      *-----------------------------------------------------------------
      *BEST ATTEMPT PER COURSE OVER LIVE AND ARCHIVED REGISTRATIONS,
      *PLUS TRANSFER HOURS TOWARD CREDITS EARNED - AS GPA-VERIFY
       300-RECOMPUTE-SURVIVOR.
           OPEN INPUT REG-MASTER.
           MOVE 'N' TO WS-XFER-AVAIL.
           OPEN INPUT XFER-MASTER.
           IF WS-XFER-STAT = ZERO
               MOVE 'Y' TO WS-XFER-AVAIL
           END-IF.
           OPEN INPUT SCHE-MST.
           OPEN INPUT CRSE-MASTER.

           MOVE WS-SM-KEEP-ID TO WS-STU-ID.
           MOVE 0 TO WS-CRD-EARNED.
           MOVE 0 TO WS-CRD-ATTEMPT.
           MOVE 0 TO WS-QUALITY-PTS.
           MOVE 0 TO WS-BEST-COUNT.

           PERFORM 400-ACCUM-HISTORY.
           PERFORM 450-ACCUM-LIVE.

           PERFORM 600-TOTAL-BEST-ATTEMPTS
               VARYING WS-BEST-IX FROM 1 BY 1
               UNTIL WS-BEST-IX > WS-BEST-COUNT.

           PERFORM 650-ADD-TRANSFER-HOURS.

           IF WS-CRD-ATTEMPT > 0
               COMPUTE WS-CALC-GPA ROUNDED =
                   WS-QUALITY-PTS / WS-CRD-ATTEMPT
           ELSE
               MOVE 0 TO WS-CALC-GPA
           END-IF.

           CLOSE REG-MASTER.
           IF XFER-AVAIL
               CLOSE XFER-MASTER
               MOVE 'N' TO WS-XFER-AVAIL
           END-IF.
           CLOSE SCHE-MST.
           CLOSE CRSE-MASTER.

           MOVE WS-SM-KEEP-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE ZERO TO WS-OLD-GPA WS-OLD-CRD.
           IF STU-GPA NUMERIC
               MOVE STU-GPA TO WS-OLD-GPA
           END-IF.
           IF STU-CREDITS-EARNED NUMERIC
               MOVE STU-CREDITS-EARNED TO WS-OLD-CRD
           END-IF.
           MOVE WS-CALC-GPA   TO STU-GPA.
           MOVE WS-CRD-EARNED TO STU-CREDITS-EARNED.
           REWRITE STU-REC.
      *-----------------------------------------------------------------
       400-ACCUM-HISTORY.
           OPEN INPUT REG-HISTORY.
           IF WS-HIST-STAT NOT = ZERO
               CLOSE REG-HISTORY
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE WS-STU-ID  TO RH-STU-ID
               MOVE LOW-VALUES TO RH-YEAR
               MOVE LOW-VALUES TO RH-SEM
               MOVE LOW-VALUES TO RH-CRN
               START REG-HISTORY KEY NOT LESS THAN RH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL EOF
                   READ REG-HISTORY NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RH-STU-ID NOT = WS-STU-ID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               MOVE RH-REC TO REG-REC
                               PERFORM 500-ACCUM-GRADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-HISTORY
           END-IF.
      *-----------------------------------------------------------------
       450-ACCUM-LIVE.
           MOVE WS-STU-ID  TO REG-STU-ID.
           MOVE LOW-VALUES TO REG-YEAR.
           MOVE LOW-VALUES TO REG-SEM.
           MOVE LOW-VALUES TO REG-CRN.
           MOVE 'N' TO WS-EOF.
           START REG-MASTER KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REG-STU-ID NOT = WS-STU-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 500-ACCUM-GRADE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       500-ACCUM-GRADE.
           MOVE 0 TO WS-CREDIT-DIGIT.
           MOVE SPACES TO CRSE-ID.

           STRING REG-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  REG-SEM  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  REG-CRN  DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.

           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COURSE-ID-O TO CRSE-ID
                   CALL 'CRSE-VER-GET' USING CRSE-ID
                       REG-YEAR REG-SEM WS-VER-NAME
                       WS-VER-CREDIT WS-VER-FOUND
                   IF WS-VER-FOUND = 'Y'
                       AND WS-VER-CREDIT(1:1) NUMERIC
                       MOVE WS-VER-CREDIT(1:1) TO WS-CREDIT-DIGIT
                   END-IF
           END-READ.

           MOVE REG-GRADE TO WS-GRADE-CHECK.
           IF GRADE-ATTEMPTED
               CALL 'GRADE-POINTS' USING REG-GRADE WS-GRADE-PTS
                   WS-GP-DISP WS-GP-VALID
               PERFORM 550-KEEP-BEST-ATTEMPT
           END-IF.
           IF REG-GRADE = 'P'
               ADD WS-CREDIT-DIGIT TO WS-CRD-EARNED
           END-IF.
      *-----------------------------------------------------------------
      *A COURSE TAKEN UNDER BOTH IDS COUNTS ONCE - THE BEST ATTEMPT
       550-KEEP-BEST-ATTEMPT.
           MOVE 0 TO WS-BEST-FOUND-IX.
           IF CRSE-ID NOT = SPACES
               PERFORM VARYING WS-BEST-IX FROM 1 BY 1
                       UNTIL WS-BEST-IX > WS-BEST-COUNT
                   IF WS-BEST-COURSE-ID(WS-BEST-IX) = CRSE-ID
                       MOVE WS-BEST-IX TO WS-BEST-FOUND-IX
                       MOVE WS-BEST-COUNT TO WS-BEST-IX
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-BEST-FOUND-IX = 0
               IF WS-BEST-COUNT < 100
                   ADD 1 TO WS-BEST-COUNT
                   MOVE WS-BEST-COUNT TO WS-BEST-FOUND-IX
                   MOVE CRSE-ID TO
                       WS-BEST-COURSE-ID(WS-BEST-FOUND-IX)
                   MOVE REG-GRADE TO WS-BEST-GRADE(WS-BEST-FOUND-IX)
                   MOVE WS-GRADE-PTS TO WS-BEST-PTS(WS-BEST-FOUND-IX)
                   MOVE WS-CREDIT-DIGIT TO
                       WS-BEST-CREDIT(WS-BEST-FOUND-IX)
               END-IF
           ELSE
               IF WS-GRADE-PTS > WS-BEST-PTS(WS-BEST-FOUND-IX)
                   MOVE REG-GRADE TO WS-BEST-GRADE(WS-BEST-FOUND-IX)
                   MOVE WS-GRADE-PTS TO WS-BEST-PTS(WS-BEST-FOUND-IX)
                   MOVE WS-CREDIT-DIGIT TO
                       WS-BEST-CREDIT(WS-BEST-FOUND-IX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       600-TOTAL-BEST-ATTEMPTS.
           ADD WS-BEST-CREDIT(WS-BEST-IX) TO WS-CRD-ATTEMPT.
           COMPUTE WS-QUALITY-PTS = WS-QUALITY-PTS +
               (WS-BEST-CREDIT(WS-BEST-IX) * WS-BEST-PTS(WS-BEST-IX)).
           MOVE WS-BEST-GRADE(WS-BEST-IX) TO WS-GRADE-CHECK.
           IF GRADE-COUNTS
               ADD WS-BEST-CREDIT(WS-BEST-IX) TO WS-CRD-EARNED
           END-IF.
      *-----------------------------------------------------------------
       650-ADD-TRANSFER-HOURS.
           IF XFER-AVAIL
               MOVE WS-STU-ID TO XFER-STU-ID
               MOVE ZERO TO XFER-SEQ
               MOVE 'N' TO WS-XFER-EOF
               START XFER-MASTER KEY NOT LESS THAN XFER-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-XFER-EOF
               END-START
               PERFORM UNTIL XFER-EOF
                   READ XFER-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-XFER-EOF
                       NOT AT END
                           IF XFER-STU-ID NOT = WS-STU-ID
                               MOVE 'Y' TO WS-XFER-EOF
                           ELSE
                               IF XFER-GRADE = 'A' OR 'B' OR 'C'
                                   OR 'D' OR 'P'
                                   ADD XFER-HOURS TO WS-CRD-EARNED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
      *A SWEEP RUN REFRESHES THE EXISTING ENTRY WITH WHAT IS STILL LEFT
      *BEHIND UNDER THE OLD ID
       700-WRITE-XREF.
           MOVE WS-SM-RETIRE-ID  TO XR-OLD-ID.
           READ STU-XREF
               INVALID KEY
                   MOVE 'N' TO WS-XR-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-XR-FOUND
           END-READ.
           MOVE WS-SM-RETIRE-ID  TO XR-OLD-ID.
           MOVE WS-SM-KEEP-ID    TO XR-NEW-ID.
           MOVE WS-TODAY         TO XR-MERGE-DATE.
           MOVE SESSION-OPER-ID  TO XR-OPER.
           MOVE WS-SM-EXCEPTIONS TO XR-LEFT-BEHIND.
           IF XR-FOUND
               REWRITE XR-REC
           ELSE
               WRITE XR-REC
           END-IF.
      *-----------------------------------------------------------------
      *IDS EARLIER MERGED INTO THE ONE NOW RETIRING FOLLOW IT TO THE
      *NEW SURVIVOR, SO EVERY LOOKUP STAYS ONE HOP
       750-REPOINT-XREF.
           MOVE ZERO TO WS-REPOINTED.
           MOVE LOW-VALUES TO XR-KEY.
           MOVE 'N' TO WS-EOF.
           START STU-XREF KEY NOT LESS THAN XR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ STU-XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XR-NEW-ID = WS-SM-RETIRE-ID
                           MOVE WS-SM-KEEP-ID TO XR-NEW-ID
                           REWRITE XR-REC
                           ADD 1 TO WS-REPOINTED
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       800-AUDIT-MERGE.
           MOVE 'STU-MERGE'       TO WS-AUD-PGM.
           MOVE SPACES            TO WS-AUD-KEY.
           MOVE WS-SM-RETIRE-ID   TO WS-AUD-KEY(1:7).
           MOVE 'MERGED INTO'     TO WS-AUD-FIELD.
           MOVE SPACES            TO WS-AUD-OLD WS-AUD-NEW.
           MOVE WS-SM-RETIRE-ID   TO WS-AUD-OLD(1:7).
           MOVE WS-SM-KEEP-ID     TO WS-AUD-NEW(1:7).
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVAL-TOKEN-GEN.
      *-----------------------------------------------------------------
      *ISSUES COURSE EVALUATION SURVEY TOKENS FOR A TERM - ONE PER
      *STUDENT PER SECTION ENROLLED (NOT WITHDRAWN) IN A SECTION THAT
      *IS NOT CANCELLED. A STUDENT ALREADY HOLDING A TOKEN FOR THE
      *SECTION IS SKIPPED, SO THE RUN CAN BE REPEATED AFTER LATE
      *REGISTRATION. THE INVITATION FILE CARRIES EACH NEW TOKEN WITH
      *THE STUDENT'S EMAIL FOR THE SURVEY MAILING.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT EVAL-TOKEN   ASSIGN        TO
                               '../FILES/EVAL-TOKEN.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ET-TOKEN
                               ALTERNATE KEY IS ET-ISSUE-KEY
                               FILE STATUS   IS WS-ET-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/EVAL-INVITES.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
       COPY EVAL-TOKEN-RECS.
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
               88  SCHED-CANCELLED-O       VALUE 'C'.
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
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-ET-STAT          PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CUR-CRN          PIC 9(4).
           03  WS-SECT-OK          PIC X.
               88  SECT-OK                 VALUE 'Y'.
           03  WS-COURSE           PIC X(9).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-WRITTEN          PIC X.
               88  TOKEN-WRITTEN           VALUE 'Y'.
      *TOKEN CHARACTERS - NO I, O, 0 OR 1 TO AVOID MISREADING
       01  WS-TOKEN-CHARS          PIC X(32) VALUE
               'ABCDEFGHJKLMNPQRSTUVWXYZ23456789'.
       01  WS-TOKEN-WORK.
           03  WS-SEED             PIC 9(10).
           03  WS-PRODUCT          PIC 9(18).
           03  WS-QUOT             PIC 9(18).
           03  WS-PICK             PIC 99.
           03  WS-TX               PIC 99.
           03  WS-TOKEN            PIC X(10).
       01  WS-COUNTS.
           03  WS-ISSUED-COUNT     PIC 9(6) VALUE 0.
           03  WS-HELD-COUNT       PIC 9(6) VALUE 0.
           03  WS-CANC-COUNT       PIC 9(6) VALUE 0.
       01  WS-HDR-LN.
           03  FILLER              PIC X(9)  VALUE 'ID'.
           03  FILLER              PIC X(31) VALUE 'EMAIL'.
           03  FILLER              PIC X(6)  VALUE 'CRN'.
           03  FILLER              PIC X(11) VALUE 'COURSE'.
           03  FILLER              PIC X(10) VALUE 'TOKEN'.
       01  WS-DTL-LN.
           03  WS-D-STU-ID         PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-EMAIL          PIC X(30).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-CRN            PIC 9(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-TOKEN          PIC X(10).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'EVAL-TOKEN-GEN'.
           03  WS-CAT-FILE         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'COURSE EVALUATION TOKEN ISSUE'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           COMPUTE WS-SEED = WS-TIME-HH * 3600000 + WS-TIME-MM * 60000
               + WS-TIME-SS * 1000 + WS-DATE-DD * 37 + WS-SEM.
           IF WS-SEED = ZERO
               MOVE 1 TO WS-SEED
           END-IF.

           OPEN I-O EVAL-TOKEN.
           IF WS-ET-STAT NOT = ZERO
               DISPLAY 'EVAL-TOKEN.DAT CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT REG-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT SCHE-MST.
           OPEN OUTPUT PRINT-FILE.

           MOVE SPACES TO PRINT-REC.
           STRING 'COURSE EVALUATION INVITATIONS - TERM '
                      DELIMITED BY SIZE
                  WS-YEAR  DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-SEM   DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE 9999    TO WS-CUR-CRN.
           MOVE WS-YEAR TO REG-YEAR.
           MOVE WS-SEM  TO REG-SEM.
           MOVE ZERO    TO REG-CRN.
           MOVE 'N' TO WS-EOF.
           START REG-MASTER KEY NOT LESS THAN REG-CRN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REG-YEAR NOT = WS-YEAR
                           OR REG-SEM NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 100-ONE-REGISTRATION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REG-MASTER.
           CLOSE STU-MST.
           CLOSE SCHE-MST.
           CLOSE EVAL-TOKEN.
           CLOSE PRINT-FILE.

           MOVE '../FILES/EVAL-INVITES.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'EVAL-TOKEN-GEN COMPLETE'.
           DISPLAY 'TOKENS ISSUED      : ' WS-ISSUED-COUNT.
           DISPLAY 'ALREADY HELD       : ' WS-HELD-COUNT.
           DISPLAY 'CANCELLED SECTIONS : ' WS-CANC-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-ONE-REGISTRATION.
           IF REG-CRN NOT = WS-CUR-CRN
               MOVE REG-CRN TO WS-CUR-CRN
               PERFORM 150-GET-SECTION
           END-IF.
           IF NOT SECT-OK OR REG-GRADE = 'W'
               EXIT PARAGRAPH
           END-IF.

           MOVE REG-YEAR   TO ET-YEAR.
           MOVE REG-SEM    TO ET-SEM.
           MOVE REG-CRN    TO ET-CRN.
           MOVE REG-STU-ID TO ET-STU-ID.
           READ EVAL-TOKEN KEY IS ET-ISSUE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
                   EXIT PARAGRAPH
           END-READ.

      *A GENERATED TOKEN THAT IS ALREADY IN USE IS SIMPLY DRAWN AGAIN
           MOVE 'N' TO WS-WRITTEN.
           PERFORM UNTIL TOKEN-WRITTEN
               PERFORM 200-NEXT-TOKEN
               MOVE SPACES     TO ET-REC
               MOVE WS-TOKEN   TO ET-TOKEN
               MOVE REG-YEAR   TO ET-YEAR
               MOVE REG-SEM    TO ET-SEM
               MOVE REG-CRN    TO ET-CRN
               MOVE REG-STU-ID TO ET-STU-ID
               MOVE 'N'        TO ET-USED
               MOVE WS-TODAY   TO ET-ISSUE-DATE
               WRITE ET-REC
               IF WS-ET-STAT NOT = 22
                   MOVE 'Y' TO WS-WRITTEN
               END-IF
           END-PERFORM.
           IF WS-ET-STAT NOT = ZERO
               DISPLAY 'TOKEN NOT WRITTEN FOR ' REG-STU-ID ' CRN '
                   REG-CRN ' STATUS ' WS-ET-STAT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ISSUED-COUNT.

           MOVE REG-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE SPACES TO STU-EMAIL
           END-READ.
           MOVE REG-STU-ID TO WS-D-STU-ID.
           MOVE STU-EMAIL  TO WS-D-EMAIL.
           MOVE REG-CRN    TO WS-D-CRN.
           MOVE WS-COURSE  TO WS-D-COURSE.
           MOVE WS-TOKEN   TO WS-D-TOKEN.
           MOVE WS-DTL-LN  TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       150-GET-SECTION.
           MOVE 'N' TO WS-SECT-OK.
           MOVE SPACES TO WS-COURSE.
           STRING WS-YEAR    DELIMITED BY SIZE
                  WS-SPACE   DELIMITED BY SIZE
                  WS-SEM     DELIMITED BY SIZE
                  WS-SPACE   DELIMITED BY SIZE
                  WS-CUR-CRN DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SCHED-CANCELLED-O
               ADD 1 TO WS-CANC-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE COURSE-ID-O TO WS-COURSE.
           MOVE 'Y' TO WS-SECT-OK.
      *-----------------------------------------------------------------
      *TEN CHARACTERS FROM A MULTIPLICATIVE CONGRUENTIAL SEQUENCE
      *SEEDED FROM THE RUN TIME
       200-NEXT-TOKEN.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 10
               COMPUTE WS-PRODUCT = WS-SEED * 48271
               DIVIDE WS-PRODUCT BY 2147483647
                   GIVING WS-QUOT REMAINDER WS-SEED
               DIVIDE WS-SEED BY 32
                   GIVING WS-QUOT REMAINDER WS-PICK
               ADD 1 TO WS-PICK
               MOVE WS-TOKEN-CHARS(WS-PICK:1) TO WS-TOKEN(WS-TX:1)
           END-PERFORM.
      *-----------------------------------------------------------------

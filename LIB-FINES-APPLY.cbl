       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIB-FINES-APPLY.
      *-----------------------------------------------------------------
      *LIBRARY FINES INTERFACE. READS THE FINES FILE THE LIBRARY
      *SENDS EACH NIGHT (LIB-FINES.TXT - ONE LINE PER PATRON WITH AN
      *UNPAID OR NEWLY CLEARED FINE) AND KEEPS THE LIBRARY HOLD ON
      *HOLD-MASTER IN STEP WITH IT -
      *  A STUDENT WHOSE BALANCE IS AT OR OVER THE THRESHOLD IS GIVEN
      *  A LIBRARY HOLD, PLACED BY LIBFINES;
      *  A STUDENT THE LIBRARY REPORTS CLEARED (STATUS C OR A ZERO
      *  BALANCE) HAS A LIBFINES HOLD LIFTED.
      *A LIBRARY HOLD KEYED BY STAFF ON HOLD-MAINT IS NEVER PLACED
      *OVER OR LIFTED HERE - IT IS LISTED SO STAFF CAN DECIDE. EVERY
      *HOLD PLACED OR LIFTED, AND EVERY LINE THAT COULD NOT BE
      *APPLIED, GOES ON THE EXCEPTION REPORT. THE THRESHOLD IS READ
      *FROM LIB-FINE-THRESHOLD.TXT (DOLLARS AND CENTS WITHOUT THE
      *POINT IN COLUMNS 1-7) WHEN PRESENT, OTHERWISE $25.00.
      *NO PROMPTS - RUNS FROM THE JOB CHAIN (STEP LIBFINES). NO FINES
      *FILE MEANS NOTHING TO APPLY.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINES-FILE   ASSIGN        TO
                               '../FILES/LIB-FINES.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-FINE-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STU-STAT.
           SELECT HOLD-MASTER  ASSIGN        TO
                               '../FILES/HOLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HOLD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CONFIG-FILE  ASSIGN        TO
                               '../FILES/LIB-FINE-THRESHOLD.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CFG-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/LIB-FINES-EXCEPT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
       COPY HOLD-MASTER-RECS.
       FD  FINES-FILE.
       01  FINE-REC.
           03  FINE-TYPE           PIC X.
               88  FINE-STUDENT            VALUE 'S'.
           03  FINE-ID             PIC 9(7).
           03  FINE-BALANCE        PIC 9(5)V99.
           03  FINE-STATUS         PIC X.
               88  FINE-CLEARED            VALUE 'C'.
           03  FILLER              PIC X(64).
       FD  CONFIG-FILE.
       01  CONFIG-REC.
           03  CFG-THRESHOLD       PIC 9(5)V99.
           03  FILLER              PIC X(73).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-STU-STAT         PIC 99.
           03  WS-FINE-STAT        PIC 99.
           03  WS-CFG-STAT         PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-THRESHOLD        PIC 9(5)V99 VALUE 25.00.
           03  WS-HOLD-FOUND       PIC X.
               88  HOLD-FOUND              VALUE 'Y'.
           03  WS-HOLD-DATE        PIC X(8).
           03  WS-ACTION           PIC X(30).
           03  WS-STU-NAME         PIC X(31).
       01  WS-LIB-OPER             PIC X(8) VALUE 'LIBFINES'.
       01  WS-COUNTS.
           03  WS-READ-COUNT       PIC 9(6) VALUE 0.
           03  WS-PLACED-COUNT     PIC 9(5) VALUE 0.
           03  WS-LIFTED-COUNT     PIC 9(5) VALUE 0.
           03  WS-MANUAL-COUNT     PIC 9(5) VALUE 0.
           03  WS-REJECT-COUNT     PIC 9(5) VALUE 0.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'LIB-FINES-APPLY'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-TITLE-LN.
           03  FILLER              PIC X(36) VALUE
                                   'LIBRARY FINE HOLD EXCEPTIONS  RUN '.
           03  WS-TL-DATE          PIC 9(8).
           03  FILLER              PIC X(14) VALUE '  THRESHOLD $'.
           03  WS-TL-THRESHOLD     PIC ZZ,ZZ9.99.
       01  WS-HDR-LN.
           03  FILLER              PIC X(10) VALUE 'TYPE'.
           03  FILLER              PIC X(9)  VALUE 'ID'.
           03  FILLER              PIC X(32) VALUE 'NAME'.
           03  FILLER              PIC X(12) VALUE 'FINE'.
           03  FILLER              PIC X(30) VALUE 'ACTION'.
       01  WS-DTL-LN.
           03  WS-D-TYPE           PIC X.
           03  FILLER              PIC X(9) VALUE SPACES.
           03  WS-D-ID             PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-NAME           PIC X(31).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-BALANCE        PIC ZZ,ZZ9.99.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-D-ACTION         PIC X(30).
       01  WS-TOT-LN.
           03  WS-T-LABEL          PIC X(30).
           03  WS-T-COUNT          PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           STRING WS-DATE-MM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-DD DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-YY DELIMITED BY SIZE
                  INTO WS-HOLD-DATE.
           PERFORM 050-READ-CONFIG.

           OPEN INPUT FINES-FILE.
           IF WS-FINE-STAT NOT = ZERO
               DISPLAY 'NO LIBRARY FINES FILE - NOTHING APPLIED'
               EXIT PROGRAM
           END-IF.
           OPEN I-O HOLD-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'HOLD-MASTER.DAT CANNOT BE OPENED - NO RUN'
               CLOSE FINES-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT STU-MST.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-TODAY     TO WS-TL-DATE.
           MOVE WS-THRESHOLD TO WS-TL-THRESHOLD.
           WRITE PRINT-REC FROM WS-TITLE-LN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-HDR-LN.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ FINES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 100-ONE-FINE
               END-READ
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'FINE LINES READ' TO WS-T-LABEL.
           MOVE WS-READ-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'LIBRARY HOLDS PLACED' TO WS-T-LABEL.
           MOVE WS-PLACED-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'LIBRARY HOLDS LIFTED' TO WS-T-LABEL.
           MOVE WS-LIFTED-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'MANUAL HOLDS LEFT ALONE' TO WS-T-LABEL.
           MOVE WS-MANUAL-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'LINES NOT APPLIED' TO WS-T-LABEL.
           MOVE WS-REJECT-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.

           CLOSE FINES-FILE.
           CLOSE HOLD-MASTER.
           CLOSE STU-MST.
           CLOSE PRINT-FILE.

           MOVE '../FILES/LIB-FINES-EXCEPT.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'LIB-FINES-APPLY COMPLETE'.
           DISPLAY 'FINE LINES READ     : ' WS-READ-COUNT.
           DISPLAY 'HOLDS PLACED        : ' WS-PLACED-COUNT.
           DISPLAY 'HOLDS LIFTED        : ' WS-LIFTED-COUNT.
           DISPLAY 'MANUAL HOLDS LISTED : ' WS-MANUAL-COUNT.
           DISPLAY 'LINES NOT APPLIED   : ' WS-REJECT-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-READ-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CFG-STAT = ZERO
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-THRESHOLD NUMERIC
                           AND CFG-THRESHOLD > ZERO
                           MOVE CFG-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.
      *-----------------------------------------------------------------
      *HOLD-MASTER CARRIES STUDENT HOLDS ONLY - A FACULTY FINE OR AN
      *UNKNOWN STUDENT IS LISTED AND NOT APPLIED
       100-ONE-FINE.
           MOVE SPACES TO WS-STU-NAME.
           IF FINE-BALANCE NOT NUMERIC
               MOVE ZERO TO FINE-BALANCE
               MOVE 'BAD BALANCE - NOT APPLIED' TO WS-ACTION
               PERFORM 800-PRINT-LINE
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF NOT FINE-STUDENT
               IF FINE-BALANCE NOT < WS-THRESHOLD
                   MOVE 'NOT A STUDENT - NO HOLD' TO WS-ACTION
                   PERFORM 800-PRINT-LINE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF FINE-ID NOT NUMERIC
               MOVE ZERO TO FINE-ID
               MOVE 'BAD STUDENT ID - NOT APPLIED' TO WS-ACTION
               PERFORM 800-PRINT-LINE
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE FINE-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'STUDENT NOT ON FILE' TO WS-ACTION
                   PERFORM 800-PRINT-LINE
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-STU-NAME.
           STRING STU-F-NAME DELIMITED BY '  '
                  ' '        DELIMITED BY SIZE
                  STU-L-NAME DELIMITED BY '  '
                  INTO WS-STU-NAME.

           MOVE FINE-ID TO HOLD-STU-ID.
           MOVE 'L'     TO HOLD-TYPE.
           READ HOLD-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-HOLD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-FOUND
           END-READ.

           EVALUATE TRUE
               WHEN FINE-CLEARED OR FINE-BALANCE = ZERO
                   IF HOLD-FOUND
                       PERFORM 300-LIFT-HOLD
                   END-IF
               WHEN FINE-BALANCE NOT < WS-THRESHOLD
                   IF HOLD-FOUND
                       IF HOLD-PLACED-BY NOT = WS-LIB-OPER
                           MOVE 'MANUAL HOLD ALREADY ON'
                               TO WS-ACTION
                           PERFORM 800-PRINT-LINE
                           ADD 1 TO WS-MANUAL-COUNT
                       END-IF
                   ELSE
                       PERFORM 200-PLACE-HOLD
                   END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
       200-PLACE-HOLD.
           MOVE FINE-ID      TO HOLD-STU-ID.
           MOVE 'L'          TO HOLD-TYPE.
           MOVE WS-LIB-OPER  TO HOLD-PLACED-BY.
           MOVE WS-HOLD-DATE TO HOLD-DATE.
           WRITE HOLD-REC
               INVALID KEY
                   MOVE 'HOLD NOT WRITTEN' TO WS-ACTION
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE 'LIBRARY HOLD PLACED' TO WS-ACTION
                   ADD 1 TO WS-PLACED-COUNT
           END-WRITE.
           PERFORM 800-PRINT-LINE.
      *-----------------------------------------------------------------
      *ONLY A HOLD THIS INTERFACE PLACED IS LIFTED
       300-LIFT-HOLD.
           IF HOLD-PLACED-BY NOT = WS-LIB-OPER
               MOVE 'CLEARED - MANUAL HOLD LEFT ON' TO WS-ACTION
               PERFORM 800-PRINT-LINE
               ADD 1 TO WS-MANUAL-COUNT
               EXIT PARAGRAPH
           END-IF.
           DELETE HOLD-MASTER RECORD
               INVALID KEY
                   MOVE 'HOLD NOT LIFTED' TO WS-ACTION
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE 'LIBRARY HOLD LIFTED' TO WS-ACTION
                   ADD 1 TO WS-LIFTED-COUNT
           END-DELETE.
           PERFORM 800-PRINT-LINE.
      *-----------------------------------------------------------------
       800-PRINT-LINE.
           MOVE FINE-TYPE    TO WS-D-TYPE.
           MOVE FINE-ID      TO WS-D-ID.
           MOVE WS-STU-NAME  TO WS-D-NAME.
           MOVE FINE-BALANCE TO WS-D-BALANCE.
           MOVE WS-ACTION    TO WS-D-ACTION.
           WRITE PRINT-REC FROM WS-DTL-LN.

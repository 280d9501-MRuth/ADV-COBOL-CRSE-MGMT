       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISA-COMPLIANCE.
      *-----------------------------------------------------------------
      *FULL-TIME COMPLIANCE CHECK FOR VISA HOLDERS. EVERY TERM WHOSE
      *LATEST ADD DEADLINE HAS PASSED AND WHICH HAS NOT YET ENDED IS
      *CHECKED - EACH VISA HOLDER WHOSE PROGRAM RUNS INTO THE TERM IS
      *PASSED TO VISA-LOAD-CHECK AND LISTED WHEN THE REGISTERED LOAD
      *IS UNDER FULL TIME OR THE ONLINE CREDITS ARE OVER THE LIMIT
      *WITHOUT AN AUTHORIZED REDUCED COURSE LOAD. HOLDERS CARRYING A
      *REDUCED LOAD ARE LISTED SEPARATELY FOR THE INTERNATIONAL
      *OFFICE. NO PROMPTS - RUNS FROM THE MENU AND NIGHTLY FROM THE
      *JOB CHAIN SO EVERY DROP IS PICKED UP THE SAME NIGHT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT VISA-MASTER  ASSIGN        TO
                               '../FILES/VISA-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS VISA-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/VISA-COMPLIANCE.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY TERM-MASTER-RECS.
       COPY VISA-MASTER-RECS.
       COPY STU-MST-DEF.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY WS-PTRM-DATES.
       COPY WS-VISA-CHECK.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-TERM-EOF         PIC X   VALUE 'N'.
               88  TERM-EOF                VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SPACE            PIC X   VALUE SPACE.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-TERM-COUNT       PIC 9(3) VALUE 0.
           03  WS-CHECK-COUNT      PIC 9(5) VALUE 0.
           03  WS-FLAG-COUNT       PIC 9(5) VALUE 0.
           03  WS-RCL-COUNT        PIC 9(5) VALUE 0.
           03  WS-RCL-IX           PIC 99   VALUE 0.
           03  WS-IX               PIC 99.
       01  WS-RCL-TBL.
           03  WS-RCL-ENTRY        OCCURS 50 TIMES.
               05  WS-RCL-LN       PIC X(80).
       01  WS-TERM-LN.
           03  FILLER              PIC X(6)  VALUE 'TERM '.
           03  WS-T-YEAR           PIC 9999.
           03  FILLER              PIC X     VALUE '/'.
           03  WS-T-SEM            PIC 99.
           03  FILLER              PIC X(18) VALUE
                                   '  ADD DEADLINE '.
           03  WS-T-ADD            PIC 9(8).
       01  WS-HDR-LN.
           03  FILLER              PIC X(9)  VALUE 'STUDENT'.
           03  FILLER              PIC X(21) VALUE 'NAME'.
           03  FILLER              PIC X(4)  VALUE 'VISA'.
           03  FILLER              PIC X(13) VALUE 'SEVIS NO'.
           03  FILLER              PIC X(5)  VALUE 'CRS'.
           03  FILLER              PIC X(5)  VALUE 'ONL'.
           03  FILLER              PIC X(20) VALUE 'EXCEPTION'.
       01  WS-RPT-LN.
           03  WS-R-STU-ID         PIC 9(7).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-NAME           PIC X(20).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-R-TYPE           PIC XX.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-DOC-NO         PIC X(11).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-LOAD           PIC ZZ9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-ONLINE         PIC ZZ9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-EXCEPTION      PIC X(23).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'VISA-COMPLIANCE'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/VISA-COMPLIANCE.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN INPUT VISA-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'VISA-MASTER.DAT CANNOT BE OPENED - NO CHECK'
               CLOSE VISA-MASTER
               EXIT PROGRAM
           END-IF.
           OPEN INPUT TERM-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'TERM-MASTER.DAT CANNOT BE OPENED - NO CHECK'
               CLOSE VISA-MASTER
               CLOSE TERM-MASTER
               EXIT PROGRAM
           END-IF.
           OPEN INPUT STU-MST.
           OPEN OUTPUT PRINT-FILE.

           MOVE 'VISA HOLDER FULL-TIME COMPLIANCE' TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE LOW-VALUES TO TERM-KEY.
           MOVE 'N' TO WS-TERM-EOF.
           START TERM-MASTER KEY NOT LESS THAN TERM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TERM-EOF
           END-START.
           PERFORM UNTIL TERM-EOF
               READ TERM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TERM-EOF
                   NOT AT END
                       PERFORM 100-CHECK-TERM
               END-READ
           END-PERFORM.

           IF WS-TERM-COUNT = ZERO
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC
               MOVE 'NO TERM IS PAST ITS ADD DEADLINE AND STILL OPEN'
                   TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'HOLDERS CHECKED: '   DELIMITED BY SIZE
                  WS-CHECK-COUNT        DELIMITED BY SIZE
                  '  FLAGGED: '         DELIMITED BY SIZE
                  WS-FLAG-COUNT         DELIMITED BY SIZE
                  '  REDUCED LOAD: '    DELIMITED BY SIZE
                  WS-RCL-COUNT          DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE TERM-MASTER.
           CLOSE VISA-MASTER.
           CLOSE STU-MST.
           CLOSE PRINT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'VISA-COMPLIANCE COMPLETE'.
           DISPLAY 'TERMS CHECKED   : ' WS-TERM-COUNT.
           DISPLAY 'HOLDERS CHECKED : ' WS-CHECK-COUNT.
           DISPLAY 'FLAGGED         : ' WS-FLAG-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE ADD DEADLINE USED IS THE LATEST OF ANY PART OF THE TERM -
      *A LATE-START PART CAN STILL BRING THE LOAD BACK UP TO FULL TIME
       100-CHECK-TERM.
           MOVE 'L' TO WS-PD-FUNC.
           MOVE SPACES TO WS-PD-CODE.
           CALL 'PTRM-DATES-GET' USING WS-PTRM-DATES TERM-REC.
           IF TERM-ADD-DEADLINE NOT < WS-TODAY
               OR TERM-END-DATE < WS-TODAY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TERM-COUNT.
           MOVE 0 TO WS-RCL-IX.

           MOVE TERM-YEAR         TO WS-T-YEAR.
           MOVE TERM-SEM          TO WS-T-SEM.
           MOVE TERM-ADD-DEADLINE TO WS-T-ADD.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TERM-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE LOW-VALUES TO VISA-KEY.
           MOVE 'N' TO WS-EOF.
           START VISA-MASTER KEY NOT LESS THAN VISA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ VISA-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VISA-STU-ID NOT = ZERO
                           AND VISA-PGM-END NOT < TERM-START-DATE
                           PERFORM 200-CHECK-HOLDER
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-RCL-IX > ZERO
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC
               MOVE 'AUTHORIZED REDUCED COURSE LOAD' TO PRINT-REC
               WRITE PRINT-REC
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-RCL-IX
                   MOVE WS-RCL-LN(WS-IX) TO PRINT-REC
                   WRITE PRINT-REC
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       200-CHECK-HOLDER.
           ADD 1 TO WS-CHECK-COUNT.
           MOVE VISA-STU-ID TO WS-VC-STU-ID.
           MOVE TERM-YEAR   TO WS-VC-YEAR.
           MOVE TERM-SEM    TO WS-VC-SEM.
           MOVE ZERO        TO WS-VC-SKIP-CRN.
           CALL 'VISA-LOAD-CHECK' USING WS-VISA-CHECK.
           IF NOT VC-VISA-HOLDER
               EXIT PARAGRAPH
           END-IF.

           MOVE VISA-STU-ID  TO WS-R-STU-ID.
           MOVE WS-VC-TYPE   TO WS-R-TYPE.
           MOVE WS-VC-DOC-NO TO WS-R-DOC-NO.
           MOVE WS-VC-LOAD   TO WS-R-LOAD.
           MOVE WS-VC-ONLINE TO WS-R-ONLINE.
           MOVE SPACES TO WS-R-NAME.
           MOVE VISA-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'NOT ON STUDENT FILE' TO WS-R-NAME
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-R-NAME
           END-READ.

           IF VC-REDUCED-LOAD
               ADD 1 TO WS-RCL-COUNT
               MOVE 'REDUCED LOAD APPROVED' TO WS-R-EXCEPTION
               IF WS-RCL-IX < 50
                   ADD 1 TO WS-RCL-IX
                   MOVE WS-RPT-LN TO WS-RCL-LN(WS-RCL-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF VC-BELOW-FULL-TIME
               MOVE 'BELOW FULL TIME' TO WS-R-EXCEPTION
               MOVE WS-RPT-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           IF VC-ONLINE-OVER
               MOVE 'ONLINE OVER LIMIT' TO WS-R-EXCEPTION
               MOVE WS-RPT-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           IF VC-BELOW-FULL-TIME OR VC-ONLINE-OVER
               ADD 1 TO WS-FLAG-COUNT
           END-IF.

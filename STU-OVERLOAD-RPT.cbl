       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-OVERLOAD-RPT.
      *-----------------------------------------------------------------
      *STUDENT CREDIT OVERLOAD REPORT FOR THE DEANS. LISTS EVERY
      *OVERLOAD APPROVED FOR THE TERM WITH THE STUDENT'S CURRENT
      *LOAD, WHO APPROVED IT AND WHEN, THEN EVERY STUDENT WHOSE LOAD
      *FOR THE TERM STANDS ABOVE THEIR MAXIMUM - REGISTRATIONS MADE
      *BEFORE THE LIMIT WAS SET OR LOWERED, OR WAITLIST PROMOTIONS.
      *LOADS COUNT ADVISOR-APPROVED REQUESTS NOT YET ENROLLED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVLD-MASTER  ASSIGN        TO
                               '../FILES/OVLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS OVLD-KEY
                               FILE STATUS   IS WS-OVLD-STAT.
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
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/STU-OVERLOAD-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY OVLD-MASTER-RECS.
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
       COPY STU-MST-DEF.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-OVLD-STAT        PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-STU-ID           PIC 9(7).
           03  WS-LAST-STU         PIC 9(7) VALUE ZERO.
           03  WS-NO-CRN           PIC 9(4) VALUE ZERO.
           03  WS-CRED-LOAD        PIC 999.
           03  WS-CRED-MAX         PIC 99.
           03  WS-CRED-OVER        PIC X.
               88  CREDIT-OVER             VALUE 'Y'.
           03  WS-APPR-COUNT       PIC 9(5) VALUE 0.
           03  WS-OVER-COUNT       PIC 9(5) VALUE 0.
       01  WS-HDR-LN1.
           03  FILLER              PIC X(9)  VALUE 'STUDENT'.
           03  FILLER              PIC X(22) VALUE 'NAME'.
           03  FILLER              PIC X(3)  VALUE 'ST'.
           03  FILLER              PIC X(5)  VALUE 'MAX'.
           03  FILLER              PIC X(6)  VALUE 'LOAD'.
           03  FILLER              PIC X(21) VALUE 'APPROVED BY'.
           03  FILLER              PIC X(8)  VALUE 'DATE'.
       01  WS-HDR-LN2.
           03  FILLER              PIC X(9)  VALUE 'STUDENT'.
           03  FILLER              PIC X(22) VALUE 'NAME'.
           03  FILLER              PIC X(3)  VALUE 'ST'.
           03  FILLER              PIC X(5)  VALUE 'MAX'.
           03  FILLER              PIC X(6)  VALUE 'LOAD'.
       01  WS-DTL-LN.
           03  WS-D-STU-ID         PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-NAME           PIC X(20).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-STANDING       PIC X.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-MAX            PIC Z9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-D-LOAD           PIC ZZ9.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-D-APPROVER       PIC X(20).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-DATE           PIC X(8).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'STU-OVERLOAD-RP'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/STU-OVERLOAD-REPORT.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'STUDENT CREDIT OVERLOADS'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           OPEN INPUT REG-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT OVLD-MASTER.
           OPEN OUTPUT PRINT-FILE.

           MOVE 'STUDENT CREDIT OVERLOADS - APPROVED FOR THE TERM'
               TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN1 TO PRINT-REC.
           WRITE PRINT-REC.

           IF WS-OVLD-STAT = ZERO
               PERFORM 100-LIST-APPROVALS
           END-IF.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'STUDENTS OVER THEIR CREDIT MAXIMUM' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN2 TO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM 200-LIST-OVER-MAX.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'OVERLOADS APPROVED: ' DELIMITED BY SIZE
                  WS-APPR-COUNT         DELIMITED BY SIZE
                  '  OVER MAXIMUM: '    DELIMITED BY SIZE
                  WS-OVER-COUNT         DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE REG-MASTER.
           CLOSE STU-MST.
           CLOSE OVLD-MASTER.
           CLOSE PRINT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'STU-OVERLOAD-RPT COMPLETE'.
           DISPLAY 'OVERLOADS APPROVED: ' WS-APPR-COUNT.
           DISPLAY 'OVER MAXIMUM      : ' WS-OVER-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-LIST-APPROVALS.
           MOVE LOW-VALUES TO OVLD-KEY.
           MOVE 'N' TO WS-EOF.
           START OVLD-MASTER KEY NOT LESS THAN OVLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ OVLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OVLD-YEAR = WS-YEAR AND OVLD-SEM = WS-SEM
                           PERFORM 110-PRINT-APPROVAL
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       110-PRINT-APPROVAL.
           ADD 1 TO WS-APPR-COUNT.
           MOVE OVLD-STU-ID TO WS-STU-ID.
           PERFORM 300-FILL-STUDENT.
           MOVE OVLD-MAX-CREDITS TO WS-D-MAX.
           MOVE OVLD-APPROVER    TO WS-D-APPROVER.
           MOVE OVLD-DATE        TO WS-D-DATE.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *REGISTRATIONS ARE KEYED BY STUDENT, SO EACH STUDENT'S ROWS
      *FOR THE TERM COME TOGETHER - CHECK THE LOAD ONCE PER STUDENT
       200-LIST-OVER-MAX.
           MOVE ZERO TO WS-LAST-STU.
           MOVE LOW-VALUES TO REG-KEY.
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
                       IF REG-YEAR = WS-YEAR AND REG-SEM = WS-SEM
                           AND REG-STU-ID NOT = WS-LAST-STU
                           MOVE REG-STU-ID TO WS-LAST-STU
                           PERFORM 210-CHECK-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-CHECK-STUDENT.
           MOVE REG-STU-ID TO WS-STU-ID.
           CALL 'CRED-LOAD-CHECK' USING WS-STU-ID WS-YEAR WS-SEM
               WS-NO-CRN WS-NO-CRN
               WS-CRED-LOAD WS-CRED-MAX WS-CRED-OVER.
           IF NOT CREDIT-OVER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OVER-COUNT.
           PERFORM 300-FILL-STUDENT.
           MOVE WS-CRED-MAX TO WS-D-MAX.
           MOVE SPACES TO WS-D-APPROVER.
           MOVE SPACES TO WS-D-DATE.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *NAME, STANDING AND CURRENT LOAD FOR WS-STU-ID
       300-FILL-STUDENT.
           MOVE WS-STU-ID TO WS-D-STU-ID.
           MOVE SPACES    TO WS-D-NAME.
           MOVE SPACE     TO WS-D-STANDING.
           MOVE WS-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING
                   STU-F-NAME DELIMITED BY SPACE
                   WS-SPACE   DELIMITED BY SIZE
                   STU-L-NAME DELIMITED BY SPACE
                   INTO WS-D-NAME
                   MOVE STU-STANDING TO WS-D-STANDING
           END-READ.
           CALL 'CRED-LOAD-CHECK' USING WS-STU-ID WS-YEAR WS-SEM
               WS-NO-CRN WS-NO-CRN
               WS-CRED-LOAD WS-CRED-MAX WS-CRED-OVER.
           MOVE WS-CRED-LOAD TO WS-D-LOAD.

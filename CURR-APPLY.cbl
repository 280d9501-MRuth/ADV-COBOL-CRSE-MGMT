       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURR-APPLY.
      *-----------------------------------------------------------------
      *APPLIES FULLY APPROVED CURRICULUM PROPOSALS TO THE CATALOG IN
      *TWO STEPS. A NEWLY APPROVED PROPOSAL HAS ITS CRSE-VERSION ROW
      *AND (WHEN THE DESCRIPTION CHANGED) ITS CRSE-DESC ROWS WRITTEN
      *FOR THE EFFECTIVE TERM, SO REGISTRATION AND THE CATALOG SEE
      *THE CHANGE FOR THAT TERM ONWARD. ONCE THE EFFECTIVE TERM HAS
      *STARTED, CRSE-MASTER IS BROUGHT UP TO THE NEW VALUES - A NEW
      *COURSE IS ADDED, A CHANGED ONE IS REWRITTEN. RUN IT AFTER THE
      *REGISTRAR'S APPROVALS AND AGAIN AT EACH TERM START.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURR-PROPOSAL ASSIGN       TO
                               '../FILES/CURR-PROPOSAL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PRP-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-MASTER  ASSIGN        TO
                               '../FILES/COURSE-MASTER-SORT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRSE-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-VERSION ASSIGN        TO
                               '../FILES/COURSE-VERSION.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CV-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-DESC    ASSIGN        TO
                               '../FILES/CRSE-DESC.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DSC-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/CURR-APPLY.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY CURR-PROP-RECS.
       COPY CRSE-VER-RECS.
       COPY CRSE-DESC-RECS.
       COPY TERM-MASTER-RECS.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
           03  CRSE-NAME      PIC X(35).
           03  CRSE-CREDIT    PIC X(4).
           03  CRSE-STAT      PIC X.
           03  CRSE-PREREQ    PIC X(9).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-FLOOR-FOUND      PIC X.
           03  WS-OK               PIC X.
               88  APPLY-OK                VALUE 'Y'.
           03  WS-IX               PIC 9.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-VERSION-COUNT    PIC 9(5) VALUE 0.
           03  WS-IMPL-COUNT       PIC 9(5) VALUE 0.
           03  WS-EXCEPT-COUNT     PIC 9(5) VALUE 0.
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15) VALUE 'CURR-APPLY'.
           03  WS-AUD-KEY          PIC X(12).
           03  WS-AUD-FIELD        PIC X(12).
           03  WS-AUD-OLD          PIC X(20).
           03  WS-AUD-NEW          PIC X(20).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'CURR-APPLY'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-HDR1.
           03  FILLER              PIC X(50) VALUE
               'CURRICULUM PROPOSALS APPLIED TO THE CATALOG'.
           03  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-COL-HDR.
           03  FILLER              PIC X(8)  VALUE 'PROPOSAL'.
           03  FILLER              PIC X(5)  VALUE ' TYPE'.
           03  FILLER              PIC X(11) VALUE ' COURSE'.
           03  FILLER              PIC X(9)  VALUE 'TERM'.
           03  FILLER              PIC X(40) VALUE 'ACTION'.
       01  WS-DTL-LN.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-ID             PIC 9(6).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-TYPE           PIC X.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-YEAR           PIC 9(4).
           03  FILLER              PIC X VALUE '/'.
           03  WS-D-SEM            PIC 99.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-ACTION         PIC X(45).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'CURRICULUM PROPOSAL APPLY'.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN I-O CURR-PROPOSAL.
           IF WS-STAT NOT = ZERO
               DISPLAY 'CURR-PROPOSAL CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN I-O CRSE-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'COURSE-MASTER CANNOT BE OPENED - NO RUN'
               CLOSE CURR-PROPOSAL
               EXIT PROGRAM
           END-IF.
           OPEN I-O CRSE-VERSION.
           IF WS-STAT NOT = ZERO
               DISPLAY 'COURSE-VERSION CANNOT BE OPENED - NO RUN'
               CLOSE CURR-PROPOSAL
               CLOSE CRSE-MASTER
               EXIT PROGRAM
           END-IF.
           OPEN I-O CRSE-DESC.
           OPEN INPUT TERM-MASTER.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-COL-HDR TO PRINT-REC.
           WRITE PRINT-REC.

      *KEY 0 IS THE CONTROL RECORD
           MOVE 1 TO PRP-ID.
           MOVE 'N' TO WS-EOF.
           START CURR-PROPOSAL KEY NOT LESS THAN PRP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CURR-PROPOSAL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PRP-APPROVED
                               PERFORM 100-WRITE-VERSION
                           WHEN PRP-VERSIONED
                               PERFORM 300-IMPLEMENT
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-VERSION-COUNT = ZERO AND WS-IMPL-COUNT = ZERO
               AND WS-EXCEPT-COUNT = ZERO
               MOVE 'NO APPROVED PROPOSALS WAITING' TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           CLOSE CURR-PROPOSAL.
           CLOSE CRSE-MASTER.
           CLOSE CRSE-VERSION.
           CLOSE CRSE-DESC.
           CLOSE TERM-MASTER.
           CLOSE PRINT-FILE.

           MOVE '../FILES/CURR-APPLY.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'CURR-APPLY COMPLETE'.
           DISPLAY 'VERSIONS WRITTEN     : ' WS-VERSION-COUNT.
           DISPLAY 'MASTER UPDATES       : ' WS-IMPL-COUNT.
           DISPLAY 'EXCEPTIONS           : ' WS-EXCEPT-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *APPROVED - WRITE THE VERSION AND DESCRIPTION FOR THE TERM
       100-WRITE-VERSION.
           MOVE 'Y' TO WS-OK.
           MOVE PRP-CRSE-ID TO CRSE-ID.
           READ CRSE-MASTER
               INVALID KEY
                   IF PRP-CHANGE
                       MOVE 'N' TO WS-OK
                       MOVE 'COURSE NO LONGER IN CATALOG - NOT APPLIED'
                           TO WS-D-ACTION
                   END-IF
               NOT INVALID KEY
                   IF PRP-NEW-COURSE
                       MOVE 'N' TO WS-OK
                       MOVE 'COURSE ALREADY IN CATALOG - NOT APPLIED'
                           TO WS-D-ACTION
                   END-IF
           END-READ.
           IF NOT APPLY-OK
               ADD 1 TO WS-EXCEPT-COUNT
               PERFORM 800-PRINT-LINE
               EXIT PARAGRAPH
           END-IF.

           IF PRP-CHANGE
               PERFORM 110-ENSURE-FLOOR-VERSION
           END-IF.
           MOVE PRP-CRSE-ID  TO CV-CRSE-ID.
           MOVE PRP-EFF-YEAR TO CV-YEAR.
           MOVE PRP-EFF-SEM  TO CV-SEM.
           MOVE PRP-NAME     TO CV-NAME.
           MOVE PRP-CREDIT   TO CV-CREDIT.
           IF PRP-CHANGE
               MOVE CRSE-STAT TO CV-STAT
           ELSE
               MOVE 'A'       TO CV-STAT
           END-IF.
           MOVE PRP-PREREQ   TO CV-PREREQ.
           WRITE CRSE-VER-REC
               INVALID KEY
                   REWRITE CRSE-VER-REC
           END-WRITE.

           IF PRP-HAS-DESC
               PERFORM 200-WRITE-DESC
           END-IF.

           MOVE 'V'      TO PRP-STAGE.
           MOVE WS-TODAY TO PRP-VERSION-DATE.
           MOVE WS-TODAY TO PRP-LAST-ACT-DATE.
           REWRITE PRP-REC.
           ADD 1 TO WS-VERSION-COUNT.
           MOVE 'VERSION WRITTEN FOR EFFECTIVE TERM' TO WS-D-ACTION.
           PERFORM 800-PRINT-LINE.
      *-----------------------------------------------------------------
      *AS IN COURSE-UPDATE - BANK THE OUTGOING VALUES AT 0000/00 IF
      *NO VERSION BEFORE THE EFFECTIVE TERM EXISTS, SO EARLIER TERMS
      *KEEP THE OLD NAME AND CREDIT
       110-ENSURE-FLOOR-VERSION.
           MOVE 'N' TO WS-FLOOR-FOUND.
           MOVE PRP-CRSE-ID TO CV-CRSE-ID.
           MOVE ZERO TO CV-YEAR.
           MOVE ZERO TO CV-SEM.
           START CRSE-VERSION KEY NOT LESS THAN CV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CRSE-VERSION NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CV-CRSE-ID = PRP-CRSE-ID
                               AND (CV-YEAR < PRP-EFF-YEAR
                                   OR (CV-YEAR = PRP-EFF-YEAR
                                       AND CV-SEM < PRP-EFF-SEM))
                               MOVE 'Y' TO WS-FLOOR-FOUND
                           END-IF
                   END-READ
           END-START.
           IF WS-FLOOR-FOUND = 'N'
               MOVE PRP-CRSE-ID TO CV-CRSE-ID
               MOVE ZERO        TO CV-YEAR
               MOVE ZERO        TO CV-SEM
               MOVE CRSE-NAME   TO CV-NAME
               MOVE CRSE-CREDIT TO CV-CREDIT
               MOVE CRSE-STAT   TO CV-STAT
               MOVE CRSE-PREREQ TO CV-PREREQ
               WRITE CRSE-VER-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
      *THE PROPOSED TEXT REPLACES THE TERM'S DESCRIPTION WHOLE, AS
      *IN DESC-MAINT - BLANK LINES END THE TEXT
       200-WRITE-DESC.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
               MOVE PRP-CRSE-ID  TO DSC-CRSE-ID
               MOVE PRP-EFF-YEAR TO DSC-YEAR
               MOVE PRP-EFF-SEM  TO DSC-SEM
               MOVE WS-IX        TO DSC-LINE
               DELETE CRSE-DESC RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 5
               IF PRP-DESC-LN(WS-IX) = SPACES
                   MOVE 6 TO WS-IX
               ELSE
                   MOVE PRP-CRSE-ID        TO DSC-CRSE-ID
                   MOVE PRP-EFF-YEAR       TO DSC-YEAR
                   MOVE PRP-EFF-SEM        TO DSC-SEM
                   MOVE WS-IX              TO DSC-LINE
                   MOVE PRP-DESC-LN(WS-IX) TO DSC-TEXT
                   WRITE DSC-REC
                       INVALID KEY
                           REWRITE DSC-REC
                   END-WRITE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *VERSIONED - ONCE THE EFFECTIVE TERM HAS STARTED, BRING THE
      *MASTER UP TO THE APPROVED VALUES
       300-IMPLEMENT.
           MOVE PRP-EFF-YEAR TO TERM-YEAR.
           MOVE PRP-EFF-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   ADD 1 TO WS-EXCEPT-COUNT
                   MOVE 'EFFECTIVE TERM NOT ON TERM MASTER'
                       TO WS-D-ACTION
                   PERFORM 800-PRINT-LINE
                   EXIT PARAGRAPH
           END-READ.
           IF TERM-START-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF.

           MOVE PRP-CRSE-ID TO CRSE-ID.
           IF PRP-NEW-COURSE
               MOVE PRP-NAME    TO CRSE-NAME
               MOVE PRP-CREDIT  TO CRSE-CREDIT
               MOVE 'A'         TO CRSE-STAT
               MOVE PRP-PREREQ  TO CRSE-PREREQ
               WRITE CRSE-REC
                   INVALID KEY
                       ADD 1 TO WS-EXCEPT-COUNT
                       MOVE 'COURSE ALREADY IN CATALOG - NOT ADDED'
                           TO WS-D-ACTION
                       PERFORM 800-PRINT-LINE
                       EXIT PARAGRAPH
               END-WRITE
               MOVE 'ADDED'      TO WS-AUD-FIELD
               MOVE SPACES       TO WS-AUD-OLD
               MOVE PRP-NAME     TO WS-AUD-NEW
               MOVE 'COURSE ADDED TO CATALOG' TO WS-D-ACTION
           ELSE
               READ CRSE-MASTER
                   INVALID KEY
                       ADD 1 TO WS-EXCEPT-COUNT
                       MOVE 'COURSE NO LONGER IN CATALOG - NOT UPDATED'
                           TO WS-D-ACTION
                       PERFORM 800-PRINT-LINE
                       EXIT PARAGRAPH
               END-READ
               MOVE 'CURRICULUM'  TO WS-AUD-FIELD
               MOVE SPACES        TO WS-AUD-OLD
               STRING CRSE-CREDIT DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      CRSE-NAME   DELIMITED BY SIZE
                      INTO WS-AUD-OLD
               MOVE PRP-NAME     TO CRSE-NAME
               MOVE PRP-CREDIT   TO CRSE-CREDIT
               MOVE PRP-PREREQ   TO CRSE-PREREQ
               REWRITE CRSE-REC
               MOVE SPACES        TO WS-AUD-NEW
               STRING CRSE-CREDIT DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      CRSE-NAME   DELIMITED BY SIZE
                      INTO WS-AUD-NEW
               MOVE 'CATALOG MASTER UPDATED' TO WS-D-ACTION
           END-IF.
           MOVE PRP-CRSE-ID TO WS-AUD-KEY.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.

           MOVE 'I'      TO PRP-STAGE.
           MOVE WS-TODAY TO PRP-IMPL-DATE.
           MOVE WS-TODAY TO PRP-LAST-ACT-DATE.
           REWRITE PRP-REC.
           ADD 1 TO WS-IMPL-COUNT.
           PERFORM 800-PRINT-LINE.
      *-----------------------------------------------------------------
       800-PRINT-LINE.
           MOVE PRP-ID       TO WS-D-ID.
           MOVE PRP-TYPE     TO WS-D-TYPE.
           MOVE PRP-CRSE-ID  TO WS-D-COURSE.
           MOVE PRP-EFF-YEAR TO WS-D-YEAR.
           MOVE PRP-EFF-SEM  TO WS-D-SEM.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE-BILL.
      *-----------------------------------------------------------------
      *INVOICES CONTINUING EDUCATION ENROLLMENTS NOT YET BILLED. EACH
      *ENROLLMENT IS CHARGED THE FLAT PRICE OF ITS OFFERING, ONE
      *INVOICE PER PARTICIPANT. THIS RUN IS SEPARATE FROM TUITION-BILL
      *AND WRITES NOTHING TO BILL-MASTER - THE INVOICE FILE GOES TO
      *THE CONTINUING EDUCATION BUSINESS OFFICE. WITHDRAWALS BEFORE
      *INVOICING ARE NEVER CHARGED; A NO-CHARGE OFFERING IS MARKED
      *BILLED WITHOUT PRINTING.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CE-ENROLL    ASSIGN        TO
                               '../FILES/CE-ENROLL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CEE-KEY
                               ALTERNATE KEY IS CEE-PART-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CE-PARTICIPANT ASSIGN      TO
                               '../FILES/CE-PARTICIPANT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CEP-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CE-COURSE    ASSIGN        TO
                               '../FILES/CE-COURSE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CEC-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CE-SECTION   ASSIGN        TO
                               '../FILES/CE-SECTION.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CES-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/CE-INVOICES.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY CE-ENROLL-RECS.
       COPY CE-PART-RECS.
       COPY CE-COURSE-RECS.
       COPY CE-SECTION-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-IN-INVOICE       PIC X   VALUE 'N'.
               88  IN-INVOICE              VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-CUR-PART         PIC 9(7) VALUE 0.
           03  WS-INV-TOTAL        PIC 9(7)V99 VALUE 0.
           03  WS-GRAND-TOTAL      PIC 9(9)V99 VALUE 0.
           03  WS-INV-COUNT        PIC 9(5) VALUE 0.
           03  WS-LINE-COUNT       PIC 9(5) VALUE 0.
           03  WS-FREE-COUNT       PIC 9(5) VALUE 0.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'CE-BILL'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-SEP-LN               PIC X(80) VALUE ALL '-'.
       01  WS-INV-HDR1.
           03  FILLER              PIC X(40) VALUE
               'CONTINUING EDUCATION INVOICE'.
           03  FILLER              PIC X(14) VALUE 'INVOICE DATE: '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-INV-HDR2.
           03  FILLER              PIC X(13) VALUE 'PARTICIPANT: '.
           03  WS-H-PART-ID        PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-H-NAME           PIC X(31).
       01  WS-INV-ADDR1.
           03  FILLER              PIC X(22) VALUE SPACES.
           03  WS-H-STREET         PIC X(25).
       01  WS-INV-ADDR2.
           03  FILLER              PIC X(22) VALUE SPACES.
           03  WS-H-CITY           PIC X(20).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-H-STATE          PIC XX.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-H-ZIP            PIC X(5).
       01  WS-INV-COL-HDR.
           03  FILLER              PIC X(13) VALUE 'COURSE    NO'.
           03  FILLER              PIC X(36) VALUE 'TITLE'.
           03  FILLER              PIC X(9)  VALUE 'START'.
           03  FILLER              PIC X(9)  VALUE 'END'.
           03  FILLER              PIC X(9)  VALUE '   AMOUNT'.
       01  WS-DTL-LN.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-SEQ            PIC 99.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-TITLE          PIC X(35).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-START          PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-END            PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-AMOUNT         PIC ZZ,ZZ9.99.
       01  WS-TOT-LN.
           03  FILLER              PIC X(58) VALUE SPACES.
           03  FILLER              PIC X(8) VALUE 'TOTAL   '.
           03  WS-T-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01  WS-GRAND-LN.
           03  FILLER              PIC X(20) VALUE
               'INVOICES ISSUED   : '.
           03  WS-G-COUNT          PIC ZZ,ZZ9.
           03  FILLER              PIC X(20) VALUE
               '    TOTAL BILLED : '.
           03  WS-G-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'CONTINUING EDUCATION BILLING'.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN I-O CE-ENROLL.
           IF WS-STAT NOT = ZERO
               DISPLAY 'CE-ENROLL CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT CE-PARTICIPANT.
           OPEN INPUT CE-COURSE.
           OPEN INPUT CE-SECTION.
           OPEN OUTPUT PRINT-FILE.

      *PARTICIPANT ORDER SO EACH PERSON'S CHARGES COME TOGETHER
           MOVE LOW-VALUES TO CEE-PART-KEY.
           MOVE 'N' TO WS-EOF.
           START CE-ENROLL KEY NOT LESS THAN CEE-PART-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ CE-ENROLL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT CEE-IS-BILLED AND NOT CEE-WITHDRAWN
                           PERFORM 100-BILL-ONE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 300-END-INVOICE.

           MOVE WS-INV-COUNT   TO WS-G-COUNT.
           MOVE WS-GRAND-TOTAL TO WS-G-AMOUNT.
           MOVE WS-GRAND-LN TO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE CE-ENROLL.
           CLOSE CE-PARTICIPANT.
           CLOSE CE-COURSE.
           CLOSE CE-SECTION.
           CLOSE PRINT-FILE.

           MOVE '../FILES/CE-INVOICES.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'CE-BILL COMPLETE'.
           DISPLAY 'INVOICES ISSUED      : ' WS-INV-COUNT.
           DISPLAY 'ENROLLMENTS BILLED   : ' WS-LINE-COUNT.
           DISPLAY 'NO-CHARGE ENROLLMENTS: ' WS-FREE-COUNT.
           DISPLAY 'TOTAL BILLED         : ' WS-GRAND-TOTAL.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-BILL-ONE.
           IF CEE-PRICE = ZERO
               ADD 1 TO WS-FREE-COUNT
           ELSE
               IF NOT IN-INVOICE OR CEE-PART-ID NOT = WS-CUR-PART
                   PERFORM 300-END-INVOICE
                   PERFORM 200-START-INVOICE
               END-IF
               PERFORM 250-INVOICE-LINE
           END-IF.
           MOVE 'Y'      TO CEE-BILLED.
           MOVE WS-TODAY TO CEE-BILL-DATE.
           REWRITE CEE-REC.
      *-----------------------------------------------------------------
       200-START-INVOICE.
           MOVE 'Y'         TO WS-IN-INVOICE.
           MOVE CEE-PART-ID TO WS-CUR-PART.
           MOVE ZERO        TO WS-INV-TOTAL.
           ADD 1 TO WS-INV-COUNT.
           MOVE SPACES TO WS-H-NAME WS-H-STREET WS-H-CITY WS-H-STATE
                          WS-H-ZIP.
           MOVE CEE-PART-ID TO CEP-ID.
           READ CE-PARTICIPANT
               INVALID KEY
                   MOVE '** NOT ON FILE **' TO WS-H-NAME
               NOT INVALID KEY
                   STRING CEP-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          CEP-L-NAME DELIMITED BY SPACE
                          INTO WS-H-NAME
                   MOVE CEP-STREET TO WS-H-STREET
                   MOVE CEP-CITY   TO WS-H-CITY
                   MOVE CEP-STATE  TO WS-H-STATE
                   MOVE CEP-ZIP    TO WS-H-ZIP
           END-READ.
           MOVE WS-TODAY    TO WS-H-DATE.
           MOVE CEE-PART-ID TO WS-H-PART-ID.
           MOVE WS-INV-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-INV-HDR2 TO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-H-STREET NOT = SPACES
               MOVE WS-INV-ADDR1 TO PRINT-REC
               WRITE PRINT-REC
               MOVE WS-INV-ADDR2 TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-INV-COL-HDR TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       250-INVOICE-LINE.
           MOVE SPACES TO WS-D-TITLE.
           MOVE CEE-COURSE-ID TO CEC-ID.
           READ CE-COURSE
               NOT INVALID KEY
                   MOVE CEC-TITLE TO WS-D-TITLE
           END-READ.
           MOVE ZERO TO WS-D-START WS-D-END.
           MOVE CEE-COURSE-ID TO CES-COURSE-ID.
           MOVE CEE-SEQ       TO CES-SEQ.
           READ CE-SECTION
               NOT INVALID KEY
                   MOVE CES-START-DATE TO WS-D-START
                   MOVE CES-END-DATE   TO WS-D-END
           END-READ.
           MOVE CEE-COURSE-ID TO WS-D-COURSE.
           MOVE CEE-SEQ       TO WS-D-SEQ.
           MOVE CEE-PRICE     TO WS-D-AMOUNT.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
           ADD CEE-PRICE TO WS-INV-TOTAL.
           ADD CEE-PRICE TO WS-GRAND-TOTAL.
           ADD 1 TO WS-LINE-COUNT.
      *-----------------------------------------------------------------
       300-END-INVOICE.
           IF NOT IN-INVOICE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INV-TOTAL TO WS-T-AMOUNT.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-SEP-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'N' TO WS-IN-INVOICE.

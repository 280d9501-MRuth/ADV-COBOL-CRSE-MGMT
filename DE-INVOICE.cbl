       IDENTIFICATION DIVISION.
       PROGRAM-ID. DE-INVOICE.
      *-----------------------------------------------------------------
      *DUAL ENROLLMENT DISTRICT INVOICE RUN - ONE INVOICE PER SCHOOL
      *DISTRICT FOR THE TERM UNDER ITS AGREEMENT, LISTING EVERY DUAL
      *ENROLLMENT STUDENT, THE CREDITS BILLED AND THE DISTRICT SHARE
      *FROM THE TUITION BILLING RUN
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DE-DISTRICT  ASSIGN        TO
                               '../FILES/DE-DISTRICT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DIST-ID
                               FILE STATUS   IS WS-STAT.
           SELECT DE-TERM      ASSIGN        TO
                               '../FILES/DE-TERM.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DET-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT INVOICE-FILE ASSIGN        TO
                               '../FILES/DE-INVOICES.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY DE-DISTRICT-RECS.
       COPY DE-TERM-RECS.
       COPY STU-MST-DEF.
       FD  INVOICE-FILE.
       01  INVOICE-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-STU-EOF          PIC X   VALUE 'N'.
               88  STU-EOF                 VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CUR-DIST-ID      PIC 9(5).
           03  WS-STU-NAME         PIC X(31).
           03  WS-LINE-COUNT       PIC 9(4).
           03  WS-DIST-CREDITS     PIC 9(5).
           03  WS-DIST-TOTAL       PIC 9(8)V99.
           03  WS-GRAND-TOTAL      PIC 9(8)V99 VALUE 0.
           03  WS-INV-COUNT        PIC 9(5) VALUE 0.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'DE-INVOICE'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/DE-INVOICES.TXT'.
       01  WS-INV-HDR-LN.
           03  FILLER              PIC X(9)  VALUE 'INVOICE: '.
           03  WS-I-DIST-NAME      PIC X(30).
           03  FILLER              PIC X(7)  VALUE '  TERM '.
           03  WS-I-YEAR           PIC 9999.
           03  FILLER              PIC X VALUE '/'.
           03  WS-I-SEM            PIC 99.
       01  WS-INV-ADDR-LN.
           03  FILLER              PIC X(9)  VALUE SPACES.
           03  WS-I-STREET         PIC X(25).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-I-ZIP            PIC X(5).
       01  WS-INV-AGREE-LN.
           03  FILLER              PIC X(11) VALUE 'AGREEMENT: '.
           03  WS-I-AGREE-NO       PIC X(10).
           03  FILLER              PIC X(9)  VALUE '  RATE: '.
           03  WS-I-RATE           PIC Z,ZZ9.99.
           03  FILLER              PIC X(12) VALUE ' PER CREDIT'.
           03  WS-I-FEES           PIC X(14).
       01  WS-INV-COL-HDR.
           03  FILLER              PIC XX VALUE SPACES.
           03  FILLER              PIC X(9)  VALUE 'STUDENT'.
           03  FILLER              PIC X(33) VALUE 'NAME'.
           03  FILLER              PIC X(6)  VALUE 'CRS'.
           03  FILLER              PIC X(10) VALUE '    AMOUNT'.
       01  WS-INV-DTL-LN.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-I-STU-ID         PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-I-STU-NAME       PIC X(31).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-I-CREDITS        PIC ZZ9.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-I-AMT            PIC ZZZ,ZZ9.99.
       01  WS-INV-TOT-LN.
           03  FILLER              PIC X(20) VALUE
                                   'INVOICE TOTAL    : '.
           03  WS-I-TOT            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(11) VALUE '  CREDITS: '.
           03  WS-I-TOT-CRS        PIC ZZ,ZZ9.
       01  WS-INV-SEP.
           03  FILLER              PIC X(70) VALUE ALL '-'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'DUAL ENROLLMENT DISTRICT INVOICE RUN'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           OPEN INPUT DE-DISTRICT.
           OPEN INPUT DE-TERM.
           OPEN INPUT STU-MST.
           OPEN OUTPUT INVOICE-FILE.

           MOVE LOW-VALUES TO DIST-ID.
           MOVE 'N' TO WS-EOF.
           START DE-DISTRICT KEY NOT LESS THAN DIST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ DE-DISTRICT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 100-INVOICE-ONE-DISTRICT
               END-READ
           END-PERFORM.

           CLOSE DE-DISTRICT.
           CLOSE DE-TERM.
           CLOSE STU-MST.
           CLOSE INVOICE-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'DE-INVOICE COMPLETE'.
           DISPLAY 'INVOICES WRITTEN: ' WS-INV-COUNT.
           DISPLAY 'TOTAL INVOICED  : ' WS-GRAND-TOTAL.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-INVOICE-ONE-DISTRICT.
           MOVE DIST-ID TO WS-CUR-DIST-ID.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-DIST-CREDITS.
           MOVE 0 TO WS-DIST-TOTAL.

           MOVE LOW-VALUES TO DET-KEY.
           MOVE 'N' TO WS-STU-EOF.
           START DE-TERM KEY NOT LESS THAN DET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STU-EOF
           END-START.

           PERFORM UNTIL STU-EOF
               READ DE-TERM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STU-EOF
                   NOT AT END
                       IF DET-DIST-ID = WS-CUR-DIST-ID
                           AND DET-YEAR = WS-YEAR
                           AND DET-SEM  = WS-SEM
                           AND DET-BILLED > 0
                           PERFORM 200-INVOICE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LINE-COUNT > 0
               MOVE WS-DIST-TOTAL   TO WS-I-TOT
               MOVE WS-DIST-CREDITS TO WS-I-TOT-CRS
               MOVE WS-INV-TOT-LN TO INVOICE-REC
               WRITE INVOICE-REC
               MOVE WS-INV-SEP TO INVOICE-REC
               WRITE INVOICE-REC
               ADD 1 TO WS-INV-COUNT
               ADD WS-DIST-TOTAL TO WS-GRAND-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       200-INVOICE-ONE-STUDENT.
           IF WS-LINE-COUNT = 0
               PERFORM 300-WRITE-INVOICE-HEADER
           END-IF.

           MOVE SPACES TO WS-STU-NAME.
           MOVE DET-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-STU-NAME
           END-READ.

           MOVE DET-STU-ID  TO WS-I-STU-ID.
           MOVE WS-STU-NAME TO WS-I-STU-NAME.
           MOVE DET-CREDITS TO WS-I-CREDITS.
           MOVE DET-BILLED  TO WS-I-AMT.
           MOVE WS-INV-DTL-LN TO INVOICE-REC.
           WRITE INVOICE-REC.
           ADD 1 TO WS-LINE-COUNT.
           ADD DET-CREDITS TO WS-DIST-CREDITS.
           ADD DET-BILLED  TO WS-DIST-TOTAL.
      *-----------------------------------------------------------------
       300-WRITE-INVOICE-HEADER.
           MOVE DIST-NAME TO WS-I-DIST-NAME.
           MOVE WS-YEAR   TO WS-I-YEAR.
           MOVE WS-SEM    TO WS-I-SEM.
           MOVE WS-INV-HDR-LN TO INVOICE-REC.
           WRITE INVOICE-REC.
           MOVE DIST-STREET TO WS-I-STREET.
           MOVE DIST-ZIP    TO WS-I-ZIP.
           MOVE WS-INV-ADDR-LN TO INVOICE-REC.
           WRITE INVOICE-REC.
           MOVE DIST-AGREE-NO TO WS-I-AGREE-NO.
           MOVE DIST-RATE     TO WS-I-RATE.
           IF DIST-PAYS-FEES
               MOVE ' - FEES PAID' TO WS-I-FEES
           ELSE
               MOVE SPACES TO WS-I-FEES
           END-IF.
           MOVE WS-INV-AGREE-LN TO INVOICE-REC.
           WRITE INVOICE-REC.
           MOVE WS-INV-COL-HDR TO INVOICE-REC.
           WRITE INVOICE-REC.
      *-----------------------------------------------------------------

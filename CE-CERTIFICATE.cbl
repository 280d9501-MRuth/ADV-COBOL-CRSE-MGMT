       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE-CERTIFICATE.
      *-----------------------------------------------------------------
      *PRINTS CERTIFICATES OF COMPLETION FOR A CONTINUING EDUCATION
      *OFFERING - ONE PER PARTICIPANT MARKED COMPLETED, OR FOR ONE
      *PARTICIPANT WHEN AN ID IS GIVEN. THE CERTIFICATE SHOWS CONTACT
      *HOURS AND CEUS ONLY; NO CREDIT OR GRADE APPEARS ON IT.
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
                               '../FILES/CE-CERTIFICATES.TXT'
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
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-CRSE-ID          PIC X(9).
           03  WS-SEQ              PIC 99.
           03  WS-PART-ID          PIC 9(7).
           03  WS-CERT-COUNT       PIC 9(5) VALUE 0.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'CE-CERTIFICATE'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-BORDER-LN            PIC X(80) VALUE ALL '*'.
       01  WS-CERT-LN1.
           03  FILLER              PIC X(27) VALUE SPACES.
           03  FILLER              PIC X(25) VALUE
               'CERTIFICATE OF COMPLETION'.
       01  WS-CERT-LN2.
           03  FILLER              PIC X(24) VALUE SPACES.
           03  FILLER              PIC X(32) VALUE
               'CONTINUING EDUCATION DIVISION'.
       01  WS-CERT-LN3.
           03  FILLER              PIC X(31) VALUE SPACES.
           03  FILLER              PIC X(19) VALUE
               'THIS CERTIFIES THAT'.
       01  WS-CERT-NAME-LN.
           03  FILLER              PIC X(24) VALUE SPACES.
           03  WS-C-NAME           PIC X(31).
       01  WS-CERT-LN4.
           03  FILLER              PIC X(27) VALUE SPACES.
           03  FILLER              PIC X(26) VALUE
               'HAS SUCCESSFULLY COMPLETED'.
       01  WS-CERT-TITLE-LN.
           03  FILLER              PIC X(20) VALUE SPACES.
           03  WS-C-TITLE          PIC X(35).
       01  WS-CERT-DATES-LN.
           03  FILLER              PIC X(23) VALUE SPACES.
           03  WS-C-START          PIC 9(8).
           03  FILLER              PIC X(9) VALUE ' THROUGH '.
           03  WS-C-END            PIC 9(8).
       01  WS-CERT-UNITS-LN.
           03  FILLER              PIC X(17) VALUE SPACES.
           03  FILLER              PIC X(15) VALUE 'CONTACT HOURS: '.
           03  WS-C-HRS            PIC ZZ9.9.
           03  FILLER              PIC X(20) VALUE
               '    CEUS AWARDED: '.
           03  WS-C-CEUS           PIC Z9.9.
       01  WS-CERT-SIGN-LN.
           03  FILLER              PIC X(5) VALUE SPACES.
           03  FILLER              PIC X(12) VALUE 'INSTRUCTOR: '.
           03  WS-C-INSTR          PIC X(22).
           03  FILLER              PIC X(5) VALUE SPACES.
           03  FILLER              PIC X(16) VALUE 'DATE COMPLETED: '.
           03  WS-C-DONE           PIC 9(8).
       01  WS-CERT-ID-LN.
           03  FILLER              PIC X(5) VALUE SPACES.
           03  FILLER              PIC X(13) VALUE 'CERTIFICATE: '.
           03  WS-C-CRSE           PIC X(9).
           03  FILLER              PIC X VALUE '-'.
           03  WS-C-SEQ            PIC 99.
           03  FILLER              PIC X VALUE '-'.
           03  WS-C-PART           PIC 9(7).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'CONTINUING EDUCATION CERTIFICATES'.
           DISPLAY 'COURSE ID: ' WITH NO ADVANCING.
           ACCEPT WS-CRSE-ID.
           MOVE FUNCTION UPPER-CASE(WS-CRSE-ID) TO WS-CRSE-ID.
           DISPLAY 'OFFERING NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-SEQ.
           DISPLAY 'PARTICIPANT ID (0=ALL COMPLETED): '
               WITH NO ADVANCING.
           ACCEPT WS-PART-ID.

           OPEN INPUT CE-ENROLL.
           IF WS-STAT NOT = ZERO
               DISPLAY 'CE-ENROLL CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT CE-PARTICIPANT.
           OPEN INPUT CE-COURSE.
           OPEN INPUT CE-SECTION.

           MOVE WS-CRSE-ID TO CEC-ID.
           READ CE-COURSE
               INVALID KEY
                   DISPLAY 'COURSE NOT ON FILE - NO RUN'
                   PERFORM 900-CLOSE-FILES
                   EXIT PROGRAM
           END-READ.
           MOVE WS-CRSE-ID TO CES-COURSE-ID.
           MOVE WS-SEQ     TO CES-SEQ.
           READ CE-SECTION
               INVALID KEY
                   DISPLAY 'OFFERING NOT ON FILE - NO RUN'
                   PERFORM 900-CLOSE-FILES
                   EXIT PROGRAM
           END-READ.

           OPEN OUTPUT PRINT-FILE.
           MOVE WS-CRSE-ID TO CEE-COURSE-ID.
           MOVE WS-SEQ     TO CEE-SEQ.
           MOVE WS-PART-ID TO CEE-PART-ID.
           MOVE 'N' TO WS-EOF.
           START CE-ENROLL KEY NOT LESS THAN CEE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ CE-ENROLL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CEE-COURSE-ID NOT = WS-CRSE-ID
                           OR CEE-SEQ NOT = WS-SEQ
                           OR (WS-PART-ID NOT = ZERO
                               AND CEE-PART-ID NOT = WS-PART-ID)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CEE-COMPLETED
                               PERFORM 100-PRINT-CERTIFICATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRINT-FILE.
           PERFORM 900-CLOSE-FILES.

           MOVE '../FILES/CE-CERTIFICATES.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'CE-CERTIFICATE COMPLETE'.
           DISPLAY 'CERTIFICATES PRINTED: ' WS-CERT-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-PRINT-CERTIFICATE.
           MOVE SPACES TO WS-C-NAME.
           MOVE CEE-PART-ID TO CEP-ID.
           READ CE-PARTICIPANT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           STRING CEP-F-NAME DELIMITED BY SPACE
                  WS-SPACE   DELIMITED BY SIZE
                  CEP-L-NAME DELIMITED BY SPACE
                  INTO WS-C-NAME.
           MOVE CEC-TITLE         TO WS-C-TITLE.
           MOVE CES-START-DATE    TO WS-C-START.
           MOVE CES-END-DATE      TO WS-C-END.
           MOVE CEE-CONTACT-HRS   TO WS-C-HRS.
           MOVE CEE-CEUS          TO WS-C-CEUS.
           MOVE CES-INSTRUCTOR    TO WS-C-INSTR.
           MOVE CEE-COMPLETE-DATE TO WS-C-DONE.
           MOVE CEE-COURSE-ID     TO WS-C-CRSE.
           MOVE CEE-SEQ           TO WS-C-SEQ.
           MOVE CEE-PART-ID       TO WS-C-PART.

           MOVE WS-BORDER-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CERT-LN1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CERT-LN2 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CERT-LN3 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CERT-NAME-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CERT-LN4 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CERT-TITLE-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CERT-DATES-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CERT-UNITS-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CERT-SIGN-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CERT-ID-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-BORDER-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-CERT-COUNT.
      *-----------------------------------------------------------------
       900-CLOSE-FILES.
           CLOSE CE-ENROLL.
           CLOSE CE-PARTICIPANT.
           CLOSE CE-COURSE.
           CLOSE CE-SECTION.

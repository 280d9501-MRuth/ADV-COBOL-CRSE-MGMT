       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE-TRANSCRIPT.
      *-----------------------------------------------------------------
      *CONTINUING EDUCATION UNIT TRANSCRIPT - EVERY COMPLETED NON-
      *CREDIT OFFERING FOR A PARTICIPANT WITH CONTACT HOURS AND CEUS
      *AND THE LIFETIME TOTALS. IT IS PRINTED FROM THE CE FILES ONLY
      *AND NEVER SHARES A PAGE WITH THE ACADEMIC TRANSCRIPT. A ZERO
      *PARTICIPANT ID PRINTS EVERY PARTICIPANT WITH A COMPLETION.
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
                               '../FILES/CE-TRANSCRIPT.TXT'
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
           03  WS-IN-PART          PIC X   VALUE 'N'.
               88  IN-PART                 VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-PART-ID          PIC 9(7).
           03  WS-CUR-PART         PIC 9(7) VALUE 0.
           03  WS-TOT-HRS          PIC 9(5)V9.
           03  WS-TOT-CEUS         PIC 9(4)V9.
           03  WS-PART-COUNT       PIC 9(5) VALUE 0.
           03  WS-LINE-COUNT       PIC 9(5) VALUE 0.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'CE-TRANSCRIPT'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-SEP-LN               PIC X(80) VALUE ALL '-'.
       01  WS-HDR1.
           03  FILLER              PIC X(50) VALUE
               'CONTINUING EDUCATION UNIT TRANSCRIPT'.
           03  FILLER              PIC X(10) VALUE 'PRINTED: '.
           03  WS-H-DATE           PIC 9(8).
       01  WS-HDR2.
           03  FILLER              PIC X(50) VALUE
               'NON-CREDIT STUDY - NOT PART OF THE ACADEMIC RECORD'.
       01  WS-HDR3.
           03  FILLER              PIC X(13) VALUE 'PARTICIPANT: '.
           03  WS-H-PART-ID        PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-H-NAME           PIC X(31).
       01  WS-COL-HDR.
           03  FILLER              PIC X(10) VALUE 'COURSE'.
           03  FILLER              PIC X(36) VALUE 'TITLE'.
           03  FILLER              PIC X(9)  VALUE 'START'.
           03  FILLER              PIC X(9)  VALUE 'COMPLETED'.
           03  FILLER              PIC X(8)  VALUE '   HOURS'.
           03  FILLER              PIC X(6)  VALUE '  CEUS'.
       01  WS-DTL-LN.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-TITLE          PIC X(35).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-START          PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-DONE           PIC 9(8).
           03  FILLER              PIC X(3) VALUE SPACES.
           03  WS-D-HRS            PIC ZZ9.9.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WS-D-CEUS           PIC Z9.9.
       01  WS-TOT-LN.
           03  FILLER              PIC X(46) VALUE SPACES.
           03  FILLER              PIC X(17) VALUE 'TOTAL'.
           03  WS-T-HRS            PIC ZZZZ9.9.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-T-CEUS           PIC ZZZ9.9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'CONTINUING EDUCATION UNIT TRANSCRIPT'.
           DISPLAY 'PARTICIPANT ID (0=ALL): ' WITH NO ADVANCING.
           ACCEPT WS-PART-ID.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN INPUT CE-ENROLL.
           IF WS-STAT NOT = ZERO
               DISPLAY 'CE-ENROLL CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT CE-PARTICIPANT.
           OPEN INPUT CE-COURSE.
           OPEN INPUT CE-SECTION.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-PART-ID TO CEE-P-PART-ID.
           MOVE LOW-VALUES TO CEE-P-COURSE-ID.
           MOVE ZERO       TO CEE-P-SEQ.
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
                       IF WS-PART-ID NOT = ZERO
                           AND CEE-P-PART-ID NOT = WS-PART-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CEE-COMPLETED
                               PERFORM 100-TRANSCRIPT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 300-END-PARTICIPANT.

           IF WS-PART-COUNT = ZERO
               MOVE 'NO COMPLETED CONTINUING EDUCATION FOUND'
                   TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           CLOSE CE-ENROLL.
           CLOSE CE-PARTICIPANT.
           CLOSE CE-COURSE.
           CLOSE CE-SECTION.
           CLOSE PRINT-FILE.

           MOVE '../FILES/CE-TRANSCRIPT.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'CE-TRANSCRIPT COMPLETE'.
           DISPLAY 'PARTICIPANTS PRINTED : ' WS-PART-COUNT.
           DISPLAY 'COMPLETIONS LISTED   : ' WS-LINE-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-TRANSCRIPT-LINE.
           IF NOT IN-PART OR CEE-PART-ID NOT = WS-CUR-PART
               PERFORM 300-END-PARTICIPANT
               PERFORM 200-START-PARTICIPANT
           END-IF.
           MOVE SPACES TO WS-D-TITLE.
           MOVE CEE-COURSE-ID TO CEC-ID.
           READ CE-COURSE
               NOT INVALID KEY
                   MOVE CEC-TITLE TO WS-D-TITLE
           END-READ.
           MOVE ZERO TO WS-D-START.
           MOVE CEE-COURSE-ID TO CES-COURSE-ID.
           MOVE CEE-SEQ       TO CES-SEQ.
           READ CE-SECTION
               NOT INVALID KEY
                   MOVE CES-START-DATE TO WS-D-START
           END-READ.
           MOVE CEE-COURSE-ID     TO WS-D-COURSE.
           MOVE CEE-COMPLETE-DATE TO WS-D-DONE.
           MOVE CEE-CONTACT-HRS   TO WS-D-HRS.
           MOVE CEE-CEUS          TO WS-D-CEUS.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
           ADD CEE-CONTACT-HRS TO WS-TOT-HRS.
           ADD CEE-CEUS        TO WS-TOT-CEUS.
           ADD 1 TO WS-LINE-COUNT.
      *-----------------------------------------------------------------
       200-START-PARTICIPANT.
           MOVE 'Y'         TO WS-IN-PART.
           MOVE CEE-PART-ID TO WS-CUR-PART.
           MOVE ZERO        TO WS-TOT-HRS.
           MOVE ZERO        TO WS-TOT-CEUS.
           ADD 1 TO WS-PART-COUNT.
           MOVE SPACES TO WS-H-NAME.
           MOVE CEE-PART-ID TO CEP-ID.
           READ CE-PARTICIPANT
               INVALID KEY
                   MOVE '** NOT ON FILE **' TO WS-H-NAME
               NOT INVALID KEY
                   STRING CEP-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          CEP-L-NAME DELIMITED BY SPACE
                          INTO WS-H-NAME
           END-READ.
           MOVE WS-TODAY    TO WS-H-DATE.
           MOVE CEE-PART-ID TO WS-H-PART-ID.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR2 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR3 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-COL-HDR TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       300-END-PARTICIPANT.
           IF NOT IN-PART
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOT-HRS  TO WS-T-HRS.
           MOVE WS-TOT-CEUS TO WS-T-CEUS.
           MOVE WS-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-SEP-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'N' TO WS-IN-PART.

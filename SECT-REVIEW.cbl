       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECT-REVIEW.
      *-----------------------------------------------------------------
      *DEAN'S SECTION REVIEW. LISTS THE TERM'S SECTIONS FROM THE
      *LAST SECT-VIABILITY RUN - THOSE BELOW THEIR DEPARTMENT
      *MINIMUM AND ANY ALREADY DECIDED - AND TAKES A DECISION FOR A
      *SECTION BY CRN: X TO CANCEL, K TO KEEP, BLANK TO CLEAR. X
      *SECTIONS ARE CANCELLED BY SECT-CANCEL-RUN; ONCE THAT HAS
      *RUN THE DECISION CAN NO LONGER BE CHANGED HERE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECT-REVIEW  ASSIGN        TO
                               '../FILES/SECT-REVIEW.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SRV-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-MASTER  ASSIGN        TO
                               '../FILES/COURSE-MASTER-SORT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRSE-ID
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY SECT-REVIEW-RECS.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
           03  CRSE-NAME      PIC X(35).
           03  CRSE-CREDIT    PIC X(4).
           03  CRSE-STAT      PIC X.
           03  CRSE-PREREQ    PIC X(9).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-LINE             PIC 99.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CRN              PIC 9(4).
           03  WS-DECISION         PIC X.
           03  WS-NOTE             PIC X(40).
           03  WS-CRSE-NAME        PIC X(35).
           03  WS-DEC-TEXT         PIC X(6).
           03  WS-LIST-COUNT       PIC 9(4).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15).
           03  WS-AUD-KEY          PIC X(12).
           03  WS-AUD-FIELD        PIC X(12).
           03  WS-AUD-OLD          PIC X(20).
           03  WS-AUD-NEW          PIC X(20).
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
           03  WS-ERR-STAT         PIC XX.
           03  WS-OPEN-FAIL        PIC X VALUE 'N'.
               88  OPEN-FAILED           VALUE 'Y'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 2  COL 27  VALUE 'SECTION CANCELLATION REVIEW'.
       01  SCRN-TERM.
           03  LINE 4  COL 2   VALUE 'YEAR: '.
           03          COL 8   PIC 9999 USING WS-YEAR AUTO.
           03          COL 14  VALUE 'SEMESTER: '.
           03          COL 24  PIC 99   USING WS-SEM AUTO.
       01  SCRN-SRV-HDR.
           03  LINE 7  COL 2   VALUE
               'CRN  COURSE     CAP ENRL WAIT  MIN ALT SEATS NO-ALT'.
           03          COL 55  VALUE 'LOAD DECISION'.
           03  LINE 8  COL 2   VALUE
               '                                   -ALTERNATIVES-'.
           03          COL 55  VALUE 'AFTR'.
       01  SCRN-SRV-LN.
           03  LINE WS-LINE COL 2  PIC 9(4) FROM SRV-CRN.
           03               COL 7  PIC X(9) FROM SRV-COURSE-ID.
           03               COL 18 PIC ZZ9  FROM SRV-CAPACITY.
           03               COL 23 PIC ZZ9  FROM SRV-ENROLLED.
           03               COL 28 PIC ZZ9  FROM SRV-WAITLIST.
           03               COL 33 PIC ZZ9  FROM SRV-MIN-ENRL.
           03               COL 38 PIC Z9   FROM SRV-ALT-SECTS.
           03               COL 41 PIC ZZZ9 FROM SRV-ALT-SEATS.
           03               COL 49 PIC ZZ9  FROM SRV-NO-ALT.
           03               COL 56 PIC Z9   FROM SRV-INST-LOAD.
           03               COL 60 PIC X(6) FROM WS-DEC-TEXT.
       01  SCRN-MORE.
           03  LINE 17 COL 2   VALUE '(MORE SECTIONS - SEE REPORT)'.
       01  SCRN-NONE.
           03  LINE 9  COL 2   VALUE
               'NO SECTIONS BELOW MINIMUM - RUN SECT-VIABILITY FIRST'.
       01  SCRN-ACTION.
           03  LINE 18 COL 2   VALUE
               'D) DECIDE A SECTION  X) DONE'.
           03          COL 32  PIC X TO WS-SEL AUTO.
       01  SCRN-CRN.
           03  LINE 19 COL 2   VALUE 'CRN: '.
           03          COL 7   PIC 9(4) USING WS-CRN AUTO.
       01  SCRN-CRSE.
           03  LINE 19 COL 14  PIC X(35) FROM WS-CRSE-NAME.
           03          COL 51  VALUE 'INSTR: '.
           03          COL 58  PIC X(4) FROM SRV-INSTR.
       01  SCRN-DECISION.
           03  LINE 20 COL 2   VALUE
               'X) CANCEL  K) KEEP  BLANK) UNDECIDED: '.
           03          COL 40  PIC X     USING WS-DECISION AUTO.
           03  LINE 21 COL 2   VALUE 'NOTE: '.
           03          COL 8   PIC X(40) USING WS-NOTE AUTO.
       01  SCRN-NOT-FOUND.
           03  LINE 22 COL 2   VALUE
               'CRN NOT ON THE REVIEW FOR THIS TERM'.
       01  SCRN-RUN-ERR.
           03  LINE 22 COL 2   VALUE
               'CANCEL RUN HAS ALREADY PROCESSED THIS SECTION'.
       01  SCRN-DEC-ERR.
           03  LINE 22 COL 2   VALUE
               'DECISION MUST BE X, K OR BLANK - NOT SAVED'.
       01  SCRN-SAVED.
           03  LINE 22 COL 2   VALUE 'DECISION SAVED'.
       01  SCRN-CONTINUE.
           03  LINE 24 COL 25  VALUE 'ANOTHER TERM? (Y/N)'.
           03          COL 46  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'SECT-REVIEW' TO WS-ERR-PGM.
           MOVE 'N' TO WS-OPEN-FAIL.
           OPEN I-O SECT-REVIEW.
           MOVE 'SECT-REVIEW' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF
           OPEN INPUT CRSE-MASTER.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-TERM
               ACCEPT  SCRN-TERM
               PERFORM 100-LIST-SECTIONS
               PERFORM 200-ACTION-LOOP
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE SECT-REVIEW.
           CLOSE CRSE-MASTER.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *ONLY SECTIONS BELOW MINIMUM OR ALREADY DECIDED ARE LISTED -
      *ANY SECTION ON THE REVIEW CAN STILL BE DECIDED BY CRN
       100-LIST-SECTIONS.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-TERM.
           DISPLAY SCRN-SRV-HDR.
           MOVE 9 TO WS-LINE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE WS-YEAR TO SRV-YEAR.
           MOVE WS-SEM  TO SRV-SEM.
           MOVE ZERO    TO SRV-CRN.
           MOVE 'N' TO WS-EOF.
           START SECT-REVIEW KEY NOT LESS THAN SRV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ SECT-REVIEW NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SRV-YEAR NOT = WS-YEAR
                           OR SRV-SEM NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF SRV-LOW OR NOT SRV-UNDECIDED
                               PERFORM 150-LIST-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = ZERO
               DISPLAY SCRN-NONE
           END-IF.
      *-----------------------------------------------------------------
       150-LIST-LINE.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 170-DECISION-TEXT.
           IF WS-LINE < 17
               DISPLAY SCRN-SRV-LN
               ADD 1 TO WS-LINE
           ELSE
               DISPLAY SCRN-MORE
           END-IF.
      *-----------------------------------------------------------------
       170-DECISION-TEXT.
           EVALUATE TRUE
               WHEN SRV-RUN-CANCELLED
                   MOVE 'CANCLD' TO WS-DEC-TEXT
               WHEN SRV-RUN-REJECTED
                   MOVE 'NOTRUN' TO WS-DEC-TEXT
               WHEN SRV-MARK-CANCEL
                   MOVE 'CANCEL' TO WS-DEC-TEXT
               WHEN SRV-MARK-KEEP
                   MOVE 'KEEP'   TO WS-DEC-TEXT
               WHEN OTHER
                   MOVE SPACES   TO WS-DEC-TEXT
           END-EVALUATE.
      *-----------------------------------------------------------------
       200-ACTION-LOOP.
           MOVE SPACE TO WS-SEL.
           PERFORM UNTIL WS-SEL = 'X' OR WS-SEL = 'x'
               DISPLAY SCRN-ACTION
               ACCEPT  SCRN-ACTION
               EVALUATE WS-SEL
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM 300-DECIDE
                       PERFORM 100-LIST-SECTIONS
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       300-DECIDE.
           MOVE ZERO TO WS-CRN.
           DISPLAY SCRN-CRN.
           ACCEPT  SCRN-CRN.
           MOVE WS-YEAR TO SRV-YEAR.
           MOVE WS-SEM  TO SRV-SEM.
           MOVE WS-CRN  TO SRV-CRN.
           READ SECT-REVIEW
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
                   EXIT PARAGRAPH
           END-READ.
           IF NOT SRV-NOT-RUN
               DISPLAY SCRN-RUN-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CRSE-NAME.
           MOVE SRV-COURSE-ID TO CRSE-ID.
           READ CRSE-MASTER
               NOT INVALID KEY
                   MOVE CRSE-NAME TO WS-CRSE-NAME
           END-READ.
           DISPLAY SCRN-CRSE.
           MOVE SRV-DECISION TO WS-DECISION.
           MOVE SRV-NOTE     TO WS-NOTE.
           DISPLAY SCRN-DECISION.
           ACCEPT  SCRN-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           IF WS-DECISION NOT = SPACE
               AND WS-DECISION NOT = 'X'
               AND WS-DECISION NOT = 'K'
               DISPLAY SCRN-DEC-ERR
               EXIT PARAGRAPH
           END-IF.
           MOVE SRV-DECISION    TO WS-AUD-OLD.
           MOVE WS-DECISION     TO SRV-DECISION.
           MOVE WS-NOTE         TO SRV-NOTE.
           MOVE WS-TODAY        TO SRV-DEC-DATE.
           MOVE SESSION-OPER-ID TO SRV-DEC-BY.
           REWRITE SRV-REC.
           MOVE 'SECT-REVIEW'   TO WS-AUD-PGM.
           MOVE SRV-KEY         TO WS-AUD-KEY.
           MOVE 'DECISION'      TO WS-AUD-FIELD.
           MOVE WS-DECISION     TO WS-AUD-NEW.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

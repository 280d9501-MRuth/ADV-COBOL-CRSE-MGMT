       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAP-MAINT.
      *-----------------------------------------------------------------
      *FINANCIAL AID SATISFACTORY ACADEMIC PROGRESS APPEALS. SHOWS A
      *STUDENT'S CURRENT SAP STATUS - THE LATEST TERM ON THE SAP
      *HISTORY FILE - AND LETS THE AID OFFICE GRANT AN APPEAL ON A
      *SUSPENSION. A GRANTED APPEAL PUTS THE STUDENT ON PROBATION ON
      *APPEAL FOR THE NEXT TERM WITH THE CONDITIONS OF THE APPEAL,
      *WHICH LETS AID-DISBURSE PAY AGAIN. THE NEXT SAP RUN SUSPENDS
      *A STUDENT ON PROBATION WHO STILL FALLS SHORT. EVERY DECISION
      *IS LOGGED ON THE MAINTENANCE AUDIT FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAP-HISTORY  ASSIGN        TO
                               '../FILES/SAP-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SAP-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY SAP-HIST-RECS.
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-SAVE             PIC X   VALUE 'N'.
               88  SAVE                    VALUE 'Y' 'y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-STU-ID           PIC 9(7).
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-STATUS-DESC      PIC X(20).
           03  WS-COND             PIC X(30).
           03  WS-SAP-FOUND        PIC X.
               88  SAP-FOUND               VALUE 'Y'.
           03  WS-LAST-KEY         PIC X(13).
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
           03  LINE 3  COL 22  VALUE
                   'FINANCIAL AID ACADEMIC PROGRESS APPEALS'.
       01  SCRN-KEY.
           03  LINE 5  COL 15  VALUE 'STUDENT ID: '.
           03          COL 27  PIC 9(7) TO WS-STU-ID
                                            AUTO REQUIRED.
       01  SCRN-STATUS.
           03  LINE 7  COL 15  VALUE 'NAME      : '.
           03          COL 27  PIC X(20) FROM WS-STU-NAME.
           03  LINE 8  COL 15  VALUE 'TERM      : '.
           03          COL 27  PIC 9999 FROM SAP-YEAR.
           03          COL 31  VALUE '/'.
           03          COL 32  PIC 99   FROM SAP-SEM.
           03          COL 38  VALUE 'EVALUATED: '.
           03          COL 49  PIC 9(8) FROM SAP-EVAL-DATE.
           03  LINE 9  COL 15  VALUE 'SAP STATUS: '.
           03          COL 27  PIC X(20) FROM WS-STATUS-DESC.
           03          COL 50  VALUE 'MISSED: '.
           03          COL 58  PIC X(3) FROM SAP-FAILED.
           03  LINE 10 COL 15  VALUE 'CUM GPA   : '.
           03          COL 27  PIC 9.99 FROM SAP-CUM-GPA.
           03          COL 38  VALUE 'COMPLETION %: '.
           03          COL 52  PIC ZZ9  FROM SAP-COMPLETE-PCT.
           03  LINE 11 COL 15  VALUE 'ATTEMPTED : '.
           03          COL 27  PIC ZZZ9 FROM SAP-HRS-ATTEMPT.
           03          COL 38  VALUE 'MAXIMUM HOURS: '.
           03          COL 53  PIC ZZZ9 FROM SAP-MAX-HRS.
           03  LINE 12 COL 15  VALUE 'APPEAL    : '.
           03          COL 27  PIC X(30) FROM SAP-APPEAL-COND.
       01  SCRN-ACTION.
           03  LINE 14 COL 15  VALUE 'A) GRANT APPEAL  X) DONE'.
           03          COL 41  PIC X TO WS-SEL AUTO.
       01  SCRN-COND.
           03  LINE 16 COL 15  VALUE 'CONDITIONS: '.
           03          COL 27  PIC X(30) TO WS-COND REQUIRED.
       01  SCRN-SAVE.
           03  LINE 18 COL 15  VALUE 'CONFIRM? (Y/N)'.
           03          COL 31  PIC X TO WS-SAVE.
       01  SCRN-ERR1.
           03  LINE 7  COL 15  VALUE
                   'NO SAP EVALUATION ON FILE FOR THIS STUDENT'.
       01  SCRN-NOT-SUSP.
           03  LINE 14 COL 15  VALUE
                   'ONLY A SUSPENDED STUDENT MAY BE GRANTED AN APPEAL'.
       01  SCRN-GRANTED.
           03  LINE 20 COL 15  VALUE 'APPEAL GRANTED - PROBATION'.
       01  SCRN-CONTINUE.
           03  LINE 22 COL 15  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 39  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'SAP-MAINT' TO WS-ERR-PGM.
           OPEN I-O SAP-HISTORY.
           MOVE 'SAP-HISTORY' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT STU-MST.
           MOVE 'STUDENT-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-KEY
               ACCEPT  SCRN-KEY
               PERFORM 100-READ-LATEST
               IF SAP-FOUND
                   PERFORM 150-SHOW-STATUS
                   IF SAP-SUSPENDED
                       PERFORM 200-ACTION
                   ELSE
                       DISPLAY SCRN-NOT-SUSP
                   END-IF
               ELSE
                   DISPLAY SCRN-ERR1
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE SAP-HISTORY.
           CLOSE STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE STUDENT'S CURRENT STATUS IS THE LAST TERM ON FILE
       100-READ-LATEST.
           MOVE 'N' TO WS-SAP-FOUND.
           MOVE WS-STU-ID TO SAP-STU-ID.
           MOVE ZERO      TO SAP-YEAR.
           MOVE ZERO      TO SAP-SEM.
           MOVE 'N' TO WS-EOF.
           START SAP-HISTORY KEY NOT LESS THAN SAP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ SAP-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SAP-STU-ID NOT = WS-STU-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE 'Y'     TO WS-SAP-FOUND
                           MOVE SAP-KEY TO WS-LAST-KEY
                       END-IF
               END-READ
           END-PERFORM.
           IF SAP-FOUND
               MOVE WS-LAST-KEY TO SAP-KEY
               READ SAP-HISTORY
                   INVALID KEY
                       MOVE 'N' TO WS-SAP-FOUND
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       150-SHOW-STATUS.
           MOVE SPACES TO WS-STU-NAME.
           MOVE WS-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-STU-NAME
           END-READ.
           EVALUATE TRUE
               WHEN SAP-MEETS
                   MOVE 'MEETS'               TO WS-STATUS-DESC
               WHEN SAP-WARNING
                   MOVE 'WARNING'             TO WS-STATUS-DESC
               WHEN SAP-SUSPENDED
                   MOVE 'SUSPENDED'           TO WS-STATUS-DESC
               WHEN SAP-PROBATION
                   MOVE 'PROBATION ON APPEAL' TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE SPACES                TO WS-STATUS-DESC
           END-EVALUATE.
           DISPLAY SCRN-STATUS.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'A'
               WHEN 'a'
                   PERFORM 300-GRANT-APPEAL
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-GRANT-APPEAL.
           MOVE SPACES TO WS-COND.
           DISPLAY SCRN-COND.
           ACCEPT  SCRN-COND.
           MOVE 'N' TO WS-SAVE.
           DISPLAY SCRN-SAVE.
           ACCEPT  SCRN-SAVE.
           IF NOT SAVE
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'P'             TO SAP-STATUS.
           MOVE WS-TODAY        TO SAP-APPEAL-DATE.
           MOVE SESSION-OPER-ID TO SAP-APPEAL-BY.
           MOVE WS-COND         TO SAP-APPEAL-COND.
           REWRITE SAP-REC.

           MOVE 'SAP-MAINT'  TO WS-AUD-PGM.
           MOVE SAP-STU-ID   TO WS-AUD-KEY.
           MOVE SPACES       TO WS-AUD-FIELD.
           STRING 'SAP '     DELIMITED BY SIZE
                  SAP-YEAR   DELIMITED BY SIZE
                  SAP-SEM    DELIMITED BY SIZE
                  INTO WS-AUD-FIELD.
           MOVE 'SUSPENDED'  TO WS-AUD-OLD.
           MOVE 'PROBATION ON APPEAL' TO WS-AUD-NEW.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
           DISPLAY SCRN-GRANTED.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

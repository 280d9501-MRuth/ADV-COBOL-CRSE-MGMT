       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVLD-MAINT.
      *-----------------------------------------------------------------
      *RECORDS CREDIT OVERLOAD APPROVALS - THE SIGNED EXCEPTION THAT
      *LETS ONE STUDENT REGISTER PAST THE TERM CREDIT MAXIMUM FOR
      *THEIR STANDING, UP TO THE MAXIMUM APPROVED. THE APPROVED
      *MAXIMUM MUST BE ABOVE THE STANDING MAXIMUM. RE-APPROVING A
      *TERM ALREADY ON FILE REPLACES THE EARLIER APPROVAL
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVLD-MASTER  ASSIGN        TO
                               '../FILES/OVLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS OVLD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CRED-LIMIT   ASSIGN        TO
                               '../FILES/CRED-LIMIT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRL-KEY
                               FILE STATUS   IS WS-CRL-STAT.
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
       COPY OVLD-MASTER-RECS.
       COPY CRED-LIMIT-RECS.
       COPY STU-MST-DEF.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-CRL-STAT         PIC 99.
           03  WS-CRL-AVAIL        PIC X   VALUE 'N'.
               88  CRL-AVAIL               VALUE 'Y'.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-STU-NAME         PIC X(20).
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-STD-MAX          PIC 99.
           03  WS-OVLD-MAX         PIC 99.
           03  WS-APPROVER         PIC X(20).
           03  WS-NO-CRN           PIC 9(4) VALUE ZERO.
           03  WS-CRED-LOAD        PIC 999.
           03  WS-CRED-MAX         PIC 99.
           03  WS-CRED-OVER        PIC X.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
       01  WS-DTL-LN.
           03  WS-STU-ID               PIC 9(7).
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
           03  LINE 3  COL 27  VALUE 'CREDIT OVERLOAD APPROVALS'.
       01  SCRN-DATA.
           03  SCRN-STU-ID.
               05  LINE 5  COL 25  VALUE   'STUDENT ID   : '.
               05          COL 42  PIC 9(7) TO WS-STU-ID
                                            AUTO REQUIRED.
           03  SCRN-STU-NAME.
               05  LINE 6  COL 25  VALUE   'STUDENT NAME : '.
               05          COL 42  PIC X(20) FROM WS-STU-NAME.
           03  SCRN-KEYS.
               05  LINE 8  COL 15  VALUE   'YEAR: '.
               05          COL 22  PIC ZZZ9 TO WS-YEAR
                                            AUTO REQUIRED FULL.
               05          COL 33  VALUE   'SEMESTER: '.
               05          COL 44  PIC Z9   TO WS-SEM
                                            AUTO REQUIRED.
       01  SCRN-LOAD.
           03  LINE 9  COL 15  VALUE 'STANDING: '.
           03          COL 25  PIC X     FROM STU-STANDING.
           03          COL 29  VALUE 'STANDING MAX: '.
           03          COL 43  PIC Z9    FROM WS-STD-MAX.
           03          COL 48  VALUE 'CURRENT LOAD: '.
           03          COL 62  PIC ZZ9   FROM WS-CRED-LOAD.
       01  SCRN-ACTION.
           03  LINE 10 COL 15  VALUE
                       'A) APPROVE  R) RELEASE OVERLOAD  X) DONE'.
           03          COL 57  PIC X TO WS-SEL AUTO.
       01  SCRN-APPROVAL.
           03  LINE 12 COL 15  VALUE 'APPROVED MAX: '.
           03          COL 29  PIC Z9    TO WS-OVLD-MAX
                                            AUTO REQUIRED.
           03          COL 34  VALUE 'APPROVED BY: '.
           03          COL 47  PIC X(20) TO WS-APPROVER
                                            REQUIRED.
       01  SCRN-ERR1.
           03  LINE 5  COL 30  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-ADDED.
           03  LINE 14 COL 15  VALUE 'OVERLOAD APPROVED'.
       01  SCRN-ADD-ERR.
           03  LINE 14 COL 15  VALUE
                       'APPROVED MAX MUST BE ABOVE THE STANDING MAX'.
       01  SCRN-NO-LIMIT.
           03  LINE 14 COL 15  VALUE
                       'NO CREDIT MAXIMUM APPLIES - NOTHING TO APPROVE'.
       01  SCRN-NO-APPROVER.
           03  LINE 14 COL 15  VALUE 'APPROVER MUST BE NAMED'.
       01  SCRN-RELEASED.
           03  LINE 14 COL 15  VALUE 'OVERLOAD RELEASED'.
       01  SCRN-REL-ERR.
           03  LINE 14 COL 15  VALUE 'NO OVERLOAD ON FILE'.
       01  SCRN-CONTINUE.
           03  LINE 16 COL 25  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 49  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'OVLD-MAINT' TO WS-ERR-PGM.
           OPEN I-O OVLD-MASTER.
           MOVE 'OVLD-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT STU-MST.
           MOVE 'STUDENT-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO WS-CRL-AVAIL.
           OPEN INPUT CRED-LIMIT.
           IF WS-CRL-STAT = ZERO
               MOVE 'Y' TO WS-CRL-AVAIL
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-STU-ID
               ACCEPT  SCRN-STU-ID

               MOVE WS-STU-ID TO STU-ID
               READ STU-MST
                   INVALID KEY
                       DISPLAY BLNK-SCRN
                       DISPLAY SCRN-ERR1
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-STU-NAME
                       STRING
                       STU-F-NAME DELIMITED BY SPACE
                       WS-SPACE   DELIMITED BY SIZE
                       STU-L-NAME DELIMITED BY SPACE
                       INTO WS-STU-NAME
                       DISPLAY SCRN-STU-NAME
                       DISPLAY SCRN-KEYS
                       ACCEPT  SCRN-KEYS
                       PERFORM 050-SHOW-LOAD
                       PERFORM 100-ACTION
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
               END-READ
           END-PERFORM.

           CLOSE OVLD-MASTER.
           CLOSE CRED-LIMIT.
           CLOSE STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE STANDING MAXIMUM IS THE STUDENT'S OWN STANDING ROW, ELSE
      *THE DEFAULT ROW; ZERO MEANS NO LIMIT
       050-SHOW-LOAD.
           MOVE 0 TO WS-STD-MAX.
           IF CRL-AVAIL
               MOVE STU-STANDING TO CRL-STANDING
               READ CRED-LIMIT
                   INVALID KEY
                       MOVE SPACE TO CRL-STANDING
                       READ CRED-LIMIT
                           INVALID KEY
                               MOVE 0 TO CRL-MAX-CREDITS
                       END-READ
               END-READ
               MOVE CRL-MAX-CREDITS TO WS-STD-MAX
           END-IF.
           CALL 'CRED-LOAD-CHECK' USING WS-STU-ID WS-YEAR WS-SEM
               WS-NO-CRN WS-NO-CRN
               WS-CRED-LOAD WS-CRED-MAX WS-CRED-OVER.
           DISPLAY SCRN-LOAD.
      *-----------------------------------------------------------------
       100-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'A'
               WHEN 'a'
                   PERFORM 200-APPROVE-OVERLOAD
               WHEN 'R'
               WHEN 'r'
                   PERFORM 300-RELEASE-OVERLOAD
           END-EVALUATE.
      *-----------------------------------------------------------------
       200-APPROVE-OVERLOAD.
           IF WS-STD-MAX = 0
               DISPLAY SCRN-NO-LIMIT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0      TO WS-OVLD-MAX.
           MOVE SPACES TO WS-APPROVER.
           DISPLAY SCRN-APPROVAL.
           ACCEPT  SCRN-APPROVAL.
           IF WS-OVLD-MAX NOT > WS-STD-MAX
               DISPLAY SCRN-ADD-ERR
               EXIT PARAGRAPH
           END-IF.
           IF WS-APPROVER = SPACES
               DISPLAY SCRN-NO-APPROVER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STU-ID       TO OVLD-STU-ID.
           MOVE WS-YEAR         TO OVLD-YEAR.
           MOVE WS-SEM          TO OVLD-SEM.
           READ OVLD-MASTER
               INVALID KEY
                   PERFORM 210-FILL-APPROVAL
                   WRITE OVLD-REC
               NOT INVALID KEY
                   PERFORM 210-FILL-APPROVAL
                   REWRITE OVLD-REC
           END-READ.
           DISPLAY SCRN-ADDED.
      *-----------------------------------------------------------------
       210-FILL-APPROVAL.
           MOVE WS-STU-ID       TO OVLD-STU-ID.
           MOVE WS-YEAR         TO OVLD-YEAR.
           MOVE WS-SEM          TO OVLD-SEM.
           MOVE WS-OVLD-MAX     TO OVLD-MAX-CREDITS.
           MOVE WS-APPROVER     TO OVLD-APPROVER.
           MOVE SESSION-OPER-ID TO OVLD-OPER.
           MOVE WS-TODAY        TO OVLD-DATE.
      *-----------------------------------------------------------------
       300-RELEASE-OVERLOAD.
           MOVE WS-STU-ID TO OVLD-STU-ID.
           MOVE WS-YEAR   TO OVLD-YEAR.
           MOVE WS-SEM    TO OVLD-SEM.
           READ OVLD-MASTER
               INVALID KEY
                   DISPLAY SCRN-REL-ERR
               NOT INVALID KEY
                   DELETE OVLD-MASTER RECORD
                   DISPLAY SCRN-RELEASED
           END-READ.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVNOTE-MAINT.
      *-----------------------------------------------------------------
      *ADVISING NOTES FOR ONE STUDENT - BROWSES THE STUDENT'S NOTES
      *OLDEST FIRST, THREE TO A PAGE, AND IN ADD MODE TAKES A NEW
      *DATED NOTE (TYPE, THREE LINES OF TEXT, CONFIDENTIAL FLAG)
      *SIGNED WITH THE OPERATOR ID AND THE ADVISOR'S INSTRUCTOR ID.
      *A CONFIDENTIAL NOTE IS SHOWN ONLY TO ITS AUTHOR, THE STUDENT'S
      *CURRENT ADVISOR, AND OPERATORS WITH THE CONFIDENTIAL NOTES
      *PERMISSION (SLOT 18); ANYONE ELSE SEES ONLY HOW MANY WERE
      *WITHHELD. WITH NO PERMISSION RECORD THE ADMIN ROLE APPLIES.
      *CALLED FROM THE ADVISEE ROSTER (ADD MODE) AND THE APPEAL
      *HEARING (BROWSE ONLY).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVNOTE-MASTER ASSIGN      TO
                               '../FILES/ADVNOTE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AN-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT PERM-MASTER  ASSIGN        TO
                               '../FILES/PERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS PERM-OPER-ID
                               FILE STATUS   IS WS-PERM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY ADVNOTE-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY PERM-MASTER-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-PERM-STAT        PIC 99.
           03  WS-SEL              PIC X.
           03  WS-DONE             PIC X.
               88  BROWSE-DONE             VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-STU-NAME         PIC X(20).
           03  WS-CONF-PERM        PIC X   VALUE 'N'.
               88  CONF-PERM               VALUE 'Y'.
           03  WS-VISIBLE          PIC X.
               88  NOTE-VISIBLE            VALUE 'Y'.
           03  WS-LINE             PIC 99.
           03  WS-IX               PIC 9.
           03  WS-PAGE-COUNT       PIC 9.
           03  WS-HIDDEN           PIC 999.
           03  WS-NOTE-COUNT       PIC 999.
           03  WS-TYPE-DESC        PIC X(12).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-NEW-TYPE         PIC X.
               88  NEW-TYPE-VALID          VALUE 'A' 'C' 'R' 'S' 'O'.
           03  WS-NEW-CONF         PIC X.
               88  NEW-CONF-VALID          VALUE 'Y' 'N'.
           03  WS-NEW-TEXT.
               05  WS-NEW-TEXT-LN  OCCURS 3 TIMES PIC X(60).
           03  WS-SAVE             PIC X.
               88  SAVE                    VALUE 'Y' 'y'.
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
           03  WS-ERR-STAT         PIC XX.
           03  WS-OPEN-FAIL        PIC X VALUE 'N'.
               88  OPEN-FAILED           VALUE 'Y'.
       LINKAGE SECTION.
       COPY WS-ADV-NOTES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 1  COL 31  VALUE 'ADVISING NOTES'.
       01  SCRN-STUDENT.
           03  LINE 3  COL 1   VALUE 'STUDENT: '.
           03          COL 10  PIC 9(7)  FROM WS-AN-STU-ID.
           03          COL 18  PIC X(20) FROM WS-STU-NAME.
           03          COL 42  VALUE 'ADVISOR: '.
           03          COL 51  PIC 9(4)  FROM STU-ADVISOR.
       01  SCRN-NOTE-HDR.
           03  LINE 5  COL 1   VALUE
               'DATE      TYPE         AUTHOR    ADVISOR'.
       01  SCRN-NOTE-LN.
           03  LINE WS-LINE COL 1  PIC 9(8)  FROM AN-DATE.
           03               COL 11 PIC X(12) FROM WS-TYPE-DESC.
           03               COL 24 PIC X(8)  FROM AN-AUTHOR.
           03               COL 34 PIC 9(4)  FROM AN-ADVISOR.
       01  SCRN-CONF-MARK.
           03  LINE WS-LINE COL 42 VALUE '*CONFIDENTIAL*'.
       01  SCRN-TEXT-LN.
           03  LINE WS-LINE COL 5  PIC X(60) FROM AN-TEXT-LN(WS-IX).
       01  SCRN-END.
           03  LINE 18 COL 1   VALUE '-- END OF NOTES --'.
       01  SCRN-NO-NOTES.
           03  LINE 18 COL 1   VALUE '-- NO ADVISING NOTES ON FILE --'.
       01  SCRN-HIDDEN.
           03  LINE 19 COL 1   PIC ZZ9 FROM WS-HIDDEN.
           03          COL 5   VALUE
               'CONFIDENTIAL NOTE(S) NOT SHOWN'.
       01  SCRN-ACTION-ADD.
           03  LINE 21 COL 1   VALUE
               'N) NEXT PAGE  T) TOP  A) ADD NOTE  X) DONE: '.
           03          COL 46  PIC X TO WS-SEL AUTO.
       01  SCRN-ACTION-BROWSE.
           03  LINE 21 COL 1   VALUE
               'N) NEXT PAGE  T) TOP  X) DONE: '.
           03          COL 33  PIC X TO WS-SEL AUTO.
       01  SCRN-NEW-NOTE.
           03  LINE 5  COL 1   VALUE 'NEW NOTE'.
           03  LINE 7  COL 1   VALUE
               'TYPE - A)CADEMIC C)AREER R)EGISTRATION S)TANDING '.
           03          COL 51  VALUE 'O)THER: '.
           03          COL 59  PIC X USING WS-NEW-TYPE AUTO.
           03  LINE 8  COL 1   VALUE 'CONFIDENTIAL (Y/N): '.
           03          COL 21  PIC X USING WS-NEW-CONF AUTO.
           03  LINE 10 COL 1   VALUE 'TEXT: '.
           03          COL 7   PIC X(60) USING WS-NEW-TEXT-LN(1).
           03  LINE 11 COL 7   PIC X(60) USING WS-NEW-TEXT-LN(2).
           03  LINE 12 COL 7   PIC X(60) USING WS-NEW-TEXT-LN(3).
       01  SCRN-NOTE-ERR.
           03  LINE 14 COL 1   VALUE
               'TYPE MUST BE A C R S OR O, CONFIDENTIAL Y OR N, AND '.
           03          COL 53  VALUE 'TEXT IS REQUIRED'.
       01  SCRN-SAVE.
           03  LINE 16 COL 1   VALUE 'SAVE NOTE (Y/N): '.
           03          COL 18  PIC X TO WS-SAVE AUTO.
       01  SCRN-ERR1.
           03  LINE 5  COL 1   VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-CONTINUE.
           03  LINE 21 COL 1   VALUE 'PRESS ENTER TO CONTINUE'.
           03          COL 25  PIC X TO WS-RESP.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-ADV-NOTES.
       000-MAIN.
           MOVE 'ADVNOTE-MAINT' TO WS-ERR-PGM.
           OPEN I-O ADVNOTE-MASTER.
           MOVE 'ADVNOTE-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT STU-MST.
           MOVE 'STUDENT-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               CLOSE ADVNOTE-MASTER
               CLOSE STU-MST
               EXIT PROGRAM
           END-IF.
           PERFORM 050-CHECK-CONF-PERM.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE WS-AN-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   DISPLAY BLNK-SCRN
                   DISPLAY SCRN-TITLE
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
                   PERFORM 100-BROWSE
           END-READ.

           CLOSE ADVNOTE-MASTER.
           CLOSE STU-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *AN OPERATOR WITH A MATRIX RECORD IS GOVERNED BY SLOT 18 -
      *OTHERWISE ONLY THE ADMIN ROLE SEES OTHER PEOPLE'S CONFIDENTIAL
      *NOTES
       050-CHECK-CONF-PERM.
           MOVE 'N' TO WS-CONF-PERM.
           OPEN INPUT PERM-MASTER.
           IF WS-PERM-STAT = ZERO
               MOVE SESSION-OPER-ID TO PERM-OPER-ID
               READ PERM-MASTER
                   INVALID KEY
                       IF SESSION-IS-ADMIN
                           MOVE 'Y' TO WS-CONF-PERM
                       END-IF
                   NOT INVALID KEY
                       IF PERM-FLAG(18) = 'Y'
                           MOVE 'Y' TO WS-CONF-PERM
                       END-IF
               END-READ
           ELSE
               IF SESSION-IS-ADMIN
                   MOVE 'Y' TO WS-CONF-PERM
               END-IF
           END-IF.
           CLOSE PERM-MASTER.
      *-----------------------------------------------------------------
       100-BROWSE.
           PERFORM 150-START-NOTES.
           MOVE 'N' TO WS-DONE.
           PERFORM UNTIL BROWSE-DONE
               PERFORM 200-SHOW-PAGE
               MOVE SPACE TO WS-SEL
               IF AN-MODE-ADD
                   DISPLAY SCRN-ACTION-ADD
                   ACCEPT  SCRN-ACTION-ADD
               ELSE
                   DISPLAY SCRN-ACTION-BROWSE
                   ACCEPT  SCRN-ACTION-BROWSE
               END-IF
               EVALUATE WS-SEL
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'Y' TO WS-DONE
                   WHEN 'T'
                   WHEN 't'
                       PERFORM 150-START-NOTES
                   WHEN 'A'
                   WHEN 'a'
                       IF AN-MODE-ADD
                           PERFORM 400-ADD-NOTE
                       END-IF
                       PERFORM 150-START-NOTES
                   WHEN OTHER
      *AT THE END OF THE NOTES THE NEXT PAGE STARTS OVER AT THE TOP
                       IF EOF
                           PERFORM 150-START-NOTES
                       END-IF
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       150-START-NOTES.
           MOVE 0 TO WS-HIDDEN.
           MOVE 0 TO WS-NOTE-COUNT.
           MOVE WS-AN-STU-ID TO AN-STU-ID.
           MOVE ZERO         TO AN-DATE.
           MOVE ZERO         TO AN-TIME.
           MOVE 'N' TO WS-EOF.
           START ADVNOTE-MASTER KEY NOT LESS THAN AN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
      *-----------------------------------------------------------------
       200-SHOW-PAGE.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-STUDENT.
           DISPLAY SCRN-NOTE-HDR.
           MOVE 6 TO WS-LINE.
           MOVE 0 TO WS-PAGE-COUNT.
           PERFORM UNTIL EOF OR WS-PAGE-COUNT = 3
               READ ADVNOTE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AN-STU-ID NOT = WS-AN-STU-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 250-CHECK-VISIBLE
                           IF NOTE-VISIBLE
                               PERFORM 300-SHOW-NOTE
                           ELSE
                               ADD 1 TO WS-HIDDEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF EOF
               IF WS-NOTE-COUNT = 0 AND WS-HIDDEN = 0
                   DISPLAY SCRN-NO-NOTES
               ELSE
                   DISPLAY SCRN-END
               END-IF
               IF WS-HIDDEN > 0
                   DISPLAY SCRN-HIDDEN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       250-CHECK-VISIBLE.
           MOVE 'Y' TO WS-VISIBLE.
           IF NOT AN-CONFIDENTIAL
               EXIT PARAGRAPH
           END-IF.
           IF AN-AUTHOR = SESSION-OPER-ID
               EXIT PARAGRAPH
           END-IF.
           IF WS-AN-ADVISOR NOT = ZERO
               AND WS-AN-ADVISOR = STU-ADVISOR
               EXIT PARAGRAPH
           END-IF.
           IF CONF-PERM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-VISIBLE.
      *-----------------------------------------------------------------
       300-SHOW-NOTE.
           ADD 1 TO WS-PAGE-COUNT.
           ADD 1 TO WS-NOTE-COUNT.
           EVALUATE AN-TYPE
               WHEN 'A' MOVE 'ACADEMIC'     TO WS-TYPE-DESC
               WHEN 'C' MOVE 'CAREER'       TO WS-TYPE-DESC
               WHEN 'R' MOVE 'REGISTRATION' TO WS-TYPE-DESC
               WHEN 'S' MOVE 'STANDING'     TO WS-TYPE-DESC
               WHEN OTHER MOVE 'OTHER'      TO WS-TYPE-DESC
           END-EVALUATE.
           DISPLAY SCRN-NOTE-LN.
           IF AN-CONFIDENTIAL
               DISPLAY SCRN-CONF-MARK
           END-IF.
           ADD 1 TO WS-LINE.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3
               IF AN-TEXT-LN(WS-IX) NOT = SPACES
                   DISPLAY SCRN-TEXT-LN
                   ADD 1 TO WS-LINE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       400-ADD-NOTE.
           MOVE 'A'    TO WS-NEW-TYPE.
           MOVE 'N'    TO WS-NEW-CONF.
           MOVE SPACES TO WS-NEW-TEXT.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-STUDENT.
           MOVE SPACE TO WS-SAVE.
           PERFORM UNTIL NEW-TYPE-VALID AND NEW-CONF-VALID
                   AND WS-NEW-TEXT NOT = SPACES
               DISPLAY SCRN-NEW-NOTE
               ACCEPT  SCRN-NEW-NOTE
               MOVE FUNCTION UPPER-CASE(WS-NEW-TYPE) TO WS-NEW-TYPE
               MOVE FUNCTION UPPER-CASE(WS-NEW-CONF) TO WS-NEW-CONF
               IF NOT NEW-TYPE-VALID OR NOT NEW-CONF-VALID
                   OR WS-NEW-TEXT = SPACES
                   DISPLAY SCRN-NOTE-ERR
               END-IF
           END-PERFORM.
           DISPLAY SCRN-SAVE.
           ACCEPT  SCRN-SAVE.
           IF NOT SAVE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TIME FROM TIME.
           MOVE SPACES          TO AN-REC.
           MOVE WS-AN-STU-ID    TO AN-STU-ID.
           MOVE WS-TODAY        TO AN-DATE.
           MOVE WS-TIME         TO AN-TIME.
           MOVE WS-NEW-TYPE     TO AN-TYPE.
           MOVE SESSION-OPER-ID TO AN-AUTHOR.
           MOVE WS-AN-ADVISOR   TO AN-ADVISOR.
           MOVE WS-NEW-CONF     TO AN-CONF.
           MOVE WS-NEW-TEXT     TO AN-TEXT.
      *TWO NOTES IN THE SAME SECOND TAKE THE NEXT FREE SECOND
           MOVE '22' TO WS-STAT.
           PERFORM UNTIL WS-STAT NOT = '22'
               WRITE AN-REC
                   INVALID KEY
                       ADD 1 TO AN-TIME
               END-WRITE
           END-PERFORM.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

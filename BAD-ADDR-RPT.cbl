       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-ADDR-RPT.
      *-----------------------------------------------------------------
      *MONTHLY BAD-ADDRESS REPORT FOR THE REGISTRAR. PART 1 LISTS
      *EVERY ADDRESS STILL MARKED RETURNED, IN STUDENT ORDER, WITH
      *THE DATE MAIL CAME BACK AND WHETHER THE STUDENT HAS ANY GOOD
      *ADDRESS LEFT - THOSE WITH NONE ARE THE ONES TO CHASE FIRST.
      *RETURNS RECORDED IN THE REPORT MONTH ARE MARKED NEW. A RETURN
      *AGAINST THE STUDENT MASTER ADDRESS IS LEFT OUT ONCE THAT
      *ADDRESS HAS BEEN CHANGED. PART 2 LISTS THE LETTERS AND LABELS
      *THE MAILING RUNS HELD BACK IN THE REPORT MONTH FOR WANT OF A
      *GOOD ADDRESS (NO-GOOD-ADDRESS.TXT).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STU-STAT.
           SELECT NO-ADDR-LIST ASSIGN        TO
                               '../FILES/NO-GOOD-ADDRESS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-NA-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/BAD-ADDRESS-RPT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY ADDR-MASTER-RECS.
       COPY STU-MST-DEF.
       FD  NO-ADDR-LIST.
       01  NO-ADDR-REC.
           03  NA-DATE             PIC 9(8).
           03  FILLER              PIC X.
           03  NA-SOURCE           PIC X(8).
           03  FILLER              PIC X.
           03  NA-STU-ID           PIC 9(7).
           03  FILLER              PIC X.
           03  NA-NAME             PIC X(31).
           03  FILLER              PIC X.
           03  NA-REASON           PIC X(20).
           03  FILLER              PIC X(2).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-STU-STAT         PIC 99.
           03  WS-NA-STAT          PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-MONTH-IN         PIC 9(6).
           03  WS-RPT-MONTH        PIC 9(6).
           03  WS-STU-FOUND        PIC X.
               88  STU-FOUND               VALUE 'Y'.
           03  WS-GOOD-LEFT        PIC X.
               88  GOOD-LEFT               VALUE 'Y'.
           03  WS-SAVE-KEY         PIC X(8).
           03  WS-TYPE-IX          PIC 9.
           03  WS-TYPE-LIST        PIC X(3) VALUE 'MPF'.
           03  WS-STU-NAME         PIC X(31).
       01  WS-COUNTS.
           03  WS-RETURNED-COUNT   PIC 9(6) VALUE 0.
           03  WS-NEW-COUNT        PIC 9(6) VALUE 0.
           03  WS-NONE-LEFT-COUNT  PIC 9(6) VALUE 0.
           03  WS-HELD-COUNT       PIC 9(6) VALUE 0.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'BAD-ADDR-RPT'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-TITLE-LN.
           03  FILLER              PIC X(30) VALUE
                                   'BAD ADDRESS REPORT  MONTH '.
           03  WS-TL-MONTH         PIC 9(6).
           03  FILLER              PIC X(8)  VALUE '  RUN '.
           03  WS-TL-DATE          PIC 9(8).
       01  WS-PART1-LN             PIC X(60) VALUE
               'PART 1 - ADDRESSES MARKED RETURNED'.
       01  WS-HDR1-LN.
           03  FILLER              PIC X(9)  VALUE 'ID'.
           03  FILLER              PIC X(32) VALUE 'NAME'.
           03  FILLER              PIC X(3)  VALUE 'ST'.
           03  FILLER              PIC X(5)  VALUE 'TYPE'.
           03  FILLER              PIC X(27) VALUE 'STREET'.
           03  FILLER              PIC X(10) VALUE 'RETURNED'.
           03  FILLER              PIC X(4)  VALUE 'NEW'.
           03  FILLER              PIC X(8)  VALUE 'GOOD ADR'.
       01  WS-DTL1-LN.
           03  WS-D1-ID            PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D1-NAME          PIC X(31).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D1-STATUS        PIC X.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D1-TYPE          PIC X.
           03  FILLER              PIC X(4) VALUE SPACES.
           03  WS-D1-STREET        PIC X(25).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D1-DATE          PIC 9(8).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D1-NEW           PIC X(3).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D1-GOOD          PIC X(4).
       01  WS-PART2-LN             PIC X(60) VALUE
               'PART 2 - MAIL HELD FOR NO GOOD ADDRESS THIS MONTH'.
       01  WS-HDR2-LN.
           03  FILLER              PIC X(10) VALUE 'DATE'.
           03  FILLER              PIC X(10) VALUE 'RUN'.
           03  FILLER              PIC X(9)  VALUE 'ID'.
           03  FILLER              PIC X(32) VALUE 'NAME'.
           03  FILLER              PIC X(20) VALUE 'REASON'.
       01  WS-DTL2-LN.
           03  WS-D2-DATE          PIC 9(8).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D2-SOURCE        PIC X(8).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D2-ID            PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D2-NAME          PIC X(31).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D2-REASON        PIC X(20).
       01  WS-TOT-LN.
           03  WS-T-LABEL          PIC X(36).
           03  WS-T-COUNT          PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           DISPLAY 'BAD ADDRESS REPORT'.
           DISPLAY 'REPORT MONTH (CCYYMM, 0 = THIS MONTH): '
               WITH NO ADVANCING.
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN = ZERO
               MOVE WS-TODAY(1:6) TO WS-RPT-MONTH
           ELSE
               MOVE WS-MONTH-IN   TO WS-RPT-MONTH
           END-IF.

           OPEN INPUT ADDR-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'ADDR-MASTER.DAT CANNOT BE OPENED - NO RUN'
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT STU-MST.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-RPT-MONTH TO WS-TL-MONTH.
           MOVE WS-TODAY     TO WS-TL-DATE.
           WRITE PRINT-REC FROM WS-TITLE-LN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-PART1-LN.
           WRITE PRINT-REC FROM WS-HDR1-LN.

           MOVE LOW-VALUES TO AD-KEY.
           START ADDR-MASTER KEY NOT LESS THAN AD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ADDR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AD-RETURNED-DATE NUMERIC
                           AND AD-RETURNED-DATE NOT = ZERO
                           PERFORM 100-ONE-RETURNED
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-PART2-LN.
           WRITE PRINT-REC FROM WS-HDR2-LN.
           PERFORM 300-LIST-HELD-MAIL.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'ADDRESSES MARKED RETURNED' TO WS-T-LABEL.
           MOVE WS-RETURNED-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'RETURNED THIS MONTH' TO WS-T-LABEL.
           MOVE WS-NEW-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'RETURNS WITH NO GOOD ADDRESS LEFT' TO WS-T-LABEL.
           MOVE WS-NONE-LEFT-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'MAIL HELD THIS MONTH' TO WS-T-LABEL.
           MOVE WS-HELD-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.

           CLOSE ADDR-MASTER.
           CLOSE STU-MST.
           CLOSE PRINT-FILE.

           MOVE '../FILES/BAD-ADDRESS-RPT.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'BAD-ADDR-RPT COMPLETE'.
           DISPLAY 'MARKED RETURNED : ' WS-RETURNED-COUNT.
           DISPLAY 'NO GOOD ADDRESS : ' WS-NONE-LEFT-COUNT.
           DISPLAY 'MAIL HELD       : ' WS-HELD-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-ONE-RETURNED.
           MOVE SPACES TO WS-STU-NAME.
           MOVE SPACE  TO WS-D1-STATUS.
           MOVE AD-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'N' TO WS-STU-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STU-FOUND
                   STRING STU-F-NAME DELIMITED BY '  '
                          ' '        DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY '  '
                          INTO WS-STU-NAME
                   MOVE STU-STATUS TO WS-D1-STATUS
           END-READ.
           IF AD-STU-MASTER
               IF NOT STU-FOUND
                   OR AD-STREET NOT = STU-STREET
                   OR AD-ZIP    NOT = STU-ZIP
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WS-RETURNED-COUNT.
           MOVE AD-STU-ID        TO WS-D1-ID.
           MOVE WS-STU-NAME      TO WS-D1-NAME.
           MOVE AD-TYPE          TO WS-D1-TYPE.
           MOVE AD-STREET        TO WS-D1-STREET.
           MOVE AD-RETURNED-DATE TO WS-D1-DATE.
           IF AD-RETURNED-DATE(1:6) = WS-RPT-MONTH
               MOVE 'NEW' TO WS-D1-NEW
               ADD 1 TO WS-NEW-COUNT
           ELSE
               MOVE SPACES TO WS-D1-NEW
           END-IF.

           MOVE AD-KEY TO WS-SAVE-KEY.
           PERFORM 200-CHECK-GOOD-LEFT.
           MOVE WS-SAVE-KEY TO AD-KEY.
           START ADDR-MASTER KEY GREATER THAN AD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           IF GOOD-LEFT
               MOVE 'YES' TO WS-D1-GOOD
           ELSE
               MOVE 'NONE' TO WS-D1-GOOD
               ADD 1 TO WS-NONE-LEFT-COUNT
           END-IF.
           WRITE PRINT-REC FROM WS-DTL1-LN.
      *-----------------------------------------------------------------
      *A GOOD ADDRESS IS A CURRENT, UNRETURNED ADDRESS-FILE ROW OR A
      *STUDENT MASTER ADDRESS WITH NO RETURN STANDING AGAINST IT
       200-CHECK-GOOD-LEFT.
           MOVE 'N' TO WS-GOOD-LEFT.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 3 OR GOOD-LEFT
               MOVE WS-SAVE-KEY(1:7) TO AD-STU-ID
               MOVE WS-TYPE-LIST(WS-TYPE-IX:1) TO AD-TYPE
               READ ADDR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN AD-END-DATE NUMERIC
                               AND AD-END-DATE NOT = ZERO
                               AND AD-END-DATE < WS-TODAY
                               CONTINUE
                           WHEN AD-RETURNED-DATE NUMERIC
                               AND AD-RETURNED-DATE NOT = ZERO
                               CONTINUE
                           WHEN OTHER
                               MOVE 'Y' TO WS-GOOD-LEFT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF GOOD-LEFT OR NOT STU-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF STU-STREET = SPACES AND STU-ZIP = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-GOOD-LEFT.
           MOVE WS-SAVE-KEY(1:7) TO AD-STU-ID.
           MOVE 'S' TO AD-TYPE.
           READ ADDR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AD-RETURNED-DATE NUMERIC
                       AND AD-RETURNED-DATE NOT = ZERO
                       AND AD-STREET = STU-STREET
                       AND AD-ZIP    = STU-ZIP
                       MOVE 'N' TO WS-GOOD-LEFT
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       300-LIST-HELD-MAIL.
           OPEN INPUT NO-ADDR-LIST.
           IF WS-NA-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ NO-ADDR-LIST
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NA-DATE(1:6) = WS-RPT-MONTH
                           ADD 1 TO WS-HELD-COUNT
                           MOVE NA-DATE   TO WS-D2-DATE
                           MOVE NA-SOURCE TO WS-D2-SOURCE
                           MOVE NA-STU-ID TO WS-D2-ID
                           MOVE NA-NAME   TO WS-D2-NAME
                           MOVE NA-REASON TO WS-D2-REASON
                           WRITE PRINT-REC FROM WS-DTL2-LN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NO-ADDR-LIST.

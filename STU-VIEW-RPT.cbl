       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-VIEW-RPT.
      *-----------------------------------------------------------------
      *STUDENT RECORD VIEW REPORT FOR PRIVACY AUDITS. READS THE VIEW
      *LOG WRITTEN BY STU-VIEW-LOG AND LISTS IT EITHER BY STUDENT
      *(WHO LOOKED AT EACH STUDENT) OR BY OPERATOR (WHICH STUDENTS
      *EACH OPERATOR LOOKED AT), WITH A COUNT UNDER EACH GROUP.
      *OPTIONAL FILTERS ON STUDENT, OPERATOR AND DATE RANGE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEW-LOG     ASSIGN        TO
                               '../FILES/STUDENT-VIEW-LOG.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN        TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS STU-ID
                               FILE STATUS   IS WS-STU-STAT.
           SELECT SORT-WORK    ASSIGN TO 'SORTWORK.TXT'.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/STUDENT-VIEW-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-VIEW-RECS.
       COPY STU-MST-DEF.
       SD  SORT-WORK.
       01  SRT-REC.
           03  SRT-GROUP           PIC X(8).
           03  SRT-DATE            PIC 9(8).
           03  SRT-TIME            PIC X(8).
           03  SRT-OPER            PIC X(8).
           03  SRT-PGM             PIC X(15).
           03  SRT-STU-ID          PIC 9(7).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-STU-STAT         PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SRT-EOF          PIC X   VALUE 'N'.
               88  SRT-EOF                 VALUE 'Y'.
           03  WS-LOG-OPEN         PIC X   VALUE 'N'.
               88  LOG-OPEN                VALUE 'Y'.
           03  WS-STU-OPEN         PIC X   VALUE 'N'.
               88  STU-OPEN                VALUE 'Y'.
           03  WS-ORDER            PIC X   VALUE 'S'.
               88  BY-STUDENT              VALUE 'S'.
               88  BY-OPERATOR             VALUE 'O'.
           03  WS-STU-FILTER       PIC 9(7).
           03  WS-OPER-FILTER      PIC X(8).
           03  WS-FROM-DATE        PIC 9(8).
           03  WS-TO-DATE          PIC 9(8).
           03  WS-ENTRY-DATE       PIC 9(8).
           03  WS-PREV-GROUP       PIC X(8).
           03  WS-GROUP-COUNT      PIC 9(5) VALUE 0.
           03  WS-GROUPS           PIC 9(5) VALUE 0.
           03  WS-READ-COUNT       PIC 9(7) VALUE 0.
           03  WS-MATCH-COUNT      PIC 9(7) VALUE 0.
           03  WS-SPACE            PIC X   VALUE SPACE.
           03  WS-STU-NAME         PIC X(31).
       01  WS-DTL-LN.
           03  FILLER              PIC X(4) VALUE SPACES.
           03  WS-D-DATE           PIC 9999/99/99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WS-D-TIME           PIC X(8).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WS-D-WHO            PIC X(8).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  WS-D-PGM            PIC X(15).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'STU-VIEW-RPT'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/STUDENT-VIEW-REPORT.TXT'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 1  COL 25  VALUE 'STUDENT RECORD VIEW REPORT'.
       01  SCRN-FILTERS.
           03  LINE 3  COL 1   VALUE 'BY STUDENT/OPERATOR (S/O): '.
           03          COL 29  PIC X TO WS-ORDER AUTO.
           03  LINE 4  COL 1   VALUE 'STUDENT ID (0=ALL)  : '.
           03          COL 24  PIC 9(7) TO WS-STU-FILTER
                                        AUTO REQUIRED.
           03  LINE 5  COL 1   VALUE 'OPERATOR (BLANK=ALL): '.
           03          COL 24  PIC X(8) TO WS-OPER-FILTER AUTO.
           03  LINE 6  COL 1   VALUE 'FROM DATE CCYYMMDD (0=ALL): '.
           03          COL 30  PIC 9(8) TO WS-FROM-DATE
                                        AUTO REQUIRED.
           03          COL 42  VALUE 'TO DATE (0=ALL): '.
           03          COL 60  PIC 9(8) TO WS-TO-DATE
                                        AUTO REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-FILTERS.
           ACCEPT  SCRN-FILTERS.
           MOVE FUNCTION UPPER-CASE(WS-ORDER) TO WS-ORDER.
           IF NOT BY-OPERATOR
               MOVE 'S' TO WS-ORDER
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-OPER-FILTER)
               TO WS-OPER-FILTER.

           OPEN INPUT STU-MST.
           IF WS-STU-STAT = ZERO
               MOVE 'Y' TO WS-STU-OPEN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 050-HEADING.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-GROUP
               ON ASCENDING KEY SRT-DATE
               ON ASCENDING KEY SRT-TIME
               INPUT  PROCEDURE 100-SELECT-VIEWS
               OUTPUT PROCEDURE 500-WRITE-VIEWS.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'LOG ENTRIES READ: ' DELIMITED BY SIZE
                  WS-READ-COUNT        DELIMITED BY SIZE
                  '  LISTED: '         DELIMITED BY SIZE
                  WS-MATCH-COUNT       DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.

           IF STU-OPEN
               CLOSE STU-MST
           END-IF.
           CLOSE PRINT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY ' '.
           DISPLAY 'LOG ENTRIES READ: ' WS-READ-COUNT.
           DISPLAY 'ENTRIES LISTED  : ' WS-MATCH-COUNT.
           IF BY-STUDENT
               DISPLAY 'STUDENTS        : ' WS-GROUPS
           ELSE
               DISPLAY 'OPERATORS       : ' WS-GROUPS
           END-IF.
           DISPLAY 'REPORT: ../FILES/STUDENT-VIEW-REPORT.TXT'.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU'.
           ACCEPT WS-RESP.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-HEADING.
           MOVE 'STUDENT RECORD VIEW REPORT' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           IF BY-STUDENT
               MOVE 'BY STUDENT' TO PRINT-REC
           ELSE
               MOVE 'BY OPERATOR' TO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'STUDENT: '     DELIMITED BY SIZE
                  WS-STU-FILTER   DELIMITED BY SIZE
                  '  OPERATOR: '  DELIMITED BY SIZE
                  WS-OPER-FILTER  DELIMITED BY SIZE
                  '  FROM: '      DELIMITED BY SIZE
                  WS-FROM-DATE    DELIMITED BY SIZE
                  '  TO: '        DELIMITED BY SIZE
                  WS-TO-DATE      DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       100-SELECT-VIEWS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VIEW-LOG.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-LOG-OPEN
           ELSE
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ VIEW-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 150-CHECK-ENTRY
               END-READ
           END-PERFORM.
           IF LOG-OPEN
               CLOSE VIEW-LOG
           END-IF.
      *-----------------------------------------------------------------
       150-CHECK-ENTRY.
           IF WS-STU-FILTER NOT = ZERO
               AND VIEW-STU-ID NOT = WS-STU-FILTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPER-FILTER NOT = SPACES
               AND VIEW-OPER NOT = WS-OPER-FILTER
               EXIT PARAGRAPH
           END-IF.
           IF VIEW-DATE-MM NUMERIC AND VIEW-DATE-DD NUMERIC
               AND VIEW-DATE-YY NUMERIC
               COMPUTE WS-ENTRY-DATE =
                   20000000
                   + (FUNCTION NUMVAL(VIEW-DATE-YY) * 10000)
                   + (FUNCTION NUMVAL(VIEW-DATE-MM) * 100)
                   + FUNCTION NUMVAL(VIEW-DATE-DD)
           ELSE
               MOVE 0 TO WS-ENTRY-DATE
           END-IF.
           IF WS-FROM-DATE NOT = ZERO AND WS-ENTRY-DATE < WS-FROM-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TO-DATE NOT = ZERO AND WS-ENTRY-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.

           IF BY-STUDENT
               MOVE VIEW-STU-ID TO SRT-GROUP
           ELSE
               MOVE VIEW-OPER   TO SRT-GROUP
           END-IF.
           MOVE WS-ENTRY-DATE TO SRT-DATE.
           MOVE VIEW-TIME   TO SRT-TIME.
           MOVE VIEW-OPER   TO SRT-OPER.
           MOVE VIEW-PGM    TO SRT-PGM.
           MOVE VIEW-STU-ID TO SRT-STU-ID.
           RELEASE SRT-REC.
      *-----------------------------------------------------------------
       500-WRITE-VIEWS.
           MOVE 'N' TO WS-SRT-EOF.
           MOVE HIGH-VALUES TO WS-PREV-GROUP.
           PERFORM UNTIL SRT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF
                   NOT AT END
                       PERFORM 550-ONE-VIEW
               END-RETURN
           END-PERFORM.
           IF WS-PREV-GROUP NOT = HIGH-VALUES
               PERFORM 580-GROUP-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       550-ONE-VIEW.
           IF SRT-GROUP NOT = WS-PREV-GROUP
               IF WS-PREV-GROUP NOT = HIGH-VALUES
                   PERFORM 580-GROUP-TOTAL
               END-IF
               MOVE SRT-GROUP TO WS-PREV-GROUP
               PERFORM 560-GROUP-HEADING
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE SRT-DATE TO WS-D-DATE.
           MOVE SRT-TIME TO WS-D-TIME.
           IF BY-STUDENT
               MOVE SRT-OPER   TO WS-D-WHO
           ELSE
               MOVE SRT-STU-ID TO WS-D-WHO
           END-IF.
           MOVE SRT-PGM  TO WS-D-PGM.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       560-GROUP-HEADING.
           ADD 1 TO WS-GROUPS.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE SPACES TO PRINT-REC.
           IF BY-STUDENT
               PERFORM 570-STUDENT-NAME
               STRING 'STUDENT '  DELIMITED BY SIZE
                      SRT-STU-ID  DELIMITED BY SIZE
                      '  '        DELIMITED BY SIZE
                      WS-STU-NAME DELIMITED BY SIZE
                      INTO PRINT-REC
           ELSE
               STRING 'OPERATOR ' DELIMITED BY SIZE
                      SRT-OPER    DELIMITED BY SIZE
                      INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       570-STUDENT-NAME.
           MOVE SPACES TO WS-STU-NAME.
           IF NOT STU-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SRT-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO WS-STU-NAME
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-STU-NAME
           END-READ.
      *-----------------------------------------------------------------
       580-GROUP-TOTAL.
           MOVE SPACES TO PRINT-REC.
           STRING '    VIEWS: '   DELIMITED BY SIZE
                  WS-GROUP-COUNT DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------

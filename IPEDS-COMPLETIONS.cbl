       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPEDS-COMPLETIONS.
      *-----------------------------------------------------------------
      *IPEDS COMPLETIONS SURVEY FROM THE GRADUATION MASTER. EVERY
      *DEGREE CONFERRED IN THE IPEDS REPORTING YEAR (JULY 1 THROUGH
      *JUNE 30) IS COUNTED ONCE, BY PROGRAM (MAJOR CODE), INTO A
      *RACE/ETHNICITY BY SEX GRID, WITH A GRID FOR ALL PROGRAMS
      *COMBINED. A GRADUATE WITH NO DEMOGRAPHICS RECORD IS COUNTED AS
      *UNKNOWN AND LISTED FOR FOLLOW UP - EXCEPT PRIVACY-FLAGGED
      *STUDENTS, WHO ARE COUNTED BUT NEVER LISTED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAD-MASTER  ASSIGN        TO
                               '../FILES/GRAD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS GRAD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT DEMO-MASTER  ASSIGN        TO
                               '../FILES/DEMO-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DEMO-KEY
                               FILE STATUS   IS WS-DEMO-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STU-STAT.
           SELECT MAJOR-MASTER ASSIGN        TO
                               '../FILES/MAJOR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MAJOR-CODE
                               FILE STATUS   IS WS-MAJOR-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/IPEDS-COMPLETIONS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY GRAD-MASTER-RECS.
       COPY DEMO-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY MAJOR-MASTER-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-DEMO-STAT        PIC 99.
           03  WS-STU-STAT         PIC 99.
           03  WS-MAJOR-STAT       PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-FROM-DATE        PIC 9(8).
           03  WS-THRU-DATE        PIC 9(8).
           03  WS-DEMO-FOUND       PIC X.
               88  DEMO-FOUND              VALUE 'Y'.
           03  WS-PRIVATE          PIC X.
               88  PRIVATE                 VALUE 'Y'.
           03  WS-PGM-IX           PIC 99.
           03  WS-RACE             PIC 99.
           03  WS-SEX              PIC 9.
           03  WS-PX               PIC 99.
           03  WS-RX               PIC 99.
           03  WS-SX               PIC 9.
           03  WS-IX               PIC 999.
           03  WS-ROW-TOT          PIC 9(6).
           03  WS-AWARDS           PIC 9(6) VALUE 0.
           03  WS-MISSING          PIC 9(6) VALUE 0.
           03  WS-SUPPRESSED       PIC 9(6) VALUE 0.
           03  WS-OVERFLOW         PIC 9(6) VALUE 0.
           03  WS-SPACE            PIC X VALUE SPACE.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'IPEDS-COMPLETIO'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/IPEDS-COMPLETIONS.TXT'.
      *IPEDS RACE/ETHNICITY ORDER - THE CODE TABLE AND ITS ROW LABELS
       01  WS-RACE-CODES           PIC X(9) VALUE 'NHIABPWTU'.
       01  WS-RACE-CODE-TBL REDEFINES WS-RACE-CODES.
           03  WS-RACE-CODE        PIC X OCCURS 9 TIMES.
       01  WS-RACE-NAMES.
           03  FILLER              PIC X(26)
                                   VALUE 'NONRESIDENT ALIEN'.
           03  FILLER              PIC X(26)
                                   VALUE 'HISPANIC/LATINO'.
           03  FILLER              PIC X(26)
                                   VALUE 'AMER INDIAN/ALASKA NATIVE'.
           03  FILLER              PIC X(26)
                                   VALUE 'ASIAN'.
           03  FILLER              PIC X(26)
                                   VALUE 'BLACK/AFRICAN AMERICAN'.
           03  FILLER              PIC X(26)
                                   VALUE 'NATIVE HAWAIIAN/PAC ISL'.
           03  FILLER              PIC X(26)
                                   VALUE 'WHITE'.
           03  FILLER              PIC X(26)
                                   VALUE 'TWO OR MORE RACES'.
           03  FILLER              PIC X(26)
                                   VALUE 'RACE/ETHNICITY UNKNOWN'.
       01  WS-RACE-NAME-TBL REDEFINES WS-RACE-NAMES.
           03  WS-RACE-NAME        PIC X(26) OCCURS 9 TIMES.
      *ONE GRID PER PROGRAM; SEX 1 MEN, 2 WOMEN, 3 UNKNOWN. THE
      *ALL-PROGRAMS GRID IS KEPT SEPARATELY
       01  WS-PGM-TBL.
           03  WS-PGM-COUNT        PIC 99 VALUE 0.
           03  WS-PGM-ENTRY OCCURS 50 TIMES.
               05  WS-PGM-CODE     PIC X(4).
               05  WS-PGM-RACE OCCURS 9 TIMES.
                   07  WS-PGM-CNT  PIC 9(6) OCCURS 3 TIMES.
       01  WS-ALL-GRID.
           03  WS-ALL-RACE OCCURS 9 TIMES.
               05  WS-ALL-CNT      PIC 9(6) OCCURS 3 TIMES.
       01  WS-PRT-GRID.
           03  WS-PRT-RACE OCCURS 9 TIMES.
               05  WS-PRT-CNT      PIC 9(6) OCCURS 3 TIMES.
       01  WS-COL-TOTS.
           03  WS-COL-TOT          PIC 9(6) OCCURS 4 TIMES.
       01  WS-MISS-TBL.
           03  WS-MISS-COUNT       PIC 999 VALUE 0.
           03  WS-MISS-ID          PIC 9(7) OCCURS 200 TIMES.
           03  WS-MISS-NAME        PIC X(30) OCCURS 200 TIMES.
       01  WS-HDR1.
           03  FILLER              PIC X(30) VALUE
                                   'IPEDS COMPLETIONS - CONFERRED '.
           03  WS-H1-FROM          PIC 9(8).
           03  FILLER              PIC X(6) VALUE ' THRU '.
           03  WS-H1-THRU          PIC 9(8).
       01  WS-GRID-TITLE.
           03  FILLER              PIC X(9) VALUE 'PROGRAM: '.
           03  WS-GT-CODE          PIC X(4).
           03  FILLER              PIC X(3) VALUE ' - '.
           03  WS-GT-NAME          PIC X(30).
       01  WS-COL-HDR.
           03  FILLER              PIC X(26) VALUE 'RACE/ETHNICITY'.
           03  FILLER              PIC X(9)  VALUE '      MEN'.
           03  FILLER              PIC X(9)  VALUE '    WOMEN'.
           03  FILLER              PIC X(9)  VALUE '  UNKNOWN'.
           03  FILLER              PIC X(9)  VALUE '    TOTAL'.
       01  WS-GRID-LN.
           03  WS-GL-LABEL         PIC X(26).
           03  WS-GL-COL OCCURS 4 TIMES.
               05  FILLER          PIC XX VALUE SPACES.
               05  WS-GL-CNT       PIC ZZZ,ZZ9.
       01  WS-MISS-LN.
           03  FILLER              PIC X(4) VALUE SPACES.
           03  WS-ML-ID            PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-ML-NAME          PIC X(30).
       01  WS-AUDIT-LN.
           03  WS-A-LABEL          PIC X(36).
           03  WS-A-VALUE          PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'IPEDS COMPLETIONS REPORT'.
           DISPLAY 'REPORTING YEAR START (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           COMPUTE WS-FROM-DATE = WS-YEAR * 10000 + 0701.
           COMPUTE WS-THRU-DATE = (WS-YEAR + 1) * 10000 + 0630.

           OPEN INPUT GRAD-MASTER.
           OPEN INPUT DEMO-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT MAJOR-MASTER.
           OPEN OUTPUT PRINT-FILE.

           INITIALIZE WS-ALL-GRID.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ GRAD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GRAD-CONFERRED
                           AND GRAD-CONF-DATE >= WS-FROM-DATE
                           AND GRAD-CONF-DATE <= WS-THRU-DATE
                           PERFORM 100-ONE-AWARD
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 500-WRITE-REPORT.

           CLOSE GRAD-MASTER.
           CLOSE DEMO-MASTER.
           CLOSE STU-MST.
           CLOSE MAJOR-MASTER.
           CLOSE PRINT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'IPEDS-COMPLETIONS COMPLETE'.
           DISPLAY 'AWARDS               : ' WS-AWARDS.
           DISPLAY 'NO DEMOGRAPHICS      : ' WS-MISSING.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-ONE-AWARD.
           ADD 1 TO WS-AWARDS.
           PERFORM 200-CLASSIFY.
           PERFORM 250-FIND-PROGRAM.
           IF WS-PGM-IX > 0
               ADD 1 TO WS-PGM-CNT(WS-PGM-IX, WS-RACE, WS-SEX)
           ELSE
               ADD 1 TO WS-OVERFLOW
           END-IF.
           ADD 1 TO WS-ALL-CNT(WS-RACE, WS-SEX).
      *-----------------------------------------------------------------
       200-CLASSIFY.
           MOVE GRAD-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'N' TO WS-PRIVATE
                   MOVE SPACES TO STU-NAME
               NOT INVALID KEY
                   IF STU-PRIVACY-ON
                       MOVE 'Y' TO WS-PRIVATE
                   ELSE
                       MOVE 'N' TO WS-PRIVATE
                   END-IF
           END-READ.

           MOVE GRAD-STU-ID TO DEMO-STU-ID.
           READ DEMO-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-DEMO-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEMO-FOUND
           END-READ.

           IF NOT DEMO-FOUND
               MOVE 'U' TO DEMO-SEX
               MOVE 'U' TO DEMO-ETHNIC
               PERFORM 400-NOTE-MISSING
           END-IF.

           EVALUATE TRUE
               WHEN DEMO-MEN
                   MOVE 1 TO WS-SEX
               WHEN DEMO-WOMEN
                   MOVE 2 TO WS-SEX
               WHEN OTHER
                   MOVE 3 TO WS-SEX
           END-EVALUATE.

           MOVE 9 TO WS-RACE.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 9
               IF WS-RACE-CODE(WS-RX) = DEMO-ETHNIC
                   MOVE WS-RX TO WS-RACE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *PROGRAMS GO INTO THE TABLE IN THE ORDER FIRST SEEN; PAST 50
      *THE AWARD STILL COUNTS IN THE ALL-PROGRAMS GRID
       250-FIND-PROGRAM.
           MOVE 0 TO WS-PGM-IX.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PGM-COUNT
               IF WS-PGM-CODE(WS-PX) = GRAD-MAJOR
                   MOVE WS-PX TO WS-PGM-IX
               END-IF
           END-PERFORM.
           IF WS-PGM-IX = 0 AND WS-PGM-COUNT < 50
               ADD 1 TO WS-PGM-COUNT
               MOVE WS-PGM-COUNT TO WS-PGM-IX
               INITIALIZE WS-PGM-ENTRY(WS-PGM-IX)
               MOVE GRAD-MAJOR TO WS-PGM-CODE(WS-PGM-IX)
           END-IF.
      *-----------------------------------------------------------------
      *PRIVACY-FLAGGED STUDENTS ARE COUNTED BUT NEVER NAMED
       400-NOTE-MISSING.
           ADD 1 TO WS-MISSING.
           IF PRIVATE
               ADD 1 TO WS-SUPPRESSED
               EXIT PARAGRAPH
           END-IF.
           IF WS-MISS-COUNT < 200
               ADD 1 TO WS-MISS-COUNT
               MOVE GRAD-STU-ID TO WS-MISS-ID(WS-MISS-COUNT)
               MOVE SPACES TO WS-MISS-NAME(WS-MISS-COUNT)
               STRING STU-F-NAME DELIMITED BY SPACE
                      WS-SPACE   DELIMITED BY SIZE
                      STU-L-NAME DELIMITED BY SPACE
                      INTO WS-MISS-NAME(WS-MISS-COUNT)
           END-IF.
      *-----------------------------------------------------------------
       500-WRITE-REPORT.
           MOVE WS-FROM-DATE TO WS-H1-FROM.
           MOVE WS-THRU-DATE TO WS-H1-THRU.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PGM-COUNT
               MOVE WS-PGM-CODE(WS-PX) TO WS-GT-CODE
               MOVE WS-PGM-CODE(WS-PX) TO MAJOR-CODE
               READ MAJOR-MASTER
                   INVALID KEY
                       MOVE 'NOT ON MAJOR MASTER' TO WS-GT-NAME
                   NOT INVALID KEY
                       MOVE MAJOR-NAME TO WS-GT-NAME
               END-READ
               PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 9
                   MOVE WS-PGM-RACE(WS-PX, WS-RX) TO WS-PRT-RACE(WS-RX)
               END-PERFORM
               PERFORM 550-WRITE-GRID
           END-PERFORM.

           MOVE 'ALL ' TO WS-GT-CODE.
           MOVE 'ALL PROGRAMS' TO WS-GT-NAME.
           MOVE WS-ALL-GRID TO WS-PRT-GRID.
           PERFORM 550-WRITE-GRID.

           MOVE SPACES TO WS-AUDIT-LN.
           MOVE 'DEGREES CONFERRED               : ' TO WS-A-LABEL.
           MOVE WS-AWARDS TO WS-A-VALUE.
           MOVE WS-AUDIT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-OVERFLOW > 0
               MOVE 'PROGRAMS PAST 50 - IN TOTAL ONLY : ' TO WS-A-LABEL
               MOVE WS-OVERFLOW TO WS-A-VALUE
               MOVE WS-AUDIT-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           MOVE 'COUNTED WITH NO DEMOGRAPHICS    : ' TO WS-A-LABEL.
           MOVE WS-MISSING TO WS-A-VALUE.
           MOVE WS-AUDIT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE 'GRADUATES WITH NO DEMOGRAPHICS RECORD' TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-MISS-COUNT
               MOVE WS-MISS-ID(WS-IX)   TO WS-ML-ID
               MOVE WS-MISS-NAME(WS-IX) TO WS-ML-NAME
               MOVE WS-MISS-LN TO PRINT-REC
               WRITE PRINT-REC
           END-PERFORM.
           IF WS-MISSING - WS-SUPPRESSED > WS-MISS-COUNT
               MOVE SPACES TO WS-AUDIT-LN
               MOVE '    MORE NOT LISTED             : '
                   TO WS-A-LABEL
               COMPUTE WS-A-VALUE =
                   WS-MISSING - WS-SUPPRESSED - WS-MISS-COUNT
               MOVE WS-AUDIT-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           IF WS-SUPPRESSED > 0
               MOVE SPACES TO WS-AUDIT-LN
               MOVE '    PRIVACY-SUPPRESSED NOT LISTED: '
                   TO WS-A-LABEL
               MOVE WS-SUPPRESSED TO WS-A-VALUE
               MOVE WS-AUDIT-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------
      *ONE GRID - A ROW PER RACE/ETHNICITY, A COLUMN PER SEX, WITH
      *ROW AND COLUMN TOTALS
       550-WRITE-GRID.
           MOVE WS-GRID-TITLE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-COL-HDR TO PRINT-REC.
           WRITE PRINT-REC.

           INITIALIZE WS-COL-TOTS.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 9
               MOVE WS-RACE-NAME(WS-RX) TO WS-GL-LABEL
               MOVE 0 TO WS-ROW-TOT
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 3
                   MOVE WS-PRT-CNT(WS-RX, WS-SX) TO WS-GL-CNT(WS-SX)
                   ADD WS-PRT-CNT(WS-RX, WS-SX) TO WS-ROW-TOT
                   ADD WS-PRT-CNT(WS-RX, WS-SX) TO WS-COL-TOT(WS-SX)
               END-PERFORM
               MOVE WS-ROW-TOT TO WS-GL-CNT(4)
               ADD WS-ROW-TOT TO WS-COL-TOT(4)
               MOVE WS-GRID-LN TO PRINT-REC
               WRITE PRINT-REC
           END-PERFORM.

           MOVE 'GRAND TOTAL' TO WS-GL-LABEL.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 4
               MOVE WS-COL-TOT(WS-SX) TO WS-GL-CNT(WS-SX)
           END-PERFORM.
           MOVE WS-GRID-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------

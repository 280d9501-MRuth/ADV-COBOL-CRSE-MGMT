       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPEDS-FALL-ENR.
      *-----------------------------------------------------------------
      *IPEDS FALL ENROLLMENT SURVEY (PART A) FROM THE FROZEN CENSUS
      *SNAPSHOT. EACH STUDENT WITH CREDITS AT CENSUS IS COUNTED ONCE -
      *FULL-TIME AT 12 OR MORE HOURS, THE SAME SPLIT CENSUS-ENROLL
      *USES - INTO A RACE/ETHNICITY BY SEX GRID FOR EACH OF
      *FIRST-TIME, TRANSFER-IN, CONTINUING AND NON-DEGREE-SEEKING.
      *FIRST-TIME AND TRANSFER-IN APPLY ONLY IN THE STUDENT'S ENTRY
      *TERM. A STUDENT WITH NO DEMOGRAPHICS RECORD IS COUNTED AS
      *UNKNOWN, CONTINUING AND DEGREE-SEEKING AND LISTED FOR FOLLOW
      *UP - EXCEPT PRIVACY-FLAGGED STUDENTS, WHO ARE COUNTED BUT
      *NEVER LISTED. HIGH SCHOOL DUAL ENROLLMENT STUDENTS ARE
      *NON-DEGREE-SEEKING WHATEVER THEIR DEMOGRAPHICS RECORD SAYS,
      *AND ARE ALSO BROKEN OUT IN A GRID OF THEIR OWN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-MASTER ASSIGN       TO
                               '../FILES/CENSUS-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CEN-KEY
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
           SELECT DE-STU       ASSIGN        TO
                               '../FILES/DE-STU.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DES-STU-ID
                               FILE STATUS   IS WS-DES-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/IPEDS-FALL-ENROLL.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY CENSUS-MASTER-RECS.
       COPY DEMO-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY DE-STU-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-DEMO-STAT        PIC 99.
           03  WS-STU-STAT         PIC 99.
           03  WS-DES-STAT         PIC 99 VALUE 99.
           03  WS-DE-AVAIL         PIC X  VALUE 'N'.
               88  DE-AVAIL                VALUE 'Y'.
           03  WS-DUAL-ENRL        PIC X.
               88  DUAL-ENRL               VALUE 'Y'.
           03  WS-TERM.
               05  WS-TERM-YEAR    PIC 9999.
               05  WS-TERM-SEM     PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CUR-STU          PIC 9(7).
           03  WS-SAW-STUDENT      PIC X   VALUE 'N'.
               88  SAW-STUDENT             VALUE 'Y'.
           03  WS-STU-CREDITS      PIC 999.
           03  WS-DEMO-FOUND       PIC X.
               88  DEMO-FOUND              VALUE 'Y'.
           03  WS-PRIVATE          PIC X.
               88  PRIVATE                 VALUE 'Y'.
           03  WS-ATT              PIC 9.
           03  WS-CAT              PIC 9.
           03  WS-RACE             PIC 99.
           03  WS-SEX              PIC 9.
           03  WS-AX               PIC 9.
           03  WS-CX               PIC 9.
           03  WS-RX               PIC 99.
           03  WS-SX               PIC 9.
           03  WS-IX               PIC 999.
           03  WS-ROW-TOT          PIC 9(6).
           03  WS-HEADCOUNT        PIC 9(6) VALUE 0.
           03  WS-MISSING          PIC 9(6) VALUE 0.
           03  WS-SUPPRESSED       PIC 9(6) VALUE 0.
           03  WS-DE-COUNT         PIC 9(6) VALUE 0.
           03  WS-SPACE            PIC X VALUE SPACE.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'IPEDS-FALL-ENR'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/IPEDS-FALL-ENROLL.TXT'.
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
       01  WS-CAT-NAMES.
           03  FILLER              PIC X(40)
                       VALUE 'FIRST-TIME DEGREE/CERTIFICATE-SEEKING'.
           03  FILLER              PIC X(40)
                       VALUE 'TRANSFER-IN DEGREE/CERTIFICATE-SEEKING'.
           03  FILLER              PIC X(40)
                       VALUE 'CONTINUING DEGREE/CERTIFICATE-SEEKING'.
           03  FILLER              PIC X(40)
                       VALUE 'NON-DEGREE/CERTIFICATE-SEEKING'.
           03  FILLER              PIC X(40)
                       VALUE 'TOTAL'.
           03  FILLER              PIC X(40)
                       VALUE 'DUAL ENROLLMENT (HS) - IN NON-DEGREE'.
       01  WS-CAT-NAME-TBL REDEFINES WS-CAT-NAMES.
           03  WS-CAT-NAME         PIC X(40) OCCURS 6 TIMES.
      *ATTENDANCE 1 FULL-TIME, 2 PART-TIME, 3 ALL STUDENTS; CATEGORY
      *5 IS THE TOTAL OF 1-4; CATEGORY 6 BREAKS THE DUAL ENROLLMENT
      *STUDENTS OUT OF 4 AND IS NOT ADDED TO THE TOTAL AGAIN;
      *SEX 1 MEN, 2 WOMEN, 3 UNKNOWN
       01  WS-GRID.
           03  WS-G-ATT OCCURS 3 TIMES.
               05  WS-G-CAT OCCURS 6 TIMES.
                   07  WS-G-RACE OCCURS 9 TIMES.
                       09  WS-G-CNT    PIC 9(6) OCCURS 3 TIMES.
       01  WS-COL-TOTS.
           03  WS-COL-TOT          PIC 9(6) OCCURS 4 TIMES.
       01  WS-MISS-TBL.
           03  WS-MISS-COUNT       PIC 999 VALUE 0.
           03  WS-MISS-ID          PIC 9(7) OCCURS 200 TIMES.
           03  WS-MISS-NAME        PIC X(30) OCCURS 200 TIMES.
       01  WS-HDR1.
           03  FILLER              PIC X(30) VALUE
                                   'IPEDS FALL ENROLLMENT - TERM '.
           03  WS-H1-YEAR          PIC 9(4).
           03  FILLER              PIC X VALUE '/'.
           03  WS-H1-SEM           PIC 99.
           03  FILLER              PIC X(22)
                                   VALUE '  (CENSUS SNAPSHOT)'.
       01  WS-GRID-TITLE.
           03  WS-GT-ATT           PIC X(12).
           03  FILLER              PIC X(3) VALUE ' - '.
           03  WS-GT-CAT           PIC X(40).
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
           DISPLAY 'IPEDS FALL ENROLLMENT REPORT'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           OPEN INPUT CENSUS-MASTER.
           OPEN INPUT DEMO-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT DE-STU.
           IF WS-DES-STAT = ZERO
               MOVE 'Y' TO WS-DE-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           INITIALIZE WS-GRID.
           MOVE WS-YEAR    TO CEN-YEAR.
           MOVE WS-SEM     TO CEN-SEM.
           MOVE LOW-VALUES TO CEN-STU-ID.
           MOVE LOW-VALUES TO CEN-CRN.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-SAW-STUDENT.
           MOVE 0 TO WS-STU-CREDITS.
           START CENSUS-MASTER KEY NOT LESS THAN CEN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ CENSUS-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CEN-YEAR NOT = WS-YEAR
                           OR CEN-SEM NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CEN-GRADE NOT = 'W'
                               PERFORM 100-ONE-SNAPSHOT-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF SAW-STUDENT
               PERFORM 300-CLOSE-STUDENT
           END-IF.

           PERFORM 500-WRITE-REPORT.

           CLOSE CENSUS-MASTER.
           CLOSE DEMO-MASTER.
           CLOSE STU-MST.
           IF DE-AVAIL
               CLOSE DE-STU
           END-IF.
           CLOSE PRINT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'IPEDS-FALL-ENR COMPLETE'.
           DISPLAY 'HEADCOUNT            : ' WS-HEADCOUNT.
           DISPLAY 'NO DEMOGRAPHICS      : ' WS-MISSING.
           DISPLAY 'DUAL ENROLLMENT (HS) : ' WS-DE-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-ONE-SNAPSHOT-ROW.
           IF NOT SAW-STUDENT OR CEN-STU-ID NOT = WS-CUR-STU
               IF SAW-STUDENT
                   PERFORM 300-CLOSE-STUDENT
               END-IF
               MOVE 'Y' TO WS-SAW-STUDENT
               MOVE CEN-STU-ID TO WS-CUR-STU
               MOVE 0 TO WS-STU-CREDITS
           END-IF.

           ADD CEN-CREDITS TO WS-STU-CREDITS.
      *-----------------------------------------------------------------
      *ONE HEADCOUNT INTO ITS ATTENDANCE/CATEGORY CELL, THE CATEGORY
      *TOTAL AND THE ALL-STUDENTS TOTAL
       300-CLOSE-STUDENT.
           IF WS-STU-CREDITS = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HEADCOUNT.
           IF WS-STU-CREDITS >= 12
               MOVE 1 TO WS-ATT
           ELSE
               MOVE 2 TO WS-ATT
           END-IF.

           PERFORM 350-CLASSIFY.

           ADD 1 TO WS-G-CNT(WS-ATT, WS-CAT, WS-RACE, WS-SEX).
           ADD 1 TO WS-G-CNT(WS-ATT, 5, WS-RACE, WS-SEX).
           ADD 1 TO WS-G-CNT(3, 5, WS-RACE, WS-SEX).
           IF DUAL-ENRL
               ADD 1 TO WS-DE-COUNT
               ADD 1 TO WS-G-CNT(WS-ATT, 6, WS-RACE, WS-SEX)
           END-IF.
      *-----------------------------------------------------------------
       350-CLASSIFY.
           MOVE WS-CUR-STU TO STU-ID.
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

           MOVE WS-CUR-STU TO DEMO-STU-ID.
           READ DEMO-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-DEMO-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEMO-FOUND
           END-READ.

           IF NOT DEMO-FOUND
               MOVE 'U' TO DEMO-SEX
               MOVE 'U' TO DEMO-ETHNIC
               MOVE 'C' TO DEMO-ENTRY-TYPE
               MOVE 'Y' TO DEMO-DEG-SEEK
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

           PERFORM 360-CHECK-DUAL-ENROLL.

           EVALUATE TRUE
               WHEN DUAL-ENRL
                   MOVE 4 TO WS-CAT
               WHEN NOT DEMO-DEGREE-SEEKING
                   MOVE 4 TO WS-CAT
               WHEN DEMO-ENTRY-YEAR NOT = WS-YEAR
                   OR DEMO-ENTRY-SEM NOT = WS-SEM
                   MOVE 3 TO WS-CAT
               WHEN DEMO-FIRST-TIME
                   MOVE 1 TO WS-CAT
               WHEN DEMO-TRANSFER-IN
                   MOVE 2 TO WS-CAT
               WHEN OTHER
                   MOVE 3 TO WS-CAT
           END-EVALUATE.
      *-----------------------------------------------------------------
      *A DUAL ENROLLMENT DESIGNATION COUNTS ONLY WHEN IT COVERS THE
      *SURVEY TERM
       360-CHECK-DUAL-ENROLL.
           MOVE 'N' TO WS-DUAL-ENRL.
           IF NOT DE-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUR-STU TO DES-STU-ID.
           READ DE-STU
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-YEAR TO WS-TERM-YEAR.
           MOVE WS-SEM  TO WS-TERM-SEM.
           IF WS-TERM < DES-FROM-TERM
               EXIT PARAGRAPH
           END-IF.
           IF DES-THRU-TERM NOT = ZERO
               AND WS-TERM > DES-THRU-TERM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DUAL-ENRL.
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
               MOVE WS-CUR-STU TO WS-MISS-ID(WS-MISS-COUNT)
               MOVE SPACES TO WS-MISS-NAME(WS-MISS-COUNT)
               STRING STU-F-NAME DELIMITED BY SPACE
                      WS-SPACE   DELIMITED BY SIZE
                      STU-L-NAME DELIMITED BY SPACE
                      INTO WS-MISS-NAME(WS-MISS-COUNT)
           END-IF.
      *-----------------------------------------------------------------
       500-WRITE-REPORT.
           MOVE WS-YEAR TO WS-H1-YEAR.
           MOVE WS-SEM  TO WS-H1-SEM.
           MOVE WS-HDR1 TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 2
               PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
                   PERFORM 550-WRITE-GRID
               END-PERFORM
           END-PERFORM.
           MOVE 3 TO WS-AX.
           MOVE 5 TO WS-CX.
           PERFORM 550-WRITE-GRID.
           MOVE 6 TO WS-CX.
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 2
               PERFORM 550-WRITE-GRID
           END-PERFORM.

           MOVE SPACES TO WS-AUDIT-LN.
           MOVE 'UNDUPLICATED HEADCOUNT          : ' TO WS-A-LABEL.
           MOVE WS-HEADCOUNT TO WS-A-VALUE.
           MOVE WS-AUDIT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'COUNTED WITH NO DEMOGRAPHICS    : ' TO WS-A-LABEL.
           MOVE WS-MISSING TO WS-A-VALUE.
           MOVE WS-AUDIT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'DUAL ENROLLMENT (HS) NON-DEGREE : ' TO WS-A-LABEL.
           MOVE WS-DE-COUNT TO WS-A-VALUE.
           MOVE WS-AUDIT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE 'STUDENTS WITH NO DEMOGRAPHICS RECORD' TO PRINT-REC.
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
           EVALUATE WS-AX
               WHEN 1
                   MOVE 'FULL-TIME' TO WS-GT-ATT
               WHEN 2
                   MOVE 'PART-TIME' TO WS-GT-ATT
               WHEN OTHER
                   MOVE 'ALL STUDENTS' TO WS-GT-ATT
           END-EVALUATE.
           MOVE WS-CAT-NAME(WS-CX) TO WS-GT-CAT.
           MOVE WS-GRID-TITLE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-COL-HDR TO PRINT-REC.
           WRITE PRINT-REC.

           INITIALIZE WS-COL-TOTS.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 9
               MOVE WS-RACE-NAME(WS-RX) TO WS-GL-LABEL
               MOVE 0 TO WS-ROW-TOT
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 3
                   MOVE WS-G-CNT(WS-AX, WS-CX, WS-RX, WS-SX)
                       TO WS-GL-CNT(WS-SX)
                   ADD WS-G-CNT(WS-AX, WS-CX, WS-RX, WS-SX)
                       TO WS-ROW-TOT
                   ADD WS-G-CNT(WS-AX, WS-CX, WS-RX, WS-SX)
                       TO WS-COL-TOT(WS-SX)
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

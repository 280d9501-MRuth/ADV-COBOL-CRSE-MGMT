       IDENTIFICATION DIVISION.
       PROGRAM-ID. RI-SCAN.
      *-----------------------------------------------------------------
      *SYSTEM-WIDE REFERENTIAL INTEGRITY SCAN. EVERY CHILD FILE IS
      *READ AGAINST ITS PARENT - STUDENT-MASTER, SCHEDULE-MASTER,
      *COURSE-MASTER, INSTR-MASTER, BUILDING-MASTER AND TERM-MASTER -
      *AND EACH ORPHAN IS LISTED WITH THE PARENT KEY IT POINTS AT.
      *THE REPORT CLOSES WITH READ/ORPHAN COUNTS BY FILE. IN
      *QUARANTINE MODE EACH ORPHAN IS COPIED WHOLE TO RI-QUARANTINE
      *(FILE NAME AND RUN DATE IN FRONT) AND DELETED. A PARENT FILE
      *THAT CANNOT BE OPENED MAKES NOTHING AN ORPHAN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE     ASSIGN        TO
                               '../FILES/RI-SCAN-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  RPT-FILE.
       01  RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-DATE             PIC 9(6).
           03  WS-MODE             PIC X   VALUE 'N'.
           03  WS-IX               PIC 99  COMP.
           03  WS-PARENT           PIC X   VALUE 'X'.
           03  WS-PARENT-KEY       PIC X(20) VALUE SPACES.
           03  WS-FOUND            PIC X.
           03  WS-TOT-READ         PIC 9(8) VALUE 0.
           03  WS-TOT-ORPHANS      PIC 9(7) VALUE 0.
           03  WS-TOT-REMOVED      PIC 9(7) VALUE 0.
       01  WS-HDR-DTL.
           03  FILLER              PIC X(15) VALUE 'FILE'.
           03  FILLER              PIC X(31) VALUE 'RECORD KEY'.
           03  FILLER              PIC X(14) VALUE 'PARENT KEY'.
           03  FILLER              PIC X(6)  VALUE 'REASON'.
       01  WS-HDR-SUM.
           03  FILLER              PIC X(15) VALUE 'FILE'.
           03  FILLER              PIC X(25) VALUE 'PARENTS'.
           03  FILLER              PIC X(9)  VALUE '     READ'.
           03  FILLER              PIC X(11) VALUE '    ORPHANS'.
           03  FILLER              PIC X(11) VALUE '    REMOVED'.
       01  WS-SUM-LN.
           03  WS-S-FILE           PIC X(14).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-S-PARENTS        PIC X(24).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-S-READ           PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-S-ORPHANS        PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-S-REMOVED        PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-S-NOTE           PIC X(20).
       COPY WS-RI-SCAN.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'RI-SCAN'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/RI-SCAN-REPORT.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'REFERENTIAL INTEGRITY SCAN'.
           DISPLAY 'QUARANTINE AND DELETE ORPHANS? (Y/N): '
               WITH NO ADVANCING.
           ACCEPT WS-MODE.

           INITIALIZE WS-RI-SCAN.
           IF WS-MODE = 'Y' OR 'y'
               MOVE 'Y' TO WS-RI-MODE
           ELSE
               MOVE 'N' TO WS-RI-MODE
           END-IF.
           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-RI-RUN-DATE = 20000000 + WS-DATE.

           PERFORM 100-START-REPORT.

           CALL 'RI-SCAN-STU'  USING WS-RI-SCAN.
           CALL 'RI-SCAN-SECT' USING WS-RI-SCAN.
           CALL 'RI-PARENT-GET' USING WS-PARENT WS-PARENT-KEY
                                      WS-FOUND.

           PERFORM 200-SUMMARY.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'RI-SCAN COMPLETE'.
           DISPLAY 'FILES SCANNED    : ' WS-RI-COUNT.
           DISPLAY 'RECORDS READ     : ' WS-TOT-READ.
           DISPLAY 'ORPHANS FOUND    : ' WS-TOT-ORPHANS.
           DISPLAY 'ORPHANS REMOVED  : ' WS-TOT-REMOVED.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE SCANNERS APPEND THEIR ORPHAN LINES UNDER THIS HEADING
       100-START-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO RPT-REC.
           STRING 'REFERENTIAL INTEGRITY SCAN  RUN '
                                      DELIMITED BY SIZE
                  WS-RI-RUN-DATE      DELIMITED BY SIZE
                  INTO RPT-REC.
           WRITE RPT-REC.
           IF RI-QUARANTINE
               MOVE 'ORPHANS QUARANTINED TO RI-QUARANTINE AND DELETED'
                   TO RPT-REC
           ELSE
               MOVE 'REPORT ONLY - NOTHING DELETED' TO RPT-REC
           END-IF.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-HDR-DTL TO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPT-FILE.
      *-----------------------------------------------------------------
       200-SUMMARY.
           OPEN EXTEND RPT-FILE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'ORPHANS BY FILE' TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-HDR-SUM TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-RI-COUNT
               PERFORM 210-SUMMARY-LINE
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'RECORDS READ: '    DELIMITED BY SIZE
                  WS-TOT-READ         DELIMITED BY SIZE
                  '  ORPHANS: '       DELIMITED BY SIZE
                  WS-TOT-ORPHANS      DELIMITED BY SIZE
                  '  REMOVED: '       DELIMITED BY SIZE
                  WS-TOT-REMOVED      DELIMITED BY SIZE
                  INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPT-FILE.
      *-----------------------------------------------------------------
       210-SUMMARY-LINE.
           MOVE WS-RI-FILE(WS-IX)    TO WS-S-FILE.
           MOVE WS-RI-PARENTS(WS-IX) TO WS-S-PARENTS.
           MOVE WS-RI-READ(WS-IX)    TO WS-S-READ.
           MOVE WS-RI-ORPHANS(WS-IX) TO WS-S-ORPHANS.
           MOVE WS-RI-REMOVED(WS-IX) TO WS-S-REMOVED.
           EVALUATE TRUE
               WHEN RI-MISSING(WS-IX)
                   MOVE 'FILE NOT ON HAND'     TO WS-S-NOTE
               WHEN RI-UNCHECKED(WS-IX)
                   MOVE 'PARENT NOT ON HAND'   TO WS-S-NOTE
               WHEN OTHER
                   MOVE SPACES                 TO WS-S-NOTE
           END-EVALUATE.
           MOVE WS-SUM-LN TO RPT-REC.
           WRITE RPT-REC.
           ADD WS-RI-READ(WS-IX)    TO WS-TOT-READ.
           ADD WS-RI-ORPHANS(WS-IX) TO WS-TOT-ORPHANS.
           ADD WS-RI-REMOVED(WS-IX) TO WS-TOT-REMOVED.

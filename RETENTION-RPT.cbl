      *RETURNED; BREAKS THE RATE DOWN BY MAJOR, STANDING, AND CLASS
      *LEVEL FROM EARNED CREDITS; AND TRENDS THE SAME COMPARISON
      *OVER THE THREE PRIOR YEAR PAIRS THE ARCHIVE COVERS.
      *HIGH SCHOOL DUAL ENROLLMENT STUDENTS IN THE BASE TERM ARE
      *KEPT OUT OF THE COHORT AND COUNTED ON A LINE OF THEIR OWN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               ACCESS        IS RANDOM
                               RECORD KEY    IS GRAD-KEY
                               FILE STATUS   IS WS-GRAD-STAT.
           SELECT DE-STU       ASSIGN        TO
                               '../FILES/DE-STU.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DES-STU-ID
                               FILE STATUS   IS WS-DES-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/RETENTION-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
       FILE SECTION.
       COPY STU-MST-DEF.
       COPY GRAD-MASTER-RECS.
       COPY DE-STU-RECS.
       FD  REG-MASTER.
       01  REG-REC.
           03  REG-KEY.
           03  WS-GRAD-STAT        PIC 99 VALUE 99.
           03  WS-GRAD-AVAIL       PIC X  VALUE 'N'.
               88  GRAD-AVAIL              VALUE 'Y'.
           03  WS-DES-STAT         PIC 99 VALUE 99.
           03  WS-DE-AVAIL         PIC X  VALUE 'N'.
               88  DE-AVAIL                VALUE 'Y'.
           03  WS-DUAL-ENRL        PIC X.
               88  DUAL-ENRL               VALUE 'Y'.
           03  WS-BASE-TERM.
               05  WS-BASE-YEAR    PIC 9999.
               05  WS-BASE-SEM     PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-FROM-YEAR        PIC 9999.
           03  WS-COHORT           PIC 9(6).
           03  WS-RETURNED         PIC 9(6).
           03  WS-GRADUATED        PIC 9(6).
           03  WS-DE-COHORT        PIC 9(6).
           03  WS-DE-RETURNED      PIC 9(6).
       01  WS-MAJOR-TBL.
           03  WS-MAJ-COUNT        PIC 99 VALUE 0.
           03  WS-MAJ-ENTRY OCCURS 50 TIMES.
           IF WS-GRAD-STAT = ZERO
               MOVE 'Y' TO WS-GRAD-AVAIL
           END-IF.
           OPEN INPUT DE-STU.
           IF WS-DES-STAT = ZERO
               MOVE 'Y' TO WS-DE-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           MOVE 'RETENTION AND PERSISTENCE REPORT' TO PRINT-REC.
           MOVE 0 TO WS-COHORT.
           MOVE 0 TO WS-RETURNED.
           MOVE 0 TO WS-GRADUATED.
           MOVE 0 TO WS-DE-COHORT.
           MOVE 0 TO WS-DE-RETURNED.
           PERFORM 100-WALK-STUDENTS.
           PERFORM 500-PRINT-MAIN.

           IF GRAD-AVAIL
               CLOSE GRAD-MASTER
           END-IF.
           IF DE-AVAIL
               CLOSE DE-STU
           END-IF.
           CLOSE PRINT-FILE.

           DISPLAY 'RETENTION-RPT COMPLETE'.
               EXIT PARAGRAPH
           END-IF.

      *A HIGH SCHOOL STUDENT IS NOT PART OF THE DEGREE-SEEKING
      *COHORT - COUNT WHETHER THEY CAME BACK, BUT NOTHING MORE
           PERFORM 160-CHECK-DUAL-ENROLL.
           IF DUAL-ENRL
               IF WS-TREND = 0
                   ADD 1 TO WS-DE-COHORT
                   MOVE WS-TO-YEAR TO WS-CHK-YEAR
                   MOVE WS-TO-SEM  TO WS-CHK-SEM
                   PERFORM 200-CHECK-ENROLLED
                   IF WAS-ENROLLED
                       ADD 1 TO WS-DE-RETURNED
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COHORT.

           MOVE WS-TO-YEAR TO WS-CHK-YEAR.
           IF WS-TREND = 0
               PERFORM 300-TALLY-BREAKDOWNS
           END-IF.
      *-----------------------------------------------------------------
       160-CHECK-DUAL-ENROLL.
           MOVE 'N' TO WS-DUAL-ENRL.
           IF NOT DE-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE STU-ID TO DES-STU-ID.
           READ DE-STU
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-FROM-YEAR TO WS-BASE-YEAR.
           MOVE WS-FROM-SEM  TO WS-BASE-SEM.
           IF WS-BASE-TERM < DES-FROM-TERM
               EXIT PARAGRAPH
           END-IF.
           IF DES-THRU-TERM NOT = ZERO
               AND WS-BASE-TERM > DES-THRU-TERM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DUAL-ENRL.
      *-----------------------------------------------------------------
       200-CHECK-ENROLLED.
           MOVE 'N' TO WS-ENROLLED.
                  INTO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'DUAL ENROLLMENT (HIGH SCHOOL) - NOT IN COHORT'
               TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'DUAL ENRL   ' TO WS-D-LABEL.
           MOVE WS-DE-COHORT   TO WS-D-COHORT.
           MOVE WS-DE-RETURNED TO WS-D-RET.
           MOVE WS-DE-COHORT   TO WS-COHORT.
           MOVE WS-DE-RETURNED TO WS-RETURNED.
           PERFORM 600-RATE.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'BY MAJOR' TO PRINT-REC.

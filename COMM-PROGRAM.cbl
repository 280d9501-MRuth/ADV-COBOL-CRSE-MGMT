       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM-PROGRAM.
      *-----------------------------------------------------------------
      *COMMENCEMENT PROGRAM - LISTS THE GRADUATES WALKING IN THE
      *TERM'S CEREMONIES, GROUPED BY CEREMONY, DEGREE AND MAJOR AND
      *IN NAME ORDER WITHIN THE MAJOR. EACH GRADUATE PRINTS UNDER
      *THE DIPLOMA NAME WITH THE LATIN HONORS FROM THE GRADUATION
      *RECORD. A DENIED APPLICATION IS LEFT OFF. EACH CEREMONY ENDS
      *WITH ITS GRADUATE AND GUEST TICKET COUNTS FOR SEATING.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-MASTER  ASSIGN        TO
                               '../FILES/COMM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CMM-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT GRAD-MASTER  ASSIGN        TO
                               '../FILES/GRAD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS GRAD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT MAJOR-MASTER ASSIGN        TO
                               '../FILES/MAJOR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MAJOR-CODE
                               FILE STATUS   IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/COMM-PROGRAM.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT SORT-WORK    ASSIGN TO 'SORTWORK.TXT'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY COMM-MASTER-RECS.
       COPY GRAD-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY MAJOR-MASTER-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       SD  SORT-WORK.
       01  SRT-REC.
           03  SRT-CEREMONY        PIC X(4).
           03  SRT-DEGREE          PIC X(4).
           03  SRT-MAJOR           PIC X(4).
           03  SRT-L-NAME          PIC X(15).
           03  SRT-F-NAME          PIC X(15).
           03  SRT-STU-ID          PIC 9(7).
           03  SRT-PRINT-NAME      PIC X(40).
           03  SRT-HONORS          PIC X(10).
           03  SRT-GUESTS          PIC 99.
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SRT-EOF          PIC X   VALUE 'N'.
               88  SRT-EOF                 VALUE 'Y'.
           03  WS-SPACE            PIC X   VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-PREV-CEREMONY    PIC X(4).
           03  WS-PREV-DEGREE      PIC X(4).
           03  WS-PREV-MAJOR       PIC X(4).
           03  WS-CER-GRADS        PIC 9(5) VALUE 0.
           03  WS-CER-GUESTS       PIC 9(5) VALUE 0.
           03  WS-GRAD-COUNT       PIC 9(5) VALUE 0.
           03  WS-GUEST-COUNT      PIC 9(5) VALUE 0.
       01  WS-TITLE-LN.
           03  FILLER              PIC X(24)
                                   VALUE 'COMMENCEMENT PROGRAM - '.
           03  WS-T-YEAR           PIC 9999.
           03  FILLER              PIC X VALUE '/'.
           03  WS-T-SEM            PIC 99.
       01  WS-CER-HDR.
           03  FILLER              PIC X(10) VALUE 'CEREMONY: '.
           03  WS-H-CEREMONY       PIC X(4).
       01  WS-DEG-HDR.
           03  FILLER              PIC X(4)  VALUE SPACES.
           03  FILLER              PIC X(8)  VALUE 'DEGREE: '.
           03  WS-H-DEGREE         PIC X(4).
       01  WS-MAJ-HDR.
           03  FILLER              PIC X(8)  VALUE SPACES.
           03  WS-H-MAJOR          PIC X(4).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-H-MAJOR-NAME     PIC X(30).
       01  WS-DTL-LN.
           03  FILLER              PIC X(12) VALUE SPACES.
           03  WS-D-NAME           PIC X(40).
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-D-HONORS         PIC X(10).
       01  WS-CER-TOT-LN.
           03  FILLER              PIC X(4)  VALUE SPACES.
           03  FILLER              PIC X(11) VALUE 'GRADUATES: '.
           03  WS-CT-GRADS         PIC ZZ,ZZ9.
           03  FILLER              PIC X(18)
                                   VALUE '   GUEST TICKETS: '.
           03  WS-CT-GUESTS        PIC ZZ,ZZ9.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'COMM-PROGRAM'.
           03  WS-CAT-FILE         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'COMMENCEMENT PROGRAM'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           OPEN INPUT COMM-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'COMM-MASTER.DAT CANNOT BE OPENED'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT GRAD-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT MAJOR-MASTER.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-YEAR TO WS-T-YEAR.
           MOVE WS-SEM  TO WS-T-SEM.
           MOVE WS-TITLE-LN TO PRINT-REC.
           WRITE PRINT-REC.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-CEREMONY
               ON ASCENDING KEY SRT-DEGREE
               ON ASCENDING KEY SRT-MAJOR
               ON ASCENDING KEY SRT-L-NAME
               ON ASCENDING KEY SRT-F-NAME
               ON ASCENDING KEY SRT-STU-ID
               INPUT  PROCEDURE 100-SELECT-WALKERS
               OUTPUT PROCEDURE 300-WRITE-PROGRAM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'TOTAL GRADUATES WALKING: ' DELIMITED BY SIZE
                  WS-GRAD-COUNT               DELIMITED BY SIZE
                  '  GUEST TICKETS: '         DELIMITED BY SIZE
                  WS-GUEST-COUNT              DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE COMM-MASTER.
           CLOSE GRAD-MASTER.
           CLOSE STU-MST.
           CLOSE MAJOR-MASTER.
           CLOSE PRINT-FILE.
           MOVE '../FILES/COMM-PROGRAM.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'COMM-PROGRAM COMPLETE'.
           DISPLAY 'GRADUATES WALKING: ' WS-GRAD-COUNT.
           DISPLAY 'GUEST TICKETS    : ' WS-GUEST-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SELECT-WALKERS.
           MOVE LOW-VALUES TO CMM-KEY.
           MOVE 'N' TO WS-EOF.
           START COMM-MASTER KEY NOT LESS THAN CMM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ COMM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CMM-YEAR = WS-YEAR AND CMM-SEM = WS-SEM
                           AND CMM-WALKS
                           PERFORM 200-RELEASE-ONE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       200-RELEASE-ONE.
           MOVE CMM-STU-ID TO GRAD-STU-ID.
           READ GRAD-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF GRAD-DENIED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO STU-L-NAME STU-F-NAME.
           MOVE CMM-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   CONTINUE
           END-READ.

           MOVE CMM-CEREMONY TO SRT-CEREMONY.
           MOVE CMM-DEGREE   TO SRT-DEGREE.
           MOVE GRAD-MAJOR   TO SRT-MAJOR.
           MOVE STU-L-NAME   TO SRT-L-NAME.
           MOVE STU-F-NAME   TO SRT-F-NAME.
           MOVE CMM-STU-ID   TO SRT-STU-ID.
           MOVE GRAD-HONORS  TO SRT-HONORS.
           MOVE CMM-GUESTS   TO SRT-GUESTS.
           IF CMM-DIPLOMA-NAME NOT = SPACES
               MOVE CMM-DIPLOMA-NAME TO SRT-PRINT-NAME
           ELSE
               MOVE SPACES TO SRT-PRINT-NAME
               STRING STU-F-NAME DELIMITED BY SPACE
                      WS-SPACE   DELIMITED BY SIZE
                      STU-L-NAME DELIMITED BY SPACE
                      INTO SRT-PRINT-NAME
           END-IF.
           RELEASE SRT-REC.
      *-----------------------------------------------------------------
       300-WRITE-PROGRAM.
           MOVE 'N' TO WS-SRT-EOF.
           MOVE HIGH-VALUES TO WS-PREV-CEREMONY.
           MOVE HIGH-VALUES TO WS-PREV-DEGREE.
           MOVE HIGH-VALUES TO WS-PREV-MAJOR.
           PERFORM UNTIL SRT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF
                   NOT AT END
                       PERFORM 400-ONE-GRADUATE
               END-RETURN
           END-PERFORM.
           IF WS-PREV-CEREMONY NOT = HIGH-VALUES
               PERFORM 500-CEREMONY-TOTAL
           END-IF.
      *-----------------------------------------------------------------
      *A NEW CEREMONY RESTARTS THE DEGREE BREAK, A NEW DEGREE THE
      *MAJOR BREAK
       400-ONE-GRADUATE.
           IF SRT-CEREMONY NOT = WS-PREV-CEREMONY
               IF WS-PREV-CEREMONY NOT = HIGH-VALUES
                   PERFORM 500-CEREMONY-TOTAL
               END-IF
               MOVE SRT-CEREMONY TO WS-PREV-CEREMONY
               MOVE HIGH-VALUES  TO WS-PREV-DEGREE
               MOVE SRT-CEREMONY TO WS-H-CEREMONY
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC
               MOVE WS-CER-HDR TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           IF SRT-DEGREE NOT = WS-PREV-DEGREE
               MOVE SRT-DEGREE  TO WS-PREV-DEGREE
               MOVE HIGH-VALUES TO WS-PREV-MAJOR
               MOVE SRT-DEGREE  TO WS-H-DEGREE
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC
               MOVE WS-DEG-HDR TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           IF SRT-MAJOR NOT = WS-PREV-MAJOR
               MOVE SRT-MAJOR TO WS-PREV-MAJOR
               MOVE SRT-MAJOR TO WS-H-MAJOR
               MOVE SRT-MAJOR TO MAJOR-CODE
               READ MAJOR-MASTER
                   INVALID KEY
                       MOVE SPACES TO MAJOR-NAME
               END-READ
               MOVE MAJOR-NAME TO WS-H-MAJOR-NAME
               MOVE WS-MAJ-HDR TO PRINT-REC
               WRITE PRINT-REC
           END-IF.

           MOVE SRT-PRINT-NAME TO WS-D-NAME.
           MOVE SRT-HONORS     TO WS-D-HONORS.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1          TO WS-CER-GRADS WS-GRAD-COUNT.
           ADD SRT-GUESTS TO WS-CER-GUESTS WS-GUEST-COUNT.
      *-----------------------------------------------------------------
       500-CEREMONY-TOTAL.
           MOVE WS-CER-GRADS  TO WS-CT-GRADS.
           MOVE WS-CER-GUESTS TO WS-CT-GUESTS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CER-TOT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ZERO TO WS-CER-GRADS WS-CER-GUESTS.
      *-----------------------------------------------------------------

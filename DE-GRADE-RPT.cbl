       IDENTIFICATION DIVISION.
       PROGRAM-ID. DE-GRADE-RPT.
      *-----------------------------------------------------------------
      *DUAL ENROLLMENT GRADE REPORT - ONE SECTION PER SCHOOL DISTRICT
      *FOR THE TERM, LISTING EVERY DUAL ENROLLMENT STUDENT WITH THEIR
      *HIGH SCHOOL AND THE GRADE IN EACH COURSE TAKEN. A COURSE WITH
      *NO GRADE POSTED YET SHOWS IP. A TERM ALREADY ROLLED OFF THE
      *REGISTRATION FILE IS READ FROM THE REGISTRATION HISTORY.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DE-DISTRICT  ASSIGN        TO
                               '../FILES/DE-DISTRICT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DIST-ID
                               FILE STATUS   IS WS-STAT.
           SELECT DE-TERM      ASSIGN        TO
                               '../FILES/DE-TERM.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DET-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT DE-STU       ASSIGN        TO
                               '../FILES/DE-STU.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DES-STU-ID
                               FILE STATUS   IS WS-STAT.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REG-KEY
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT REG-HISTORY  ASSIGN        TO
                               '../FILES/REGISTER-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RH-KEY
                               ALTERNATE KEY IS RH-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-HIST-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT SCHE-MST     ASSIGN TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/DE-GRADE-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY DE-DISTRICT-RECS.
       COPY DE-TERM-RECS.
       COPY DE-STU-RECS.
       COPY STU-MST-DEF.
       FD  REG-MASTER.
       01  REG-REC.
           03  REG-KEY.
               05  REG-STU-ID          PIC 9(7).
               05  REG-CRN-KEY.
                   07  REG-YEAR        PIC 9999.
                   07  REG-SEM         PIC 99.
                   07  REG-CRN         PIC 9(4).
           03  REG-GRADE           PIC X.
           03  REG-MIDTERM         PIC X.
       FD  REG-HISTORY.
       01  RH-REC.
           03  RH-KEY.
               05  RH-STU-ID           PIC 9(7).
               05  RH-CRN-KEY.
                   07  RH-YEAR         PIC 9999.
                   07  RH-SEM          PIC 99.
                   07  RH-CRN          PIC 9(4).
           03  RH-GRADE            PIC X.
           03  RH-MIDTERM          PIC X.
       FD  SCHE-MST.
       01  SCHE-REC.
           03  SCHEDULE-ID-O       PIC X(12).
           03  FILLER              PIC X.
           03  COURSE-ID-O.
               05  COURSE-DEPT-O   PIC X(4).
               05  FILLER          PIC X(5).
           03  FILLER              PIC X.
           03  TIMEDAY-O           PIC X(20).
           03  FILLER              PIC X.
           03  BUILDING-ID-O       PIC X(11).
           03  FILLER              PIC X.
           03  INSTRUCTOR-ID-O     PIC X(4).
           03  FILLER              PIC X(3).
           03  OPEN-SEATS-O        PIC X(3).
           03  SCHED-DAYS-O        PIC X(7).
           03  SCHED-START-O       PIC 9(4).
           03  SCHED-END-O         PIC 9(4).
           03  SCHED-XLIST-O       PIC X(12).
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-HIST-STAT        PIC 99.
           03  WS-HIST-AVAIL       PIC X VALUE 'N'.
               88  HIST-AVAIL              VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-STU-EOF          PIC X   VALUE 'N'.
               88  STU-EOF                 VALUE 'Y'.
           03  WS-REG-EOF          PIC X   VALUE 'N'.
               88  REG-EOF                 VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CUR-DIST-ID      PIC 9(5).
           03  WS-STU-NAME         PIC X(31).
           03  WS-DIST-STU-COUNT   PIC 9(5).
           03  WS-CRSE-COUNT       PIC 9(3).
           03  WS-STU-COUNT        PIC 9(5) VALUE 0.
           03  WS-DIST-COUNT       PIC 9(5) VALUE 0.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'DE-GRADE-RPT'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/DE-GRADE-REPORT.TXT'.
       01  WS-DIST-HDR-LN.
           03  FILLER              PIC X(10) VALUE 'DISTRICT: '.
           03  WS-H-DIST-NAME      PIC X(30).
           03  FILLER              PIC X(7)  VALUE '  TERM '.
           03  WS-H-YEAR           PIC 9999.
           03  FILLER              PIC X VALUE '/'.
           03  WS-H-SEM            PIC 99.
       01  WS-DIST-CONTACT-LN.
           03  FILLER              PIC X(10) VALUE '  ATTN:  '.
           03  WS-H-CONTACT        PIC X(20).
           03  FILLER              PIC X(13) VALUE '  AGREEMENT: '.
           03  WS-H-AGREE-NO       PIC X(10).
       01  WS-STU-LN.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-S-STU-ID         PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-S-NAME           PIC X(31).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-S-HS-NAME        PIC X(30).
       01  WS-CRSE-LN.
           03  FILLER              PIC X(11) VALUE SPACES.
           03  WS-C-COURSE         PIC X(9).
           03  FILLER              PIC X(6) VALUE '  CRN '.
           03  WS-C-CRN            PIC 9(4).
           03  FILLER              PIC X(9) VALUE '  GRADE '.
           03  WS-C-GRADE          PIC XX.
       01  WS-NO-CRSE-LN.
           03  FILLER              PIC X(11) VALUE SPACES.
           03  FILLER              PIC X(24) VALUE
                                   'NO COURSES ON RECORD'.
       01  WS-DIST-TOT-LN.
           03  FILLER              PIC X(20) VALUE
                                   'STUDENTS REPORTED: '.
           03  WS-T-STU-COUNT      PIC ZZ,ZZ9.
       01  WS-RPT-SEP.
           03  FILLER              PIC X(70) VALUE ALL '-'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'DUAL ENROLLMENT DISTRICT GRADE REPORT'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           OPEN INPUT DE-DISTRICT.
           OPEN INPUT DE-TERM.
           OPEN INPUT DE-STU.
           OPEN INPUT REG-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT SCHE-MST.
           OPEN OUTPUT PRINT-FILE.
           OPEN INPUT REG-HISTORY.
           IF WS-HIST-STAT = ZERO
               MOVE 'Y' TO WS-HIST-AVAIL
           END-IF.

           MOVE 'DUAL ENROLLMENT GRADE REPORT' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE LOW-VALUES TO DIST-ID.
           MOVE 'N' TO WS-EOF.
           START DE-DISTRICT KEY NOT LESS THAN DIST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ DE-DISTRICT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 100-REPORT-ONE-DISTRICT
               END-READ
           END-PERFORM.

           CLOSE DE-DISTRICT.
           CLOSE DE-TERM.
           CLOSE DE-STU.
           CLOSE REG-MASTER.
           CLOSE STU-MST.
           CLOSE SCHE-MST.
           CLOSE PRINT-FILE.
           IF HIST-AVAIL
               CLOSE REG-HISTORY
           END-IF.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'DE-GRADE-RPT COMPLETE'.
           DISPLAY 'DISTRICTS REPORTED: ' WS-DIST-COUNT.
           DISPLAY 'STUDENTS REPORTED : ' WS-STU-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-REPORT-ONE-DISTRICT.
           MOVE DIST-ID TO WS-CUR-DIST-ID.
           MOVE 0 TO WS-DIST-STU-COUNT.

           MOVE LOW-VALUES TO DET-KEY.
           MOVE 'N' TO WS-STU-EOF.
           START DE-TERM KEY NOT LESS THAN DET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STU-EOF
           END-START.

           PERFORM UNTIL STU-EOF
               READ DE-TERM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STU-EOF
                   NOT AT END
                       IF DET-DIST-ID = WS-CUR-DIST-ID
                           AND DET-YEAR = WS-YEAR
                           AND DET-SEM  = WS-SEM
                           PERFORM 200-REPORT-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DIST-STU-COUNT > 0
               MOVE WS-DIST-STU-COUNT TO WS-T-STU-COUNT
               MOVE WS-DIST-TOT-LN TO PRINT-REC
               WRITE PRINT-REC
               MOVE WS-RPT-SEP TO PRINT-REC
               WRITE PRINT-REC
               ADD 1 TO WS-DIST-COUNT
           END-IF.
      *-----------------------------------------------------------------
       200-REPORT-ONE-STUDENT.
           IF WS-DIST-STU-COUNT = 0
               PERFORM 400-WRITE-DISTRICT-HEADER
           END-IF.

           MOVE SPACES TO WS-STU-NAME.
           MOVE DET-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-STU-NAME
           END-READ.
           MOVE SPACES TO WS-S-HS-NAME.
           MOVE DET-STU-ID TO DES-STU-ID.
           READ DE-STU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DES-HS-NAME TO WS-S-HS-NAME
           END-READ.

           MOVE DET-STU-ID  TO WS-S-STU-ID.
           MOVE WS-STU-NAME TO WS-S-NAME.
           MOVE WS-STU-LN TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-DIST-STU-COUNT.
           ADD 1 TO WS-STU-COUNT.

           MOVE 0 TO WS-CRSE-COUNT.
           PERFORM 300-LIST-CURRENT.
           IF WS-CRSE-COUNT = 0 AND HIST-AVAIL
               PERFORM 350-LIST-ARCHIVED
           END-IF.
           IF WS-CRSE-COUNT = 0
               MOVE WS-NO-CRSE-LN TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *-----------------------------------------------------------------
       300-LIST-CURRENT.
           MOVE DET-STU-ID TO REG-STU-ID.
           MOVE WS-YEAR    TO REG-YEAR.
           MOVE WS-SEM     TO REG-SEM.
           MOVE ZERO       TO REG-CRN.
           MOVE 'N' TO WS-REG-EOF.
           START REG-MASTER KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF
           END-START.
           PERFORM UNTIL REG-EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       IF REG-STU-ID NOT = DET-STU-ID
                           OR REG-YEAR NOT = WS-YEAR
                           OR REG-SEM  NOT = WS-SEM
                           MOVE 'Y' TO WS-REG-EOF
                       ELSE
                           PERFORM 500-WRITE-COURSE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       350-LIST-ARCHIVED.
           MOVE DET-STU-ID TO RH-STU-ID.
           MOVE WS-YEAR    TO RH-YEAR.
           MOVE WS-SEM     TO RH-SEM.
           MOVE ZERO       TO RH-CRN.
           MOVE 'N' TO WS-REG-EOF.
           START REG-HISTORY KEY NOT LESS THAN RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF
           END-START.
           PERFORM UNTIL REG-EOF
               READ REG-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       IF RH-STU-ID NOT = DET-STU-ID
                           OR RH-YEAR NOT = WS-YEAR
                           OR RH-SEM  NOT = WS-SEM
                           MOVE 'Y' TO WS-REG-EOF
                       ELSE
                           MOVE RH-REC TO REG-REC
                           PERFORM 500-WRITE-COURSE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       400-WRITE-DISTRICT-HEADER.
           MOVE DIST-NAME TO WS-H-DIST-NAME.
           MOVE WS-YEAR   TO WS-H-YEAR.
           MOVE WS-SEM    TO WS-H-SEM.
           MOVE WS-DIST-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE DIST-CONTACT  TO WS-H-CONTACT.
           MOVE DIST-AGREE-NO TO WS-H-AGREE-NO.
           MOVE WS-DIST-CONTACT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       500-WRITE-COURSE.
           MOVE SPACES TO WS-C-COURSE.
           STRING REG-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  REG-SEM  DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  REG-CRN  DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COURSE-ID-O TO WS-C-COURSE
           END-READ.
           MOVE REG-CRN TO WS-C-CRN.
           IF REG-GRADE = SPACE
               MOVE 'IP' TO WS-C-GRADE
           ELSE
               MOVE REG-GRADE TO WS-C-GRADE
           END-IF.
           MOVE WS-CRSE-LN TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-CRSE-COUNT.
      *-----------------------------------------------------------------

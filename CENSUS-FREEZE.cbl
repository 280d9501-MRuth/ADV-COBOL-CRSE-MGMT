      *-----------------------------------------------------------------
      *CENSUS FREEZE - COPIES THE TERM'S LIVE REGISTRATIONS INTO THE
      *CENSUS SNAPSHOT AS OF THE CENSUS DATE SO THE OFFICIAL COUNTS
      *STOP MOVING WITH LATER ADDS AND DROPS. A PART OF TERM FREEZES
      *ON ITS OWN CENSUS DATE - RUN ONCE PER PART, AND ONCE WITH A
      *BLANK PART FOR THE FULL-TERM SECTIONS
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CEN-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
           03  CRSE-STAT      PIC X.
           03  CRSE-PREREQ    PIC X(9).
       COPY CENSUS-MASTER-RECS.
       COPY TERM-MASTER-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-CREDIT-DIGIT     PIC 9.
           03  WS-DEPT             PIC X(4).
           03  WS-FROZEN-COUNT     PIC 9(6) VALUE 0.
           03  WS-PTRM             PIC XX.
           03  WS-SECT-PTRM        PIC XX.
       COPY WS-PTRM-DATES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER             : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.
           DISPLAY 'PART OF TERM (BLANK = FULL TERM): '
               WITH NO ADVANCING.
           ACCEPT WS-PTRM.
           MOVE ZERO TO WS-CENSUS-DATE.
           IF WS-PTRM NOT = SPACES
               PERFORM 050-GET-PART-CENSUS
           END-IF.
           IF WS-CENSUS-DATE = ZERO
               DISPLAY 'CENSUS DATE (CCYYMMDD): ' WITH NO ADVANCING
               ACCEPT WS-CENSUS-DATE
           ELSE
               DISPLAY 'CENSUS DATE (CCYYMMDD): ' WS-CENSUS-DATE
           END-IF.

           OPEN INPUT REG-MASTER.
           OPEN INPUT SCHE-MST.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE PART MUST BE ON FILE FOR THE TERM - ITS OWN CENSUS DATE
      *IS THE DEFAULT, OTHERWISE THE OPERATOR IS ASKED FOR ONE
       050-GET-PART-CENSUS.
           OPEN INPUT TERM-MASTER.
           MOVE WS-YEAR TO TERM-YEAR.
           MOVE WS-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   DISPLAY 'NO TERM RECORD FOR ' WS-YEAR '/' WS-SEM
                   CLOSE TERM-MASTER
                   EXIT PROGRAM
           END-READ.
           MOVE 'S'     TO WS-PD-FUNC.
           MOVE WS-PTRM TO WS-PD-CODE.
           CALL 'PTRM-DATES-GET' USING WS-PTRM-DATES TERM-REC.
           CLOSE TERM-MASTER.
           IF NOT PD-FOUND
               DISPLAY 'PART OF TERM ' WS-PTRM ' NOT ON FILE - NO RUN'
               EXIT PROGRAM
           END-IF.
           DISPLAY 'PART OF TERM         : ' WS-PD-DESC.
           MOVE WS-PD-CENSUS-DATE TO WS-CENSUS-DATE.
      *-----------------------------------------------------------------
      *ONLY SECTIONS IN THE PART BEING FROZEN ARE COPIED - A SECTION
      *NO LONGER ON THE SCHEDULE COUNTS AS FULL TERM
       100-FREEZE-ONE.
           MOVE 0 TO WS-CREDIT-DIGIT.
           MOVE SPACES TO WS-DEPT.
           MOVE SPACES TO WS-SECT-PTRM.
           STRING REG-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  REG-SEM  DELIMITED BY SIZE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SCHED-PTRM-O TO WS-SECT-PTRM
                   MOVE COURSE-DEPT-O TO WS-DEPT
                   MOVE COURSE-ID-O TO CRSE-ID
                   READ CRSE-MASTER
                           END-IF
                   END-READ
           END-READ.
           IF WS-SECT-PTRM = LOW-VALUES
               MOVE SPACES TO WS-SECT-PTRM
           END-IF.
           IF WS-SECT-PTRM NOT = WS-PTRM
               EXIT PARAGRAPH
           END-IF.

           MOVE REG-YEAR        TO CEN-YEAR.
           MOVE REG-SEM         TO CEN-SEM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTRM-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE PARTS OF TERM - ACCELERATED AND LATE-START
      *SESSIONS INSIDE A TERM, EACH WITH ITS OWN DATES, DEADLINES AND
      *CENSUS DATE. A PART MUST FALL INSIDE ITS TERM'S CALENDAR.
      *CHANGES LEAVE BEFORE/AFTER IMAGES ON THE MAINTENANCE AUDIT
      *FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTRM-MASTER  ASSIGN        TO
                               '../FILES/PTRM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PTRM-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-TERM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY PTRM-MASTER-RECS.
       COPY TERM-MASTER-RECS.
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-TERM-STAT        PIC 99.
           03  WS-SEL              PIC X.
           03  WS-SAVE             PIC X   VALUE 'N'.
               88  SAVE                    VALUE 'Y' 'y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-FOUND            PIC X   VALUE 'N'.
               88  FOUND                   VALUE 'Y'.
           03  WS-TERM-FOUND       PIC X   VALUE 'N'.
               88  TERM-FOUND              VALUE 'Y'.
       01  WS-DTL-LN.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-CODE             PIC XX.
           03  WS-DESC             PIC X(20).
           03  WS-START-DATE       PIC 9(8).
           03  WS-END-DATE         PIC 9(8).
           03  WS-ADD-DEADLINE     PIC 9(8).
           03  WS-DROP-DEADLINE    PIC 9(8).
           03  WS-WTHD-DEADLINE    PIC 9(8).
           03  WS-CENSUS-DATE      PIC 9(8).
       01  WS-OLD-LN.
           03  WS-OLD-DESC         PIC X(20).
           03  WS-OLD-START        PIC 9(8).
           03  WS-OLD-END          PIC 9(8).
           03  WS-OLD-ADD          PIC 9(8).
           03  WS-OLD-DROP         PIC 9(8).
           03  WS-OLD-WTHD         PIC 9(8).
           03  WS-OLD-CENSUS       PIC 9(8).
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15).
           03  WS-AUD-KEY          PIC X(12).
           03  WS-AUD-FIELD        PIC X(12).
           03  WS-AUD-OLD          PIC X(20).
           03  WS-AUD-NEW          PIC X(20).
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
           03  WS-ERR-STAT         PIC XX.
           03  WS-OPEN-FAIL        PIC X VALUE 'N'.
               88  OPEN-FAILED           VALUE 'Y'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 3  COL 28  VALUE 'PARTS OF TERM MAINTENANCE'.
       01  SCRN-KEY.
           03  LINE 5  COL 15  VALUE   'YEAR: '.
           03          COL 22  PIC ZZZ9 TO WS-YEAR
                                        AUTO REQUIRED FULL.
           03          COL 32  VALUE   'SEMESTER: '.
           03          COL 43  PIC Z9   TO WS-SEM
                                        AUTO REQUIRED.
           03          COL 50  VALUE   'PART: '.
           03          COL 57  PIC XX   TO WS-CODE
                                        AUTO REQUIRED.
       01  SCRN-TERM-DATES.
           03  LINE 6  COL 15  VALUE 'TERM RUNS '.
           03          COL 25  PIC 9(8) FROM TERM-START-DATE.
           03          COL 34  VALUE 'TO '.
           03          COL 37  PIC 9(8) FROM TERM-END-DATE.
       01  SCRN-NO-TERM.
           03  LINE 15 COL 30  VALUE 'NO CALENDAR FOR THIS TERM'.
       01  SCRN-NEW-PART.
           03  LINE 15 COL 30  VALUE 'NEW PART OF TERM'.
       01  SCRN-ACTION.
           03  LINE 17 COL 15  VALUE
                   'A) ADD/UPDATE PART  D) DELETE PART  X) DONE'.
           03          COL 60  PIC X TO WS-SEL AUTO.
       01  SCRN-DATES.
           03  SCRN-DESC.
               05  LINE 7  COL 15  VALUE 'DESCRIPTION            : '.
               05          COL 42  PIC X(20) USING WS-DESC
                                            AUTO REQUIRED.
           03  SCRN-START-DATE.
               05  LINE 8  COL 15  VALUE 'PART START (CCYYMMDD)  : '.
               05          COL 42  PIC 9(8) USING WS-START-DATE
                                            AUTO REQUIRED FULL.
           03  SCRN-END-DATE.
               05  LINE 9  COL 15  VALUE 'PART END   (CCYYMMDD)  : '.
               05          COL 42  PIC 9(8) USING WS-END-DATE
                                            AUTO REQUIRED FULL.
           03  SCRN-ADD-DEADLINE.
               05  LINE 10 COL 15  VALUE 'ADD DEADLINE           : '.
               05          COL 42  PIC 9(8) USING WS-ADD-DEADLINE
                                            AUTO REQUIRED FULL.
           03  SCRN-DROP-DEADLINE.
               05  LINE 11 COL 15  VALUE 'DROP DEADLINE          : '.
               05          COL 42  PIC 9(8) USING WS-DROP-DEADLINE
                                            AUTO REQUIRED FULL.
           03  SCRN-WTHD-DEADLINE.
               05  LINE 12 COL 15  VALUE 'WITHDRAWAL DEADLINE    : '.
               05          COL 42  PIC 9(8) USING WS-WTHD-DEADLINE
                                            AUTO REQUIRED FULL.
           03  SCRN-CENSUS-DATE.
               05  LINE 13 COL 15  VALUE 'CENSUS DATE            : '.
               05          COL 42  PIC 9(8) USING WS-CENSUS-DATE
                                            AUTO.
               05          COL 52  VALUE '(ZERO = NONE)'.
       01  SCRN-SAVE.
           03  LINE 15 COL 32  VALUE 'SAVE (Y/N)'.
           03          COL 30  PIC X   TO WS-SAVE AUTO.
       01  SCRN-SAVED.
           03  LINE 19 COL 30  VALUE 'PART OF TERM SAVED'.
       01  SCRN-NOT-SAVED.
           03  LINE 19 COL 30  VALUE 'PART OF TERM NOT SAVED'.
       01  SCRN-DELETED.
           03  LINE 19 COL 30  VALUE 'PART OF TERM DELETED'.
       01  SCRN-DEL-ERR.
           03  LINE 19 COL 30  VALUE 'NO PART OF TERM TO DELETE'.
       01  SCRN-DATE-ERR.
           03  LINE 16 COL 30  VALUE
                   'DATES MUST BE IN ORDER AND INSIDE THE TERM'.
       01  SCRN-ANOTHER.
           03  LINE 21 COL 32  VALUE 'ANOTHER PART? (Y/N)'.
           03          COL 30  PIC X TO WS-ANOTHER AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'PTRM-MAINT' TO WS-ERR-PGM.
           OPEN I-O PTRM-MASTER.
           MOVE 'PTRM-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF
           OPEN INPUT TERM-MASTER.
           MOVE WS-TERM-STAT TO WS-STAT
           MOVE 'TERM-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               CLOSE PTRM-MASTER
               EXIT PROGRAM
           END-IF

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-KEY
               ACCEPT  SCRN-KEY

               PERFORM 100-GET-TERM
               IF TERM-FOUND
                   PERFORM 150-GET-PART
                   PERFORM 200-ACTION
               ELSE
                   DISPLAY SCRN-NO-TERM
               END-IF

               DISPLAY SCRN-ANOTHER
               ACCEPT  SCRN-ANOTHER
           END-PERFORM.

           CLOSE PTRM-MASTER.
           CLOSE TERM-MASTER.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-GET-TERM.
           MOVE WS-YEAR TO TERM-YEAR.
           MOVE WS-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-TERM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TERM-FOUND
                   DISPLAY SCRN-TERM-DATES
           END-READ.
      *-----------------------------------------------------------------
       150-GET-PART.
           MOVE WS-YEAR TO PTRM-YEAR.
           MOVE WS-SEM  TO PTRM-SEM.
           MOVE WS-CODE TO PTRM-CODE.
           READ PTRM-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
                   MOVE SPACES TO WS-DESC
                   MOVE ZERO TO WS-START-DATE
                   MOVE ZERO TO WS-END-DATE
                   MOVE ZERO TO WS-ADD-DEADLINE
                   MOVE ZERO TO WS-DROP-DEADLINE
                   MOVE ZERO TO WS-WTHD-DEADLINE
                   MOVE ZERO TO WS-CENSUS-DATE
                   DISPLAY SCRN-NEW-PART
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE PTRM-DESC          TO WS-DESC
                   MOVE PTRM-START-DATE    TO WS-START-DATE
                   MOVE PTRM-END-DATE      TO WS-END-DATE
                   MOVE PTRM-ADD-DEADLINE  TO WS-ADD-DEADLINE
                   MOVE PTRM-DROP-DEADLINE TO WS-DROP-DEADLINE
                   MOVE PTRM-WTHD-DEADLINE TO WS-WTHD-DEADLINE
                   MOVE PTRM-CENSUS-DATE   TO WS-CENSUS-DATE
                   DISPLAY SCRN-DATES
           END-READ.
           MOVE WS-DESC          TO WS-OLD-DESC.
           MOVE WS-START-DATE    TO WS-OLD-START.
           MOVE WS-END-DATE      TO WS-OLD-END.
           MOVE WS-ADD-DEADLINE  TO WS-OLD-ADD.
           MOVE WS-DROP-DEADLINE TO WS-OLD-DROP.
           MOVE WS-WTHD-DEADLINE TO WS-OLD-WTHD.
           MOVE WS-CENSUS-DATE   TO WS-OLD-CENSUS.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'A'
               WHEN 'a'
                   PERFORM 250-ACCEPT-DATES
                   IF SAVE
                       PERFORM 300-SAVE-PART
                   ELSE
                       DISPLAY SCRN-NOT-SAVED
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   PERFORM 400-DELETE-PART
           END-EVALUATE.
      *-----------------------------------------------------------------
      *SAME ORDERING RULES AS THE TERM CALENDAR, AND THE PART MUST
      *RUN INSIDE ITS TERM. A CENSUS DATE, IF GIVEN, FALLS IN THE PART
       250-ACCEPT-DATES.
           MOVE SPACE TO WS-SAVE.
           PERFORM UNTIL SAVE OR WS-SAVE = 'N' OR WS-SAVE = 'n'
               DISPLAY SCRN-DATES
               ACCEPT  SCRN-DATES
               IF WS-START-DATE > WS-END-DATE
                   OR WS-ADD-DEADLINE  < WS-START-DATE
                   OR WS-DROP-DEADLINE < WS-ADD-DEADLINE
                   OR WS-WTHD-DEADLINE < WS-DROP-DEADLINE
                   OR WS-WTHD-DEADLINE > WS-END-DATE
                   OR WS-START-DATE < TERM-START-DATE
                   OR WS-END-DATE   > TERM-END-DATE
                   OR (WS-CENSUS-DATE NOT = ZERO
                       AND (WS-CENSUS-DATE < WS-START-DATE
                         OR WS-CENSUS-DATE > WS-END-DATE))
                   DISPLAY SCRN-DATE-ERR
               ELSE
                   DISPLAY SCRN-SAVE
                   ACCEPT  SCRN-SAVE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       300-SAVE-PART.
           MOVE WS-YEAR          TO PTRM-YEAR.
           MOVE WS-SEM           TO PTRM-SEM.
           MOVE WS-CODE          TO PTRM-CODE.
           MOVE WS-DESC          TO PTRM-DESC.
           MOVE WS-START-DATE    TO PTRM-START-DATE.
           MOVE WS-END-DATE      TO PTRM-END-DATE.
           MOVE WS-ADD-DEADLINE  TO PTRM-ADD-DEADLINE.
           MOVE WS-DROP-DEADLINE TO PTRM-DROP-DEADLINE.
           MOVE WS-WTHD-DEADLINE TO PTRM-WTHD-DEADLINE.
           MOVE WS-CENSUS-DATE   TO PTRM-CENSUS-DATE.
           IF FOUND
               REWRITE PTRM-REC
           ELSE
               WRITE PTRM-REC
           END-IF.
           DISPLAY SCRN-SAVED.
           PERFORM 500-AUDIT-CHANGE.
      *-----------------------------------------------------------------
       400-DELETE-PART.
           IF FOUND
               MOVE WS-YEAR TO PTRM-YEAR
               MOVE WS-SEM  TO PTRM-SEM
               MOVE WS-CODE TO PTRM-CODE
               DELETE PTRM-MASTER RECORD
               MOVE SPACES TO WS-DESC
               MOVE ZERO TO WS-START-DATE
               MOVE ZERO TO WS-END-DATE
               MOVE ZERO TO WS-ADD-DEADLINE
               MOVE ZERO TO WS-DROP-DEADLINE
               MOVE ZERO TO WS-WTHD-DEADLINE
               MOVE ZERO TO WS-CENSUS-DATE
               PERFORM 500-AUDIT-CHANGE
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-DEL-ERR
           END-IF.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER FIELD THAT CHANGED, KEYED BY TERM AND PART
       500-AUDIT-CHANGE.
           MOVE 'PTRM-MAINT'    TO WS-AUD-PGM.
           MOVE SPACES          TO WS-AUD-KEY.
           MOVE WS-YEAR         TO WS-AUD-KEY(1:4).
           MOVE WS-SEM          TO WS-AUD-KEY(5:2).
           MOVE WS-CODE         TO WS-AUD-KEY(8:2).
           MOVE SPACES          TO WS-AUD-OLD.
           MOVE SPACES          TO WS-AUD-NEW.
           IF WS-DESC NOT = WS-OLD-DESC
               MOVE 'DESCRIPTION'  TO WS-AUD-FIELD
               MOVE WS-OLD-DESC    TO WS-AUD-OLD
               MOVE WS-DESC        TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-START-DATE NOT = WS-OLD-START
               MOVE 'START DATE'   TO WS-AUD-FIELD
               MOVE WS-OLD-START   TO WS-AUD-OLD
               MOVE WS-START-DATE  TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-END-DATE NOT = WS-OLD-END
               MOVE 'END DATE'     TO WS-AUD-FIELD
               MOVE WS-OLD-END     TO WS-AUD-OLD
               MOVE WS-END-DATE    TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-ADD-DEADLINE NOT = WS-OLD-ADD
               MOVE 'ADD DEADLINE' TO WS-AUD-FIELD
               MOVE WS-OLD-ADD     TO WS-AUD-OLD
               MOVE WS-ADD-DEADLINE TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-DROP-DEADLINE NOT = WS-OLD-DROP
               MOVE 'DROP DEADLIN' TO WS-AUD-FIELD
               MOVE WS-OLD-DROP    TO WS-AUD-OLD
               MOVE WS-DROP-DEADLINE TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-WTHD-DEADLINE NOT = WS-OLD-WTHD
               MOVE 'WTHD DEADLIN' TO WS-AUD-FIELD
               MOVE WS-OLD-WTHD    TO WS-AUD-OLD
               MOVE WS-WTHD-DEADLINE TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-CENSUS-DATE NOT = WS-OLD-CENSUS
               MOVE 'CENSUS DATE'  TO WS-AUD-FIELD
               MOVE WS-OLD-CENSUS  TO WS-AUD-OLD
               MOVE WS-CENSUS-DATE TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
      *-----------------------------------------------------------------
       510-WRITE-AUDIT.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

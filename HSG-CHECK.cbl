       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSG-CHECK.
      *-----------------------------------------------------------------
      *RESIDENCE HALL CHECK-IN AND CHECK-OUT. SHOWS THE STUDENT'S
      *BED ASSIGNMENT FOR THE TERM AND RECORDS THE DAY THE STUDENT
      *MOVED IN OR OUT (ZERO = TODAY). AN ASSIGNMENT NOT YET
      *CHECKED INTO MAY BE CANCELLED, WHICH FREES THE BED AND DROPS
      *THE HOUSING CHARGE ON THE NEXT BILLING RUN. A CHECK-OUT HERE
      *CARRIES NO REFUND - A STUDENT WHO WITHDRAWS FROM THE TERM IS
      *CHECKED OUT AND REFUNDED BY THE WITHDRAWAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT HSG-ASSIGN   ASSIGN        TO
                               '../FILES/HSG-ASSIGN.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HASG-KEY
                               ALTERNATE KEY IS HASG-BED-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
       COPY HSG-ASSIGN-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-SPACE            PIC X   VALUE SPACE.
           03  WS-STU-ID           PIC 9(7).
           03  WS-STU-NAME         PIC X(31).
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-MOVE-DATE        PIC 9(8).
           03  WS-STATUS-DESC      PIC X(12).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 3  COL 26  VALUE 'RESIDENCE HALL CHECK-IN/OUT'.
       01  SCRN-STU-ID.
           03  LINE 5  COL 20  VALUE 'STUDENT ID : '.
           03          COL 34  PIC 9(7) TO WS-STU-ID
                                            AUTO REQUIRED.
       01  SCRN-STU-NAME.
           03  LINE 6  COL 20  VALUE 'NAME       : '.
           03          COL 34  PIC X(31) FROM WS-STU-NAME.
       01  SCRN-YEAR-SEM.
           03  LINE 7  COL 20  VALUE 'YEAR       : '.
           03          COL 34  PIC ZZZ9 TO WS-YEAR
                                            AUTO REQUIRED FULL.
           03          COL 42  VALUE 'SEMESTER: '.
           03          COL 52  PIC Z9   TO WS-SEM
                                            AUTO REQUIRED.
       01  SCRN-ASSIGN.
           03  LINE 9  COL 20  VALUE 'HALL/ROOM  : '.
           03          COL 34  PIC X(4) FROM HASG-HALL.
           03          COL 39  PIC X(5) FROM HASG-ROOM.
           03          COL 45  PIC X    FROM HASG-SPACE.
           03          COL 49  VALUE 'STATUS: '.
           03          COL 57  PIC X(12) FROM WS-STATUS-DESC.
           03  LINE 10 COL 20  VALUE 'ROOM RATE  : '.
           03          COL 34  PIC ZZ,ZZ9.99 FROM HASG-ROOM-RATE.
           03          COL 49  VALUE 'MEALS : '.
           03          COL 57  PIC ZZ,ZZ9.99 FROM HASG-MEAL-RATE.
           03  LINE 11 COL 20  VALUE 'CHECKED IN : '.
           03          COL 34  PIC 9(8) FROM HASG-CHECKIN-DATE.
           03          COL 49  VALUE 'OUT   : '.
           03          COL 57  PIC 9(8) FROM HASG-CHECKOUT-DATE.
       01  SCRN-ACTION.
           03  LINE 13 COL 20  VALUE
               'I) CHECK IN  O) CHECK OUT  C) CANCEL  X) DONE'.
           03          COL 67  PIC X TO WS-SEL AUTO.
       01  SCRN-DATE.
           03  LINE 14 COL 20  VALUE 'DATE (CCYYMMDD, 0 = TODAY): '.
           03          COL 48  PIC 9(8) TO WS-MOVE-DATE AUTO.
       01  SCRN-ERR1.
           03  LINE 6  COL 20  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-ERR-NO-ASSIGN.
           03  LINE 9  COL 20  VALUE 'NO BED ASSIGNED FOR THIS TERM'.
       01  SCRN-ERR-STATUS.
           03  LINE 16 COL 20  VALUE
                   'NOT ALLOWED FOR THE ASSIGNMENT STATUS'.
       01  SCRN-SAVED.
           03  LINE 16 COL 20  VALUE 'ASSIGNMENT UPDATED'.
       01  SCRN-CONTINUE.
           03  LINE 19 COL 20  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 44  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT STU-MST.
           OPEN I-O HSG-ASSIGN.
           IF WS-STAT NOT = ZERO
               DISPLAY 'HSG-ASSIGN.DAT CANNOT BE OPENED'
               CLOSE STU-MST
               EXIT PROGRAM
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-STU-ID
               ACCEPT  SCRN-STU-ID
               MOVE WS-STU-ID TO STU-ID
               READ STU-MST
                   INVALID KEY
                       DISPLAY SCRN-ERR1
                   NOT INVALID KEY
                       MOVE SPACES TO WS-STU-NAME
                       STRING STU-F-NAME DELIMITED BY SPACE
                              WS-SPACE   DELIMITED BY SIZE
                              STU-L-NAME DELIMITED BY SPACE
                              INTO WS-STU-NAME
                       DISPLAY SCRN-STU-NAME
                       DISPLAY SCRN-YEAR-SEM
                       ACCEPT  SCRN-YEAR-SEM
                       PERFORM 100-SHOW-ASSIGN
               END-READ
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE STU-MST.
           CLOSE HSG-ASSIGN.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-ASSIGN.
           MOVE WS-STU-ID TO HASG-STU-ID.
           MOVE WS-YEAR   TO HASG-YEAR.
           MOVE WS-SEM    TO HASG-SEM.
           READ HSG-ASSIGN
               INVALID KEY
                   DISPLAY SCRN-ERR-NO-ASSIGN
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN HASG-ASSIGNED
                   MOVE 'ASSIGNED'    TO WS-STATUS-DESC
               WHEN HASG-CHECKED-IN
                   MOVE 'CHECKED IN'  TO WS-STATUS-DESC
               WHEN HASG-CHECKED-OUT
                   MOVE 'CHECKED OUT' TO WS-STATUS-DESC
               WHEN HASG-CANCELLED
                   MOVE 'CANCELLED'   TO WS-STATUS-DESC
           END-EVALUATE.
           DISPLAY SCRN-ASSIGN.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'I'
               WHEN 'i'
                   IF HASG-ASSIGNED
                       PERFORM 200-GET-DATE
                       MOVE WS-MOVE-DATE TO HASG-CHECKIN-DATE
                       MOVE 'I' TO HASG-STATUS
                       PERFORM 300-SAVE
                   ELSE
                       DISPLAY SCRN-ERR-STATUS
                   END-IF
               WHEN 'O'
               WHEN 'o'
                   IF HASG-CHECKED-IN
                       PERFORM 200-GET-DATE
                       MOVE WS-MOVE-DATE TO HASG-CHECKOUT-DATE
                       MOVE 'O' TO HASG-STATUS
                       PERFORM 300-SAVE
                   ELSE
                       DISPLAY SCRN-ERR-STATUS
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   IF HASG-ASSIGNED
                       MOVE 'C' TO HASG-STATUS
                       PERFORM 300-SAVE
                   ELSE
                       DISPLAY SCRN-ERR-STATUS
                   END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
       200-GET-DATE.
           MOVE ZERO TO WS-MOVE-DATE.
           DISPLAY SCRN-DATE.
           ACCEPT  SCRN-DATE.
           IF WS-MOVE-DATE = ZERO
               MOVE WS-TODAY TO WS-MOVE-DATE
           END-IF.
      *-----------------------------------------------------------------
       300-SAVE.
           REWRITE HASG-REC.
           DISPLAY SCRN-SAVED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSG-APPLY.
      *-----------------------------------------------------------------
      *HOUSING APPLICATION ENTRY - ONE APPLICATION PER STUDENT PER
      *TERM WITH UP TO THREE HALL PREFERENCES, A ROOMMATE REQUEST,
      *AND THE MEAL PLAN CHOICE. A NEW APPLICATION IS DATED TODAY,
      *WHICH SETS ITS PRIORITY IN THE ASSIGNMENT BATCH; A CHANGE
      *KEEPS THE ORIGINAL DATE. ONCE A BED IS ASSIGNED THE
      *APPLICATION IS CLOSED - THE ASSIGNMENT IS CHANGED FROM THE
      *CHECK-IN/CHECK-OUT SCREEN.
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
           SELECT HALL-MASTER  ASSIGN        TO
                               '../FILES/HALL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS HALL-CODE
                               FILE STATUS   IS WS-STAT.
           SELECT HSG-APPL     ASSIGN        TO
                               '../FILES/HSG-APPL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HAPP-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
       COPY HALL-MASTER-RECS.
       COPY HSG-APPL-RECS.
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
           03  WS-APPL-FOUND       PIC X VALUE 'N'.
               88  APPL-FOUND              VALUE 'Y'.
           03  WS-PREFS.
               05  WS-PREF         PIC X(4) OCCURS 3 TIMES.
           03  WS-PREF-IX          PIC 9.
           03  WS-ROOMMATE         PIC 9(7).
           03  WS-MEALS            PIC X.
               88  VALID-MEALS             VALUE 'Y' 'N'.
           03  WS-DATA-OK          PIC X.
               88  DATA-OK                 VALUE 'Y'.
           03  WS-STATUS-DESC      PIC X(20).
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
           03  LINE 3  COL 29  VALUE 'HOUSING APPLICATION'.
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
       01  SCRN-APPL-CUR.
           03  LINE 9  COL 20  VALUE 'APPLIED    : '.
           03          COL 34  PIC 9(8) FROM HAPP-APPL-DATE.
           03          COL 45  VALUE 'STATUS: '.
           03          COL 53  PIC X(20) FROM WS-STATUS-DESC.
       01  SCRN-NO-APPL.
           03  LINE 9  COL 20  VALUE 'NO APPLICATION FOR THIS TERM'.
       01  SCRN-ACTION.
           03  LINE 11 COL 20  VALUE
               'A) ENTER/CHANGE  C) CANCEL APPLICATION  X) DONE'.
           03          COL 69  PIC X TO WS-SEL AUTO.
       01  SCRN-APPL-DATA.
           03  LINE 13 COL 20  VALUE 'HALL CHOICE 1: '.
           03          COL 36  PIC X(4) USING WS-PREF(1) AUTO.
           03          COL 42  VALUE '2: '.
           03          COL 45  PIC X(4) USING WS-PREF(2) AUTO.
           03          COL 51  VALUE '3: '.
           03          COL 54  PIC X(4) USING WS-PREF(3) AUTO.
           03  LINE 14 COL 20  VALUE 'ROOMMATE ID  : '.
           03          COL 36  PIC 9(7) USING WS-ROOMMATE AUTO.
           03          COL 45  VALUE '(0 = NO REQUEST)'.
           03  LINE 15 COL 20  VALUE 'MEAL PLAN    : '.
           03          COL 36  PIC X USING WS-MEALS AUTO.
           03          COL 45  VALUE '(Y/N)'.
       01  SCRN-ERR1.
           03  LINE 6  COL 20  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-ERR-HALL.
           03  LINE 17 COL 20  VALUE
                   'A HALL CHOICE IS NOT AN OPEN HALL - NOT SAVED'.
       01  SCRN-ERR-MATE.
           03  LINE 17 COL 20  VALUE
                   'ROOMMATE IS NOT A STUDENT ON FILE - NOT SAVED'.
       01  SCRN-ERR-MEALS.
           03  LINE 17 COL 20  VALUE 'MEAL PLAN MUST BE Y OR N'.
       01  SCRN-ERR-ASSIGNED.
           03  LINE 17 COL 20  VALUE
                   'BED ALREADY ASSIGNED - USE CHECK-IN/CHECK-OUT'.
       01  SCRN-SAVED.
           03  LINE 17 COL 20  VALUE 'APPLICATION SAVED'.
       01  SCRN-CANCELLED.
           03  LINE 17 COL 20  VALUE 'APPLICATION CANCELLED'.
       01  SCRN-CONTINUE.
           03  LINE 19 COL 20  VALUE 'ANOTHER STUDENT? (Y/N)'.
           03          COL 44  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'HSG-APPLY' TO WS-ERR-PGM.
           OPEN INPUT STU-MST.
           MOVE 'STUDENT-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT HALL-MASTER.
           MOVE 'HALL-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN I-O HSG-APPL.
           MOVE 'HSG-APPL' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

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
                       PERFORM 100-SHOW-APPL
                       PERFORM 200-ACTION
               END-READ
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE STU-MST.
           CLOSE HALL-MASTER.
           CLOSE HSG-APPL.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-APPL.
           MOVE 'N'    TO WS-APPL-FOUND.
           MOVE SPACES TO WS-PREFS.
           MOVE ZERO   TO WS-ROOMMATE.
           MOVE 'Y'    TO WS-MEALS.
           MOVE WS-YEAR   TO HAPP-YEAR.
           MOVE WS-SEM    TO HAPP-SEM.
           MOVE WS-STU-ID TO HAPP-STU-ID.
           READ HSG-APPL
               INVALID KEY
                   DISPLAY SCRN-NO-APPL
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APPL-FOUND
                   MOVE HAPP-HALL-PREFS TO WS-PREFS
                   MOVE HAPP-ROOMMATE   TO WS-ROOMMATE
                   MOVE HAPP-MEALS      TO WS-MEALS
                   EVALUATE TRUE
                       WHEN HAPP-PENDING
                           MOVE 'PENDING'          TO WS-STATUS-DESC
                       WHEN HAPP-ASSIGNED
                           MOVE 'BED ASSIGNED'     TO WS-STATUS-DESC
                       WHEN HAPP-UNPLACED
                           MOVE 'NO BED YET'       TO WS-STATUS-DESC
                       WHEN HAPP-CANCELLED
                           MOVE 'CANCELLED'        TO WS-STATUS-DESC
                   END-EVALUATE
                   DISPLAY SCRN-APPL-CUR
           END-READ.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'A'
               WHEN 'a'
                   PERFORM 300-SAVE-APPL
               WHEN 'C'
               WHEN 'c'
                   PERFORM 400-CANCEL-APPL
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-SAVE-APPL.
           IF APPL-FOUND AND HAPP-ASSIGNED
               DISPLAY SCRN-ERR-ASSIGNED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY SCRN-APPL-DATA.
           ACCEPT  SCRN-APPL-DATA.
           MOVE FUNCTION UPPER-CASE(WS-PREFS) TO WS-PREFS.
           MOVE FUNCTION UPPER-CASE(WS-MEALS) TO WS-MEALS.
           PERFORM 350-CHECK-DATA.
           IF NOT DATA-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-YEAR   TO HAPP-YEAR.
           MOVE WS-SEM    TO HAPP-SEM.
           MOVE WS-STU-ID TO HAPP-STU-ID.
           MOVE WS-PREFS    TO HAPP-HALL-PREFS.
           MOVE WS-ROOMMATE TO HAPP-ROOMMATE.
           MOVE WS-MEALS    TO HAPP-MEALS.
           MOVE 'P'         TO HAPP-STATUS.
           IF APPL-FOUND
               REWRITE HAPP-REC
           ELSE
               MOVE WS-TODAY TO HAPP-APPL-DATE
               WRITE HAPP-REC
           END-IF.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
      *EVERY HALL NAMED MUST BE AN OPEN HALL, A ROOMMATE MUST BE A
      *STUDENT ON FILE OTHER THAN THE APPLICANT
       350-CHECK-DATA.
           MOVE 'Y' TO WS-DATA-OK.
           PERFORM VARYING WS-PREF-IX FROM 1 BY 1
                   UNTIL WS-PREF-IX > 3 OR NOT DATA-OK
               IF WS-PREF(WS-PREF-IX) NOT = SPACES
                   MOVE WS-PREF(WS-PREF-IX) TO HALL-CODE
                   READ HALL-MASTER
                       INVALID KEY
                           MOVE 'N' TO WS-DATA-OK
                       NOT INVALID KEY
                           IF NOT HALL-OPEN
                               MOVE 'N' TO WS-DATA-OK
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           IF NOT DATA-OK
               DISPLAY SCRN-ERR-HALL
               EXIT PARAGRAPH
           END-IF.

           IF WS-ROOMMATE NOT = ZERO
               IF WS-ROOMMATE = WS-STU-ID
                   MOVE 'N' TO WS-DATA-OK
               ELSE
                   MOVE WS-ROOMMATE TO STU-ID
                   READ STU-MST
                       INVALID KEY
                           MOVE 'N' TO WS-DATA-OK
                   END-READ
               END-IF
               IF NOT DATA-OK
                   DISPLAY SCRN-ERR-MATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF NOT VALID-MEALS
               MOVE 'N' TO WS-DATA-OK
               DISPLAY SCRN-ERR-MEALS
           END-IF.
      *-----------------------------------------------------------------
       400-CANCEL-APPL.
           IF NOT APPL-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF HAPP-ASSIGNED
               DISPLAY SCRN-ERR-ASSIGNED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO HAPP-STATUS.
           REWRITE HAPP-REC.
           DISPLAY SCRN-CANCELLED.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSG-ASSIGN.
      *-----------------------------------------------------------------
      *RESIDENCE HALL BED ASSIGNMENT BATCH FOR ONE TERM. THE OPEN
      *HALLS AND THEIR IN-SERVICE BEDS ARE LOADED INTO TABLES, WITH
      *THE BEDS ALREADY HELD THIS TERM MARKED TAKEN. APPLICATIONS
      *STILL TO BE PLACED ARE TAKEN IN APPLICATION DATE ORDER. A
      *HALL MUST SUIT THE STUDENT'S GENDER (DEMOGRAPHICS) AND CLASS
      *(FIRST-YEAR = UNDER 30 EARNED CREDITS), AND EVERY ROOM HOUSES
      *ONE GENDER. A STUDENT WHOSE ROOMMATE ALREADY HOLDS A BED JOINS
      *THAT ROOM IF THERE IS SPACE; TWO STUDENTS WHO NAMED EACH
      *OTHER ARE PLACED TOGETHER IN A ROOM WITH TWO FREE BEDS.
      *OTHERWISE THE STUDENT'S HALL CHOICES ARE TRIED IN ORDER, THEN
      *ANY HALL THE STUDENT IS ELIGIBLE FOR. THE HALL'S ROOM RATE,
      *AND ITS MEAL RATE WHEN A MEAL PLAN WAS ASKED FOR, ARE COPIED
      *TO THE ASSIGNMENT FOR BILLING. A STUDENT NOT PLACED IS MARKED
      *UNPLACED AND TRIED AGAIN ON THE NEXT RUN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HALL-MASTER  ASSIGN        TO
                               '../FILES/HALL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS HALL-CODE
                               FILE STATUS   IS WS-STAT.
           SELECT BED-MASTER   ASSIGN        TO
                               '../FILES/BED-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS BED-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT HSG-APPL     ASSIGN        TO
                               '../FILES/HSG-APPL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HAPP-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT HSG-ASSIGN   ASSIGN        TO
                               '../FILES/HSG-ASSIGN.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HASG-KEY
                               ALTERNATE KEY IS HASG-BED-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT DEMO-MASTER  ASSIGN        TO
                               '../FILES/DEMO-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DEMO-KEY
                               FILE STATUS   IS WS-DEMO-STAT.
           SELECT SORT-WORK    ASSIGN TO 'SORTWORK.TXT'.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/HSG-ASSIGN.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY HALL-MASTER-RECS.
       COPY BED-MASTER-RECS.
       COPY HSG-APPL-RECS.
       COPY HSG-ASSIGN-RECS.
       COPY STU-MST-DEF.
       COPY DEMO-MASTER-RECS.
       SD  SORT-WORK.
       01  SRT-REC.
           03  SRT-APPL-DATE       PIC 9(8).
           03  SRT-STU-ID          PIC 9(7).
           03  SRT-HALL-PREFS.
               05  SRT-HALL-PREF   PIC X(4) OCCURS 3 TIMES.
           03  SRT-ROOMMATE        PIC 9(7).
           03  SRT-MEALS           PIC X.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-DEMO-STAT        PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SRT-EOF          PIC X   VALUE 'N'.
               88  SRT-EOF                 VALUE 'Y'.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-SPACE            PIC X   VALUE SPACE.
           03  WS-TABLE-FULL       PIC X   VALUE 'N'.
               88  TABLE-FULL              VALUE 'Y'.
           03  WS-APPL-COUNT       PIC 9(5) VALUE 0.
           03  WS-PLACED-COUNT     PIC 9(5) VALUE 0.
           03  WS-UNPLACED-COUNT   PIC 9(5) VALUE 0.
           03  WS-FREE-COUNT       PIC 9(5) VALUE 0.
      *TABLE SUBSCRIPTS AND SEARCH RESULTS
       01  WS-SEARCH-FIELDS.
           03  WS-HX               PIC 999.
           03  WS-RX               PIC 9(4).
           03  WS-BX               PIC 9(4).
           03  WS-PX               PIC 9.
           03  WS-LAST-BX          PIC 9(4).
           03  WS-TARGET-HX        PIC 999.
           03  WS-FOUND-HX         PIC 999.
           03  WS-FOUND-RX         PIC 9(4).
           03  WS-FOUND-BX         PIC 9(4).
           03  WS-FIND-HALL        PIC X(4).
           03  WS-FIND-ROOM        PIC X(5).
           03  WS-FIND-SPACE       PIC X.
           03  WS-NEED             PIC 9.
           03  WS-ROOM-FREE        PIC 99.
           03  WS-ROOM-OK          PIC X.
               88  ROOM-OK                 VALUE 'Y'.
           03  WS-HALL-OK          PIC X.
               88  HALL-OK                 VALUE 'Y'.
           03  WS-CHK-SEX          PIC X.
           03  WS-CHK-FY           PIC X.
           03  WS-JOIN-RX          PIC 9(4).
           03  WS-PAIR             PIC X.
               88  PAIR                    VALUE 'Y'.
           03  WS-NOTE             PIC X(30).
           03  WS-NEW-STATUS       PIC X.
           03  WS-HASG-FOUND       PIC X.
               88  HASG-FOUND              VALUE 'Y'.
      *THE STUDENT BEING PLACED (A) AND A ROOMMATE PLACED WITH (B)
       01  WS-STU-A.
           03  WS-A-ID             PIC 9(7).
           03  WS-A-NAME           PIC X(30).
           03  WS-A-SEX            PIC X.
           03  WS-A-FY             PIC X.
           03  WS-A-MEALS          PIC X.
       01  WS-STU-B.
           03  WS-B-ID             PIC 9(7).
           03  WS-B-NAME           PIC X(30).
           03  WS-B-SEX            PIC X.
           03  WS-B-FY             PIC X.
           03  WS-B-MEALS          PIC X.
      *PROFILE LOOKUP RESULT
       01  WS-PROFILE.
           03  WS-PF-ID            PIC 9(7).
           03  WS-PF-NAME          PIC X(30).
           03  WS-PF-SEX           PIC X.
           03  WS-PF-FY            PIC X.
      *STUDENT BEING ASSIGNED A BED
       01  WS-PUT.
           03  WS-PUT-ID           PIC 9(7).
           03  WS-PUT-NAME         PIC X(30).
           03  WS-PUT-SEX          PIC X.
           03  WS-PUT-MEALS        PIC X.
      *OPEN HALLS, THEIR ROOMS, AND THE IN-SERVICE BEDS OF EACH ROOM -
      *A ROOM'S BEDS ARE CONSECUTIVE IN THE BED TABLE
       01  WS-HALL-TABLE.
           03  WS-HALL-COUNT       PIC 999 VALUE 0.
           03  WS-HALL-ENTRY       OCCURS 100 TIMES.
               05  WH-CODE         PIC X(4).
               05  WH-GENDER       PIC X.
               05  WH-CLASS        PIC X.
               05  WH-ROOM-RATE    PIC 9(5)V99.
               05  WH-MEAL-RATE    PIC 9(5)V99.
       01  WS-ROOM-TABLE.
           03  WS-ROOM-COUNT       PIC 9(4) VALUE 0.
           03  WS-ROOM-ENTRY       OCCURS 2000 TIMES.
               05  WR-HALL-IX      PIC 999.
               05  WR-ROOM         PIC X(5).
               05  WR-FIRST-BED    PIC 9(4).
               05  WR-BED-CNT      PIC 99.
       01  WS-BED-TABLE.
           03  WS-BED-COUNT        PIC 9(4) VALUE 0.
           03  WS-BED-ENTRY        OCCURS 5000 TIMES.
               05  WB-SPACE        PIC X.
               05  WB-OCC-ID       PIC 9(7).
               05  WB-OCC-SEX      PIC X.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'HSG-ASSIGN'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-TITLE-LN.
           03  FILLER              PIC X(29) VALUE
                                   'RESIDENCE HALL ASSIGNMENTS -'.
           03  FILLER              PIC X(6)  VALUE ' TERM '.
           03  WS-TL-YEAR          PIC 9999.
           03  FILLER              PIC X     VALUE '/'.
           03  WS-TL-SEM           PIC 99.
           03  FILLER              PIC X(6)  VALUE '  RUN '.
           03  WS-TL-DATE          PIC 9(8).
       01  WS-HDR-LN.
           03  FILLER              PIC X(9)  VALUE 'STUDENT'.
           03  FILLER              PIC X(32) VALUE 'NAME'.
           03  FILLER              PIC X(6)  VALUE 'HALL'.
           03  FILLER              PIC X(7)  VALUE 'ROOM'.
           03  FILLER              PIC X(4)  VALUE 'BED'.
           03  FILLER              PIC X(30) VALUE 'RESULT'.
       01  WS-DTL-LN.
           03  WS-D-STU-ID         PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-NAME           PIC X(30).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-HALL           PIC X(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-ROOM           PIC X(5).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-SPACE          PIC X.
           03  FILLER              PIC XXX VALUE SPACES.
           03  WS-D-NOTE           PIC X(30).
       01  WS-MATE-NOTE.
           03  FILLER              PIC X(14) VALUE 'WITH ROOMMATE '.
           03  WS-MN-ID            PIC 9(7).
       01  WS-TOT-LN.
           03  WS-T-LABEL          PIC X(30).
           03  WS-T-COUNT          PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'RESIDENCE HALL BED ASSIGNMENT'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN INPUT HALL-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'HALL-MASTER.DAT CANNOT BE OPENED - NO RUN'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT BED-MASTER.
           OPEN I-O   HSG-APPL.
           OPEN I-O   HSG-ASSIGN.
           OPEN INPUT STU-MST.
           OPEN INPUT DEMO-MASTER.
           OPEN OUTPUT PRINT-FILE.

           PERFORM 100-LOAD-HALLS.
           PERFORM 120-LOAD-BEDS.
           PERFORM 150-LOAD-OCCUPANTS.
           IF TABLE-FULL
               DISPLAY 'HALL/BED TABLE FULL - SOME BEDS NOT LOADED'
           END-IF.

           MOVE WS-YEAR  TO WS-TL-YEAR.
           MOVE WS-SEM   TO WS-TL-SEM.
           MOVE WS-TODAY TO WS-TL-DATE.
           WRITE PRINT-REC FROM WS-TITLE-LN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-HDR-LN.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-APPL-DATE
               ON ASCENDING KEY SRT-STU-ID
               INPUT  PROCEDURE 200-SELECT-APPLS
               OUTPUT PROCEDURE 300-PLACE-APPLS.

           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BED-COUNT
               IF WB-OCC-ID(WS-BX) = ZERO
                   ADD 1 TO WS-FREE-COUNT
               END-IF
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'APPLICATIONS CONSIDERED' TO WS-T-LABEL.
           MOVE WS-APPL-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'BEDS ASSIGNED' TO WS-T-LABEL.
           MOVE WS-PLACED-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'NOT PLACED' TO WS-T-LABEL.
           MOVE WS-UNPLACED-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'BEDS STILL FREE' TO WS-T-LABEL.
           MOVE WS-FREE-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.

           CLOSE HALL-MASTER.
           CLOSE BED-MASTER.
           CLOSE HSG-APPL.
           CLOSE HSG-ASSIGN.
           CLOSE STU-MST.
           CLOSE DEMO-MASTER.
           CLOSE PRINT-FILE.

           MOVE '../FILES/HSG-ASSIGN.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'HSG-ASSIGN COMPLETE'.
           DISPLAY 'APPLICATIONS   : ' WS-APPL-COUNT.
           DISPLAY 'BEDS ASSIGNED  : ' WS-PLACED-COUNT.
           DISPLAY 'NOT PLACED     : ' WS-UNPLACED-COUNT.
           DISPLAY 'BEDS STILL FREE: ' WS-FREE-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-LOAD-HALLS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ HALL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HALL-OPEN
                           IF WS-HALL-COUNT < 100
                               ADD 1 TO WS-HALL-COUNT
                               MOVE HALL-CODE
                                   TO WH-CODE(WS-HALL-COUNT)
                               MOVE HALL-GENDER
                                   TO WH-GENDER(WS-HALL-COUNT)
                               MOVE HALL-CLASS
                                   TO WH-CLASS(WS-HALL-COUNT)
                               MOVE HALL-ROOM-RATE
                                   TO WH-ROOM-RATE(WS-HALL-COUNT)
                               MOVE HALL-MEAL-RATE
                                   TO WH-MEAL-RATE(WS-HALL-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE BED FILE RUNS IN HALL/ROOM/SPACE ORDER, SO A NEW ROOM
      *ENTRY STARTS WHENEVER THE HALL OR ROOM CHANGES
       120-LOAD-BEDS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ BED-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BED-IN-SERVICE
                           PERFORM 130-LOAD-ONE-BED
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       130-LOAD-ONE-BED.
           MOVE BED-HALL TO WS-FIND-HALL.
           PERFORM 700-FIND-HALL.
           IF WS-FOUND-HX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-BED-COUNT NOT < 5000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROOM-COUNT = 0
               OR WR-HALL-IX(WS-ROOM-COUNT) NOT = WS-FOUND-HX
               OR WR-ROOM(WS-ROOM-COUNT) NOT = BED-ROOM
               IF WS-ROOM-COUNT NOT < 2000
                   MOVE 'Y' TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROOM-COUNT
               MOVE WS-FOUND-HX  TO WR-HALL-IX(WS-ROOM-COUNT)
               MOVE BED-ROOM     TO WR-ROOM(WS-ROOM-COUNT)
               COMPUTE WR-FIRST-BED(WS-ROOM-COUNT) = WS-BED-COUNT + 1
               MOVE 0            TO WR-BED-CNT(WS-ROOM-COUNT)
           END-IF.
           ADD 1 TO WS-BED-COUNT.
           ADD 1 TO WR-BED-CNT(WS-ROOM-COUNT).
           MOVE BED-SPACE TO WB-SPACE(WS-BED-COUNT).
           MOVE ZERO      TO WB-OCC-ID(WS-BED-COUNT).
           MOVE SPACE     TO WB-OCC-SEX(WS-BED-COUNT).
      *-----------------------------------------------------------------
      *MARK THE BEDS ALREADY HELD THIS TERM
       150-LOAD-OCCUPANTS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO HASG-KEY.
           START HSG-ASSIGN KEY NOT LESS THAN HASG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ HSG-ASSIGN NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HASG-YEAR = WS-YEAR AND HASG-SEM = WS-SEM
                           AND HASG-HOLDS-BED
                           MOVE HASG-HALL  TO WS-FIND-HALL
                           MOVE HASG-ROOM  TO WS-FIND-ROOM
                           MOVE HASG-SPACE TO WS-FIND-SPACE
                           PERFORM 710-FIND-BED
                           IF WS-FOUND-BX > 0
                               MOVE HASG-STU-ID
                                   TO WB-OCC-ID(WS-FOUND-BX)
                               MOVE HASG-SEX
                                   TO WB-OCC-SEX(WS-FOUND-BX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       200-SELECT-APPLS.
           MOVE WS-YEAR TO HAPP-YEAR.
           MOVE WS-SEM  TO HAPP-SEM.
           MOVE ZERO    TO HAPP-STU-ID.
           MOVE 'N' TO WS-EOF.
           START HSG-APPL KEY NOT LESS THAN HAPP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ HSG-APPL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HAPP-YEAR NOT = WS-YEAR
                           OR HAPP-SEM NOT = WS-SEM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF HAPP-TO-PLACE
                               MOVE HAPP-APPL-DATE  TO SRT-APPL-DATE
                               MOVE HAPP-STU-ID     TO SRT-STU-ID
                               MOVE HAPP-HALL-PREFS TO SRT-HALL-PREFS
                               MOVE HAPP-ROOMMATE   TO SRT-ROOMMATE
                               MOVE HAPP-MEALS      TO SRT-MEALS
                               RELEASE SRT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       300-PLACE-APPLS.
           MOVE 'N' TO WS-SRT-EOF.
           PERFORM UNTIL SRT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF
                   NOT AT END
                       PERFORM 400-PLACE-ONE
               END-RETURN
           END-PERFORM.
      *-----------------------------------------------------------------
       400-PLACE-ONE.
      *A STUDENT PLACED EARLIER IN THIS RUN WITH A ROOMMATE, OR WHO
      *ALREADY HOLDS A BED, NEEDS ONLY THE APPLICATION CLOSED
           MOVE SRT-STU-ID TO HASG-STU-ID.
           MOVE WS-YEAR    TO HASG-YEAR.
           MOVE WS-SEM     TO HASG-SEM.
           READ HSG-ASSIGN
               INVALID KEY
                   MOVE SPACE TO HASG-STATUS
           END-READ.
           IF HASG-HOLDS-BED
               MOVE SRT-STU-ID TO WS-PUT-ID
               MOVE 'A' TO WS-NEW-STATUS
               PERFORM 650-MARK-APPL
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-APPL-COUNT.
           MOVE SRT-STU-ID TO WS-PF-ID.
           PERFORM 750-GET-PROFILE.
           MOVE WS-PF-ID   TO WS-A-ID.
           MOVE WS-PF-NAME TO WS-A-NAME.
           MOVE WS-PF-SEX  TO WS-A-SEX.
           MOVE WS-PF-FY   TO WS-A-FY.
           MOVE SRT-MEALS  TO WS-A-MEALS.

           MOVE 'N' TO WS-PAIR.
           MOVE 0   TO WS-JOIN-RX.
           IF SRT-ROOMMATE NOT = ZERO
               PERFORM 420-CHECK-ROOMMATE
           END-IF.

           MOVE 0 TO WS-FOUND-RX.
           IF WS-JOIN-RX > 0
               MOVE WS-JOIN-RX TO WS-FOUND-RX
           END-IF.
           IF WS-FOUND-RX = 0 AND PAIR
               MOVE 2 TO WS-NEED
               PERFORM 500-FIND-ROOM
               IF WS-FOUND-RX = 0
                   MOVE 'N' TO WS-PAIR
               END-IF
           END-IF.
           IF WS-FOUND-RX = 0
               MOVE 1 TO WS-NEED
               PERFORM 500-FIND-ROOM
           END-IF.

           IF WS-FOUND-RX = 0
               ADD 1 TO WS-UNPLACED-COUNT
               MOVE WS-A-ID TO WS-PUT-ID
               MOVE 'U' TO WS-NEW-STATUS
               PERFORM 650-MARK-APPL
               MOVE WS-A-ID   TO WS-D-STU-ID
               MOVE WS-A-NAME TO WS-D-NAME
               MOVE SPACES    TO WS-D-HALL WS-D-ROOM WS-D-SPACE
               MOVE 'NO ELIGIBLE BED - NOT PLACED' TO WS-D-NOTE
               WRITE PRINT-REC FROM WS-DTL-LN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOTE.
           IF WS-JOIN-RX > 0 OR PAIR
               MOVE SRT-ROOMMATE TO WS-MN-ID
               MOVE WS-MATE-NOTE TO WS-NOTE
           END-IF.
           MOVE WS-A-ID    TO WS-PUT-ID.
           MOVE WS-A-NAME  TO WS-PUT-NAME.
           MOVE WS-A-SEX   TO WS-PUT-SEX.
           MOVE WS-A-MEALS TO WS-PUT-MEALS.
           PERFORM 600-ASSIGN-BED.
           IF PAIR
               MOVE WS-A-ID    TO WS-MN-ID
               MOVE WS-MATE-NOTE TO WS-NOTE
               MOVE WS-B-ID    TO WS-PUT-ID
               MOVE WS-B-NAME  TO WS-PUT-NAME
               MOVE WS-B-SEX   TO WS-PUT-SEX
               MOVE WS-B-MEALS TO WS-PUT-MEALS
               PERFORM 600-ASSIGN-BED
           END-IF.
      *-----------------------------------------------------------------
      *A ROOMMATE WHO ALREADY HOLDS A BED - JOIN THAT ROOM WHEN THE
      *HALL AND ROOM SUIT THIS STUDENT. A ROOMMATE STILL WAITING WHO
      *NAMED THIS STUDENT BACK - PLACE THE TWO TOGETHER.
       420-CHECK-ROOMMATE.
           MOVE SRT-ROOMMATE TO HASG-STU-ID.
           MOVE WS-YEAR      TO HASG-YEAR.
           MOVE WS-SEM       TO HASG-SEM.
           READ HSG-ASSIGN
               INVALID KEY
                   MOVE SPACE TO HASG-STATUS
           END-READ.
           IF HASG-HOLDS-BED
               MOVE HASG-HALL  TO WS-FIND-HALL
               MOVE HASG-ROOM  TO WS-FIND-ROOM
               MOVE HASG-SPACE TO WS-FIND-SPACE
               PERFORM 710-FIND-BED
               IF WS-FOUND-RX > 0
                   MOVE 1 TO WS-NEED
                   MOVE WS-FOUND-RX TO WS-RX
                   PERFORM 510-CHECK-ROOM
                   IF ROOM-OK
                       MOVE WS-RX TO WS-JOIN-RX
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-YEAR      TO HAPP-YEAR.
           MOVE WS-SEM       TO HAPP-SEM.
           MOVE SRT-ROOMMATE TO HAPP-STU-ID.
           READ HSG-APPL
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF HAPP-ROOMMATE NOT = WS-A-ID OR NOT HAPP-TO-PLACE
               EXIT PARAGRAPH
           END-IF.
           MOVE SRT-ROOMMATE TO WS-PF-ID.
           PERFORM 750-GET-PROFILE.
           IF WS-PF-SEX NOT = WS-A-SEX
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PF-ID   TO WS-B-ID.
           MOVE WS-PF-NAME TO WS-B-NAME.
           MOVE WS-PF-SEX  TO WS-B-SEX.
           MOVE WS-PF-FY   TO WS-B-FY.
           MOVE HAPP-MEALS TO WS-B-MEALS.
           MOVE 'Y' TO WS-PAIR.
      *-----------------------------------------------------------------
      *FIND A ROOM WITH WS-NEED FREE BEDS - THE STUDENT'S HALL
      *CHOICES IN ORDER, THEN ANY HALL
       500-FIND-ROOM.
           MOVE 0 TO WS-FOUND-RX.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > 3 OR WS-FOUND-RX > 0
               IF SRT-HALL-PREF(WS-PX) NOT = SPACES
                   MOVE SRT-HALL-PREF(WS-PX) TO WS-FIND-HALL
                   PERFORM 700-FIND-HALL
                   IF WS-FOUND-HX > 0
                       MOVE WS-FOUND-HX TO WS-TARGET-HX
                       PERFORM 505-SCAN-ROOMS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOUND-RX = 0
               MOVE 0 TO WS-TARGET-HX
               PERFORM 505-SCAN-ROOMS
           END-IF.
      *-----------------------------------------------------------------
       505-SCAN-ROOMS.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROOM-COUNT OR WS-FOUND-RX > 0
               IF WS-TARGET-HX = 0
                   OR WR-HALL-IX(WS-RX) = WS-TARGET-HX
                   PERFORM 510-CHECK-ROOM
                   IF ROOM-OK
                       MOVE WS-RX TO WS-FOUND-RX
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *A ROOM SUITS WHEN ITS HALL SUITS THE STUDENT (AND ROOMMATE),
      *EVERY OCCUPANT IS OF THE STUDENT'S GENDER, AND ENOUGH BEDS
      *ARE FREE
       510-CHECK-ROOM.
           MOVE 'N' TO WS-ROOM-OK.
           MOVE WR-HALL-IX(WS-RX) TO WS-HX.
           MOVE WS-A-SEX TO WS-CHK-SEX.
           MOVE WS-A-FY  TO WS-CHK-FY.
           PERFORM 520-CHECK-HALL.
           IF NOT HALL-OK
               EXIT PARAGRAPH
           END-IF.
           IF PAIR AND WS-NEED = 2
               MOVE WS-B-SEX TO WS-CHK-SEX
               MOVE WS-B-FY  TO WS-CHK-FY
               PERFORM 520-CHECK-HALL
               IF NOT HALL-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO WS-ROOM-FREE.
           MOVE 'Y' TO WS-ROOM-OK.
           COMPUTE WS-LAST-BX =
               WR-FIRST-BED(WS-RX) + WR-BED-CNT(WS-RX) - 1.
           PERFORM VARYING WS-BX FROM WR-FIRST-BED(WS-RX) BY 1
                   UNTIL WS-BX > WS-LAST-BX
               IF WB-OCC-ID(WS-BX) = ZERO
                   ADD 1 TO WS-ROOM-FREE
               ELSE
                   IF WB-OCC-SEX(WS-BX) NOT = WS-A-SEX
                       MOVE 'N' TO WS-ROOM-OK
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ROOM-FREE < WS-NEED
               MOVE 'N' TO WS-ROOM-OK
           END-IF.
      *-----------------------------------------------------------------
       520-CHECK-HALL.
           MOVE 'Y' TO WS-HALL-OK.
           IF WH-GENDER(WS-HX) NOT = 'C'
               AND WH-GENDER(WS-HX) NOT = WS-CHK-SEX
               MOVE 'N' TO WS-HALL-OK
           END-IF.
           IF WH-CLASS(WS-HX) = 'F' AND WS-CHK-FY NOT = 'Y'
               MOVE 'N' TO WS-HALL-OK
           END-IF.
           IF WH-CLASS(WS-HX) = 'U' AND WS-CHK-FY = 'Y'
               MOVE 'N' TO WS-HALL-OK
           END-IF.
      *-----------------------------------------------------------------
      *PUT WS-PUT-ID IN THE FIRST FREE BED OF ROOM WS-FOUND-RX
       600-ASSIGN-BED.
           MOVE WS-FOUND-RX TO WS-RX.
           MOVE WR-HALL-IX(WS-RX) TO WS-HX.
           MOVE 0 TO WS-FOUND-BX.
           COMPUTE WS-LAST-BX =
               WR-FIRST-BED(WS-RX) + WR-BED-CNT(WS-RX) - 1.
           PERFORM VARYING WS-BX FROM WR-FIRST-BED(WS-RX) BY 1
                   UNTIL WS-BX > WS-LAST-BX OR WS-FOUND-BX > 0
               IF WB-OCC-ID(WS-BX) = ZERO
                   MOVE WS-BX TO WS-FOUND-BX
               END-IF
           END-PERFORM.
           MOVE WS-PUT-ID  TO WB-OCC-ID(WS-FOUND-BX).
           MOVE WS-PUT-SEX TO WB-OCC-SEX(WS-FOUND-BX).

           MOVE WS-PUT-ID TO HASG-STU-ID.
           MOVE WS-YEAR   TO HASG-YEAR.
           MOVE WS-SEM    TO HASG-SEM.
           READ HSG-ASSIGN
               INVALID KEY
                   MOVE 'N' TO WS-HASG-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HASG-FOUND
           END-READ.
           MOVE WS-YEAR               TO HASG-BED-YEAR.
           MOVE WS-SEM                TO HASG-BED-SEM.
           MOVE WH-CODE(WS-HX)        TO HASG-HALL.
           MOVE WR-ROOM(WS-RX)        TO HASG-ROOM.
           MOVE WB-SPACE(WS-FOUND-BX) TO HASG-SPACE.
           MOVE WS-PUT-SEX            TO HASG-SEX.
           MOVE WS-TODAY              TO HASG-ASSIGN-DATE.
           MOVE ZERO                  TO HASG-CHECKIN-DATE.
           MOVE ZERO                  TO HASG-CHECKOUT-DATE.
           MOVE WH-ROOM-RATE(WS-HX)   TO HASG-ROOM-RATE.
           IF WS-PUT-MEALS = 'Y'
               MOVE WH-MEAL-RATE(WS-HX) TO HASG-MEAL-RATE
           ELSE
               MOVE ZERO TO HASG-MEAL-RATE
           END-IF.
           MOVE ZERO                  TO HASG-REFUND.
           MOVE 'A'                   TO HASG-STATUS.
           IF HASG-FOUND
               REWRITE HASG-REC
           ELSE
               WRITE HASG-REC
           END-IF.

           MOVE 'A' TO WS-NEW-STATUS.
           PERFORM 650-MARK-APPL.
           ADD 1 TO WS-PLACED-COUNT.

           MOVE WS-PUT-ID   TO WS-D-STU-ID.
           MOVE WS-PUT-NAME TO WS-D-NAME.
           MOVE HASG-HALL   TO WS-D-HALL.
           MOVE HASG-ROOM   TO WS-D-ROOM.
           MOVE HASG-SPACE  TO WS-D-SPACE.
           MOVE WS-NOTE     TO WS-D-NOTE.
           IF WS-NOTE = SPACES
               MOVE 'ASSIGNED' TO WS-D-NOTE
           END-IF.
           WRITE PRINT-REC FROM WS-DTL-LN.
      *-----------------------------------------------------------------
      *SET THE STATUS OF WS-PUT-ID'S APPLICATION
       650-MARK-APPL.
           MOVE WS-YEAR   TO HAPP-YEAR.
           MOVE WS-SEM    TO HAPP-SEM.
           MOVE WS-PUT-ID TO HAPP-STU-ID.
           READ HSG-APPL
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-NEW-STATUS TO HAPP-STATUS.
           REWRITE HAPP-REC.
      *-----------------------------------------------------------------
       700-FIND-HALL.
           MOVE 0 TO WS-FOUND-HX.
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HALL-COUNT OR WS-FOUND-HX > 0
               IF WH-CODE(WS-HX) = WS-FIND-HALL
                   MOVE WS-HX TO WS-FOUND-HX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *LOCATE A BED BY HALL/ROOM/SPACE - SETS THE ROOM AND BED
      *SUBSCRIPTS (ZERO WHEN THE BED IS NOT IN THE TABLES)
       710-FIND-BED.
           MOVE 0 TO WS-FOUND-RX.
           MOVE 0 TO WS-FOUND-BX.
           PERFORM 700-FIND-HALL.
           IF WS-FOUND-HX = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROOM-COUNT OR WS-FOUND-RX > 0
               IF WR-HALL-IX(WS-RX) = WS-FOUND-HX
                   AND WR-ROOM(WS-RX) = WS-FIND-ROOM
                   MOVE WS-RX TO WS-FOUND-RX
               END-IF
           END-PERFORM.
           IF WS-FOUND-RX = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LAST-BX = WR-FIRST-BED(WS-FOUND-RX)
               + WR-BED-CNT(WS-FOUND-RX) - 1.
           PERFORM VARYING WS-BX FROM WR-FIRST-BED(WS-FOUND-RX) BY 1
                   UNTIL WS-BX > WS-LAST-BX OR WS-FOUND-BX > 0
               IF WB-SPACE(WS-BX) = WS-FIND-SPACE
                   MOVE WS-BX TO WS-FOUND-BX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *NAME, GENDER (U WHEN NO DEMOGRAPHICS) AND FIRST-YEAR FLAG
       750-GET-PROFILE.
           MOVE SPACES TO WS-PF-NAME.
           MOVE 'N'    TO WS-PF-FY.
           MOVE WS-PF-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO WS-PF-NAME
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-PF-NAME
                   IF STU-CREDITS-EARNED < 30
                       MOVE 'Y' TO WS-PF-FY
                   END-IF
           END-READ.
           MOVE 'U' TO WS-PF-SEX.
           MOVE WS-PF-ID TO DEMO-STU-ID.
           READ DEMO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DEMO-MEN OR DEMO-WOMEN
                       MOVE DEMO-SEX TO WS-PF-SEX
                   END-IF
           END-READ.

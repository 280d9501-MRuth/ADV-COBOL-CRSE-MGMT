       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIPLOMA-ORDER.
      *-----------------------------------------------------------------
      *DIPLOMA VENDOR ORDER - ONE ORDER RECORD FOR EACH DEGREE
      *CONFERRED IN THE TERM, CARRYING THE DIPLOMA NAME, DEGREE,
      *MAJOR, HONORS AND THE ADDRESS THE DIPLOMA IS MAILED TO. THE
      *ADDRESS IS CHOSEN AS FOR LETTERS - MAILING, THEN PERMANENT,
      *THEN FOREIGN, PASSING OVER ENDED AND RETURNED ADDRESSES, THEN
      *THE ONE-LINE ADDRESS ON THE STUDENT MASTER. A GRADUATE WITH
      *AN OPEN BUSINESS HOLD IS NOT ORDERED BUT PUT ON THE HOLD-
      *DIPLOMA LIST, AS IS ONE WITH NO COMMENCEMENT RECORD (NO
      *DEGREE TO PRINT) OR NO ADDRESS TO MAIL TO.
      *ORDER FILE LAYOUT - FIXED FIELDS, ONE RECORD PER DIPLOMA:
      *  STUDENT ID 7, DIPLOMA NAME 40, DEGREE 4, MAJOR NAME 30,
      *  HONORS 10, STREET 25, CITY 20, STATE 2, ZIP 5, COUNTRY 15
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAD-MASTER  ASSIGN        TO
                               '../FILES/GRAD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS GRAD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT COMM-MASTER  ASSIGN        TO
                               '../FILES/COMM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CMM-KEY
                               FILE STATUS   IS WS-CMM-STAT.
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
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-ADDR-STAT.
           SELECT HOLD-MASTER  ASSIGN        TO
                               '../FILES/HOLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS HOLD-KEY
                               FILE STATUS   IS WS-HOLD-STAT.
           SELECT ORDER-FILE   ASSIGN        TO
                               '../FILES/DIPLOMA-ORDER.DAT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/DIPLOMA-HOLD.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY GRAD-MASTER-RECS.
       COPY COMM-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY MAJOR-MASTER-RECS.
       COPY ADDR-MASTER-RECS.
       COPY HOLD-MASTER-RECS.
       FD  ORDER-FILE.
       01  ORDER-REC.
           03  ORD-STU-ID          PIC 9(7).
           03  ORD-DIPLOMA-NAME    PIC X(40).
           03  ORD-DEGREE          PIC X(4).
           03  ORD-MAJOR-NAME      PIC X(30).
           03  ORD-HONORS          PIC X(10).
           03  ORD-STREET          PIC X(25).
           03  ORD-CITY            PIC X(20).
           03  ORD-STATE           PIC XX.
           03  ORD-ZIP             PIC X(5).
           03  ORD-COUNTRY         PIC X(15).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-CMM-STAT         PIC 99.
           03  WS-ADDR-STAT        PIC 99.
           03  WS-HOLD-STAT        PIC 99.
           03  WS-CMM-AVAIL        PIC X   VALUE 'N'.
               88  CMM-AVAIL               VALUE 'Y'.
           03  WS-ADDR-AVAIL       PIC X   VALUE 'N'.
               88  ADDR-AVAIL              VALUE 'Y'.
           03  WS-HOLD-AVAIL       PIC X   VALUE 'N'.
               88  HOLD-AVAIL              VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-ADDR-PICKED      PIC X   VALUE 'N'.
               88  ADDR-PICKED             VALUE 'Y'.
           03  WS-SPACE            PIC X   VALUE SPACE.
           03  WS-YEAR             PIC 9999.
           03  WS-SEM              PIC 99.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-STU-NAME         PIC X(31).
           03  WS-HOLD-REASON      PIC X(20).
           03  WS-ORDER-COUNT      PIC 9(5) VALUE 0.
           03  WS-HELD-COUNT       PIC 9(5) VALUE 0.
       01  WS-TITLE-LN.
           03  FILLER              PIC X(19)
                                   VALUE 'HOLD-DIPLOMA LIST -'.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-T-YEAR           PIC 9999.
           03  FILLER              PIC X VALUE '/'.
           03  WS-T-SEM            PIC 99.
       01  WS-HDR-LN.
           03  FILLER              PIC X(9)  VALUE 'ID'.
           03  FILLER              PIC X(33) VALUE 'NAME'.
           03  FILLER              PIC X(6)  VALUE 'MAJOR'.
           03  FILLER              PIC X(20) VALUE 'REASON'.
       01  WS-DTL-LN.
           03  WS-D-STU-ID         PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-NAME           PIC X(31).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-MAJOR          PIC X(4).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-REASON         PIC X(20).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'DIPLOMA-ORDER'.
           03  WS-CAT-FILE         PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'DIPLOMA VENDOR ORDER'.
           DISPLAY 'YEAR (CCYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR.
           DISPLAY 'SEMESTER   : ' WITH NO ADVANCING.
           ACCEPT WS-SEM.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN INPUT GRAD-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'GRAD-MASTER.DAT CANNOT BE OPENED'
               EXIT PROGRAM
           END-IF.
           OPEN INPUT STU-MST.
           OPEN INPUT MAJOR-MASTER.
           OPEN INPUT COMM-MASTER.
           IF WS-CMM-STAT = ZERO
               MOVE 'Y' TO WS-CMM-AVAIL
           END-IF.
           OPEN INPUT ADDR-MASTER.
           IF WS-ADDR-STAT = ZERO
               MOVE 'Y' TO WS-ADDR-AVAIL
           END-IF.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STAT = ZERO
               MOVE 'Y' TO WS-HOLD-AVAIL
           END-IF.
           OPEN OUTPUT ORDER-FILE.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-YEAR TO WS-T-YEAR.
           MOVE WS-SEM  TO WS-T-SEM.
           MOVE WS-TITLE-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE LOW-VALUES TO GRAD-KEY.
           MOVE 'N' TO WS-EOF.
           START GRAD-MASTER KEY NOT LESS THAN GRAD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ GRAD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GRAD-YEAR = WS-YEAR
                           AND GRAD-SEM = WS-SEM
                           AND GRAD-CONFERRED
                           PERFORM 100-ONE-GRADUATE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'DIPLOMAS ORDERED: ' DELIMITED BY SIZE
                  WS-ORDER-COUNT       DELIMITED BY SIZE
                  '  HELD: '           DELIMITED BY SIZE
                  WS-HELD-COUNT        DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.

           CLOSE GRAD-MASTER.
           CLOSE STU-MST.
           CLOSE MAJOR-MASTER.
           IF CMM-AVAIL
               CLOSE COMM-MASTER
           END-IF.
           IF ADDR-AVAIL
               CLOSE ADDR-MASTER
           END-IF.
           IF HOLD-AVAIL
               CLOSE HOLD-MASTER
           END-IF.
           CLOSE ORDER-FILE.
           CLOSE PRINT-FILE.
           MOVE '../FILES/DIPLOMA-ORDER.DAT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.
           MOVE '../FILES/DIPLOMA-HOLD.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'DIPLOMA-ORDER COMPLETE'.
           DISPLAY 'DIPLOMAS ORDERED: ' WS-ORDER-COUNT.
           DISPLAY 'DIPLOMAS HELD   : ' WS-HELD-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-ONE-GRADUATE.
           MOVE SPACES TO STU-L-NAME STU-F-NAME STU-STREET STU-ZIP.
           MOVE GRAD-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO WS-STU-NAME.
           STRING STU-F-NAME DELIMITED BY SPACE
                  WS-SPACE   DELIMITED BY SIZE
                  STU-L-NAME DELIMITED BY SPACE
                  INTO WS-STU-NAME.

           MOVE SPACES TO WS-HOLD-REASON.
           PERFORM 200-CHECK-HOLD.
           IF WS-HOLD-REASON = SPACES
               PERFORM 300-GET-COMM
           END-IF.
           IF WS-HOLD-REASON = SPACES
               PERFORM 400-GET-ADDRESS
           END-IF.

           IF WS-HOLD-REASON NOT = SPACES
               MOVE GRAD-STU-ID    TO WS-D-STU-ID
               MOVE WS-STU-NAME    TO WS-D-NAME
               MOVE GRAD-MAJOR     TO WS-D-MAJOR
               MOVE WS-HOLD-REASON TO WS-D-REASON
               MOVE WS-DTL-LN TO PRINT-REC
               WRITE PRINT-REC
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE GRAD-STU-ID TO ORD-STU-ID.
           MOVE CMM-DEGREE  TO ORD-DEGREE.
           MOVE GRAD-HONORS TO ORD-HONORS.
           IF CMM-DIPLOMA-NAME NOT = SPACES
               MOVE CMM-DIPLOMA-NAME TO ORD-DIPLOMA-NAME
           ELSE
               MOVE WS-STU-NAME      TO ORD-DIPLOMA-NAME
           END-IF.
           MOVE GRAD-MAJOR TO MAJOR-CODE.
           READ MAJOR-MASTER
               INVALID KEY
                   MOVE GRAD-MAJOR TO MAJOR-NAME
           END-READ.
           MOVE MAJOR-NAME TO ORD-MAJOR-NAME.
           WRITE ORDER-REC.
           ADD 1 TO WS-ORDER-COUNT.
      *-----------------------------------------------------------------
      *AN OPEN BUSINESS HOLD STAYS ON THE HOLD FILE UNTIL RELEASED
       200-CHECK-HOLD.
           IF NOT HOLD-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE GRAD-STU-ID TO HOLD-STU-ID.
           MOVE 'B'         TO HOLD-TYPE.
           READ HOLD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'BUSINESS HOLD' TO WS-HOLD-REASON
           END-READ.
      *-----------------------------------------------------------------
       300-GET-COMM.
           MOVE SPACES TO CMM-DEGREE CMM-DIPLOMA-NAME.
           IF CMM-AVAIL
               MOVE GRAD-STU-ID TO CMM-STU-ID
               READ COMM-MASTER
                   INVALID KEY
                       MOVE SPACES TO CMM-DEGREE CMM-DIPLOMA-NAME
               END-READ
           END-IF.
           IF CMM-DEGREE = SPACES
               MOVE 'NO DEGREE ON FILE' TO WS-HOLD-REASON
           END-IF.
      *-----------------------------------------------------------------
       400-GET-ADDRESS.
           MOVE SPACES TO ORD-STREET ORD-CITY ORD-STATE ORD-ZIP
                          ORD-COUNTRY.
           MOVE 'N' TO WS-ADDR-PICKED.
           IF ADDR-AVAIL
               MOVE 'M' TO AD-TYPE
               PERFORM 410-TRY-ADDR-TYPE
               IF NOT ADDR-PICKED
                   MOVE 'P' TO AD-TYPE
                   PERFORM 410-TRY-ADDR-TYPE
               END-IF
               IF NOT ADDR-PICKED
                   MOVE 'F' TO AD-TYPE
                   PERFORM 410-TRY-ADDR-TYPE
               END-IF
           END-IF.

           IF NOT ADDR-PICKED
               IF STU-STREET = SPACES AND STU-ZIP = SPACES
                   MOVE 'NO MAILING ADDRESS' TO WS-HOLD-REASON
               ELSE
                   MOVE STU-STREET TO ORD-STREET
                   MOVE STU-ZIP    TO ORD-ZIP
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *AN ENDED ADDRESS, OR ONE MAIL HAS COME BACK FROM, IS PASSED
      *OVER FOR THE NEXT TYPE
       410-TRY-ADDR-TYPE.
           MOVE GRAD-STU-ID TO AD-STU-ID.
           READ ADDR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AD-END-DATE NUMERIC
                           AND AD-END-DATE NOT = ZERO
                           AND AD-END-DATE < WS-TODAY
                           CONTINUE
                       WHEN AD-RETURNED-DATE NUMERIC
                           AND AD-RETURNED-DATE NOT = ZERO
                           CONTINUE
                       WHEN OTHER
                           MOVE 'Y'        TO WS-ADDR-PICKED
                           MOVE AD-STREET  TO ORD-STREET
                           MOVE AD-CITY    TO ORD-CITY
                           MOVE AD-STATE   TO ORD-STATE
                           MOVE AD-ZIP     TO ORD-ZIP
                           MOVE AD-COUNTRY TO ORD-COUNTRY
                   END-EVALUATE
           END-READ.
      *-----------------------------------------------------------------

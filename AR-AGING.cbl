                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PLAN-KEY
                               FILE STATUS   IS WS-PLAN-STAT.
           SELECT COLL-MASTER  ASSIGN        TO
                               '../FILES/COLL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS COLL-KEY
                               FILE STATUS   IS WS-COLL-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/AR-AGING-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
       COPY BILL-MASTER-RECS.
       COPY PLAN-MASTER-RECS.
       COPY STU-MST-DEF.
       COPY COLL-MASTER-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
           03  WS-DUE-INT          PIC 9(8).
           03  WS-INST-OPEN        PIC S9(7)V99.
           03  WS-BLNK-LN          PIC X(100) VALUE SPACES.
           03  WS-COLL-STAT        PIC 99 VALUE 99.
           03  WS-COLL-AVAIL       PIC X   VALUE 'N'.
               88  COLL-AVAIL              VALUE 'Y'.
           03  WS-PLACED-INT       PIC 9(8).
       01  WS-BUCKETS.
           03  WS-CURR-TOT         PIC 9(8)V99 VALUE 0.
           03  WS-30-TOT           PIC 9(8)V99 VALUE 0.
           03  WS-60-TOT           PIC 9(8)V99 VALUE 0.
           03  WS-90-TOT           PIC 9(8)V99 VALUE 0.
           03  WS-AGENCY-TOT       PIC 9(8)V99 VALUE 0.
       01  WS-HDR-LN.
           03  FILLER              PIC X(6)  VALUE 'ID'.
           03  FILLER              PIC X(32) VALUE 'NAME'.
               05  FILLER          PIC X(20) VALUE
                                   'OVER 90 DAYS     : '.
               05  WS-T-90         PIC ZZ,ZZZ,ZZ9.99.
           03  WS-TOT-AGENCY-LN.
               05  FILLER          PIC X(20) VALUE
                                   'WRITTEN OFF/AGENCY: '.
               05  WS-T-AGENCY     PIC ZZ,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           OPEN INPUT BILL-MASTER.
           OPEN INPUT PLAN-MASTER.
           OPEN INPUT STU-MST.
           OPEN INPUT COLL-MASTER.
           IF WS-COLL-STAT = ZERO
               MOVE 'Y' TO WS-COLL-AVAIL
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           MOVE 'ACCOUNTS RECEIVABLE AGING REPORT' TO PRINT-REC.
           CLOSE BILL-MASTER.
           CLOSE PLAN-MASTER.
           CLOSE STU-MST.
           IF COLL-AVAIL
               CLOSE COLL-MASTER
           END-IF.
           CLOSE PRINT-FILE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *A TERM ON AN INSTALLMENT PLAN AGES BY INSTALLMENT DUE DATE -
      *OTHERWISE THE WHOLE BALANCE AGES FROM THE BILL DATE. A BALANCE
      *PLACED WITH THE COLLECTION AGENCY IS WRITTEN OFF TO
      *COLLECTIONS - IT IS LISTED AND TOTALED APART FROM THE BUCKETS
       100-AGE-ONE-BILL.
           IF COLL-AVAIL
               MOVE BILL-KEY TO COLL-KEY
               READ COLL-MASTER
                   INVALID KEY
                       MOVE SPACE TO COLL-STATUS
               END-READ
               IF COLL-PLACED
                   PERFORM 140-LIST-AT-AGENCY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 120-AGE-BY-PLAN.
           IF NOT PLAN-FOUND
               PERFORM 110-AGE-BY-BILL-DATE
               MOVE WS-DAYS     TO WS-D-DAYS
               PERFORM 190-WRITE-DETAIL
           END-IF.
      *-----------------------------------------------------------------
      *DAYS ON AN AGENCY BALANCE RUN FROM THE PLACEMENT DATE
       140-LIST-AT-AGENCY.
           IF COLL-PLACED-DATE NUMERIC AND COLL-PLACED-DATE > 19000000
               COMPUTE WS-PLACED-INT =
                   FUNCTION INTEGER-OF-DATE(COLL-PLACED-DATE)
               COMPUTE WS-DAYS = WS-TODAY-INT - WS-PLACED-INT
           ELSE
               MOVE 0 TO WS-DAYS
           END-IF.
           IF WS-DAYS < 0
               MOVE 0 TO WS-DAYS
           END-IF.
           MOVE 'AGENCY' TO WS-D-BUCKET.
           ADD WS-BALANCE TO WS-AGENCY-TOT.

           PERFORM 200-GET-STU-NAME.
           MOVE BILL-STU-ID TO WS-D-STU-ID.
           MOVE WS-STU-NAME TO WS-D-NAME.
           MOVE BILL-YEAR   TO WS-D-YEAR.
           MOVE BILL-SEM    TO WS-D-SEM.
           MOVE WS-BALANCE  TO WS-D-BALANCE.
           MOVE WS-DAYS     TO WS-D-DAYS.

           PERFORM 190-WRITE-DETAIL.
      *-----------------------------------------------------------------
       190-WRITE-DETAIL.
           DISPLAY WS-DTL-LN.
           MOVE WS-30-TOT   TO WS-T-30.
           MOVE WS-60-TOT   TO WS-T-60.
           MOVE WS-90-TOT   TO WS-T-90.
           MOVE WS-AGENCY-TOT TO WS-T-AGENCY.

           DISPLAY WS-BLNK-LN.
           DISPLAY WS-TOT-CURR-LN.
           DISPLAY WS-TOT-30-LN.
           DISPLAY WS-TOT-60-LN.
           DISPLAY WS-TOT-90-LN.
           DISPLAY WS-TOT-AGENCY-LN.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOT-90-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOT-AGENCY-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------

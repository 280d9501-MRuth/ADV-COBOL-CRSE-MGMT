      *EVENTS WITH A ZERO ID (ROOM CHANGES) EXPAND TO EVERY STUDENT
      *REGISTERED IN THE CRN. PROCESSED EVENTS ARE MOVED TO THE
      *DONE FILE SO THEY ARE NOT MAILED TWICE.
      *ATHLETE EVENTS (AN ATHLETE GONE BELOW FULL TIME DURING THE
      *TERM) ARE MAILED TO THE COMPLIANCE OFFICER ON THE ATHLETIC
      *ELIGIBILITY RULES RECORD RATHER THAN TO THE STUDENT.
      *EARLY-ALERT EVENTS (A STUDENT NEWLY IN THE HIGH RISK BAND) ARE
      *MAILED TO THE STUDENT AND COUNTED SEPARATELY.
      *EACH MESSAGE IS WORDED BY TEMPLATE NOTE + EVENT TYPE ON THE
      *LETTER TEMPLATE FILE (NOTEGENL WHEN A TYPE HAS NONE OF ITS
      *OWN) AND PRINTED THROUGH LETTER-PRINT: &INFO1 IS THE CRN,
      *&INFO2 AND &INFO3 THE EVENT'S OLD AND NEW VALUES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SUMMARY-FILE ASSIGN        TO
                               '../FILES/NOTIFY-SUMMARY.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT REG-MASTER   ASSIGN        TO
                               '../FILES/REGISTER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ALTERNATE KEY IS REG-CRN-KEY
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT ATHL-MASTER  ASSIGN        TO
                               '../FILES/ATHL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ATHL-KEY
                               ALTERNATE KEY IS ATHL-STU-ID
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-ATHL-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  NOTIFY-EVENTS.
       01  EVENT-REC.
           03  EV-DATE             PIC X(8).
       FD  DONE-EVENTS.
       01  DONE-REC                PIC X(80).
       FD  MAIL-FILE.
       01  MAIL-REC                PIC X(80).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC             PIC X(80).
       FD  REG-MASTER.
                   07  REG-CRN         PIC 9(4).
           03  REG-GRADE           PIC X.
           03  REG-MIDTERM         PIC X.
       COPY ATHL-MASTER-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-LETTER-PRINT.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EV-STAT          PIC 99.
           03  WS-ATHL-STAT        PIC 99.
           03  WS-OFFICER-EMAIL    PIC X(30) VALUE SPACES.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-REG-EOF          PIC X.
           03  WS-PROM-COUNT       PIC 9(6) VALUE 0.
           03  WS-CANC-COUNT       PIC 9(6) VALUE 0.
           03  WS-ROOM-COUNT       PIC 9(6) VALUE 0.
           03  WS-ATHL-COUNT       PIC 9(6) VALUE 0.
           03  WS-RISK-COUNT       PIC 9(6) VALUE 0.
           03  WS-NO-EMAIL-COUNT   PIC 9(6) VALUE 0.
           03  WS-NO-TMPL-COUNT    PIC 9(6) VALUE 0.
           03  WS-MAIL-STU-ID      PIC 9(7).
           03  WS-LX               PIC 99  COMP.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN EXTEND DONE-EVENTS.
           OPEN OUTPUT MAIL-FILE.
           OPEN OUTPUT SUMMARY-FILE.
           OPEN INPUT REG-MASTER.
           INITIALIZE WS-LETTER-PRINT.
           PERFORM 050-GET-OFFICER.

           PERFORM UNTIL EOF
               READ NOTIFY-EVENTS
           CLOSE DONE-EVENTS.
           CLOSE MAIL-FILE.
           CLOSE SUMMARY-FILE.
           CLOSE REG-MASTER.
           MOVE 'C' TO WS-LP-FUNCTION.
           CALL 'LETTER-PRINT' USING WS-LETTER-PRINT.

      *START THE LIVE EVENT FILE FRESH SO NOTHING IS MAILED TWICE
           OPEN OUTPUT NOTIFY-EVENTS.

           DISPLAY 'NOTIFY-FORMAT COMPLETE'.
           DISPLAY 'EVENTS PROCESSED : ' WS-EVENT-COUNT.
           DISPLAY 'MESSAGES         : ' WS-MAIL-COUNT.
           DISPLAY 'MISSING EMAILS   : ' WS-NO-EMAIL-COUNT.
           DISPLAY 'NO TEMPLATE      : ' WS-NO-TMPL-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-GET-OFFICER.
           OPEN INPUT ATHL-MASTER.
           IF WS-ATHL-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ATHL-SPORT.
           MOVE ZERO   TO ATHL-STU-ID.
           READ ATHL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ATHL-OFFICER-EMAIL TO WS-OFFICER-EMAIL
           END-READ.
           CLOSE ATHL-MASTER.
      *-----------------------------------------------------------------
       100-ONE-EVENT.
           EVALUATE EV-TYPE
               WHEN 'PROM' ADD 1 TO WS-PROM-COUNT
               WHEN 'CANC' ADD 1 TO WS-CANC-COUNT
               WHEN 'ROOM' ADD 1 TO WS-ROOM-COUNT
               WHEN 'ATHL' ADD 1 TO WS-ATHL-COUNT
               WHEN 'RISK' ADD 1 TO WS-RISK-COUNT
           END-EVALUATE.

           IF EV-TYPE = 'ATHL'
               PERFORM 250-MAIL-OFFICER
               EXIT PARAGRAPH
           END-IF.
           IF EV-STU-ID NUMERIC AND EV-STU-ID NOT = ZERO
               PERFORM 200-MAIL-ONE-STUDENT
           ELSE
           END-IF.
      *-----------------------------------------------------------------
       200-MAIL-ONE-STUDENT.
           MOVE EV-STU-ID TO WS-MAIL-STU-ID.
           MOVE SPACES    TO WS-LP-SEND-TO.
           PERFORM 400-WRITE-MAIL.
      *-----------------------------------------------------------------
      *THE OFFICER'S MESSAGE NAMES THE ATHLETE; WITH NO OFFICER ON
      *FILE NOTHING IS SENT - IT NEVER FALLS BACK TO THE STUDENT
       250-MAIL-OFFICER.
           IF WS-OFFICER-EMAIL = SPACES
               ADD 1 TO WS-NO-EMAIL-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE EV-STU-ID        TO WS-MAIL-STU-ID.
           MOVE WS-OFFICER-EMAIL TO WS-LP-SEND-TO.
           PERFORM 400-WRITE-MAIL.
      *-----------------------------------------------------------------
       300-MAIL-WHOLE-SECTION.
           MOVE EV-YEAR TO REG-YEAR.
                       IF  REG-YEAR = EV-YEAR
                           AND REG-SEM = EV-SEM
                           AND REG-CRN = EV-CRN
                           MOVE REG-STU-ID TO WS-MAIL-STU-ID
                           MOVE SPACES     TO WS-LP-SEND-TO
                           PERFORM 400-WRITE-MAIL
                       ELSE
                           MOVE 'Y' TO WS-REG-EOF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *A STUDENT NOT ON FILE OR WITH NO E-MAIL ADDRESS COUNTS AS A
      *MISSING E-MAIL
       400-WRITE-MAIL.
           MOVE 'L'            TO WS-LP-FUNCTION.
           MOVE 'E'            TO WS-LP-DELIVERY.
           MOVE WS-MAIL-STU-ID TO WS-LP-STU-ID.
           MOVE EV-YEAR        TO WS-LP-YEAR.
           MOVE EV-SEM         TO WS-LP-SEM.
           MOVE EV-CRN         TO WS-LP-INFO-1.
           MOVE EV-OLD         TO WS-LP-INFO-2.
           MOVE EV-NEW         TO WS-LP-INFO-3.
           MOVE 0              TO WS-LP-COURSE-COUNT.
           MOVE SPACES TO WS-LP-CODE.
           STRING 'NOTE'  DELIMITED BY SIZE
                  EV-TYPE DELIMITED BY SIZE
                  INTO WS-LP-CODE.
           CALL 'LETTER-PRINT' USING WS-LETTER-PRINT.
           IF LP-NO-TEMPLATE
               MOVE 'NOTEGENL' TO WS-LP-CODE
               CALL 'LETTER-PRINT' USING WS-LETTER-PRINT
           END-IF.
           EVALUATE TRUE
               WHEN LP-PRINTED
                   PERFORM VARYING WS-LX FROM 1 BY 1
                           UNTIL WS-LX > WS-LP-LINE-COUNT
                       MOVE WS-LP-LINE(WS-LX) TO MAIL-REC
                       WRITE MAIL-REC
                   END-PERFORM
                   ADD 1 TO WS-MAIL-COUNT
               WHEN LP-NO-TEMPLATE
                   ADD 1 TO WS-NO-TMPL-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NO-EMAIL-COUNT
           END-EVALUATE.
      *-----------------------------------------------------------------
       500-WRITE-SUMMARY.
           MOVE 'NOTIFICATION RUN SUMMARY' TO SUMMARY-REC.
                  INTO SUMMARY-REC.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           STRING 'ATHLETE LOAD ALERTS : ' DELIMITED BY SIZE
                  WS-ATHL-COUNT           DELIMITED BY SIZE
                  INTO SUMMARY-REC.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           STRING 'EARLY ALERTS        : ' DELIMITED BY SIZE
                  WS-RISK-COUNT           DELIMITED BY SIZE
                  INTO SUMMARY-REC.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           STRING 'MESSAGES WRITTEN    : ' DELIMITED BY SIZE
                  WS-MAIL-COUNT           DELIMITED BY SIZE
                  INTO SUMMARY-REC.
           WRITE SUMMARY-REC.
                  WS-NO-EMAIL-COUNT       DELIMITED BY SIZE
                  INTO SUMMARY-REC.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           STRING 'NO TEMPLATE ON FILE : ' DELIMITED BY SIZE
                  WS-NO-TMPL-COUNT        DELIMITED BY SIZE
                  INTO SUMMARY-REC.
           WRITE SUMMARY-REC.
      *-----------------------------------------------------------------

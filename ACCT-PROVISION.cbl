       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-PROVISION.
      *-----------------------------------------------------------------
      *CAMPUS ACCOUNT PROVISIONING FEED FOR IT. EVERY STUDENT AND
      *INSTRUCTOR IS GIVEN AN ACCOUNT STATUS -
      *  A ACTIVE     ANYONE NOT BELOW
      *  S SUSPENDED  STUDENT WITHDRAWN (W), ON LEAVE (L) OR
      *               SUSPENDED (S)
      *  D DISABLED   STUDENT WHOSE DEGREE WAS CONFERRED (OR STATUS
      *               SET TO G) MORE THAN THE GRACE PERIOD AGO,
      *               INSTRUCTOR WHOSE SEPARATION DATE HAS ARRIVED,
      *               OR ANYONE NO LONGER ON THEIR MASTER FILE
      *               (PURGED OR MERGED AWAY)
      *AND COMPARED WITH WHAT WAS LAST SENT (ACCT-MASTER). A DELTA RUN
      *SENDS ONE LIFECYCLE EVENT PER CHANGED ACCOUNT -
      *  C CREATE     NEW STUDENT OR INSTRUCTOR, OR ONE RETURNING
      *               AFTER BEING DISABLED
      *  U UPDATE     NAME OR E-MAIL CHANGED
      *  S SUSPEND    R REACTIVATE    D DISABLE
      *A FULL RUN SENDS EVERY ACCOUNT ON FILE WITH EVENT F SO IT CAN
      *RESYNCHRONIZE. EACH FILE CARRIES THE NEXT SEQUENCE NUMBER IN
      *ITS HEADER AND TRAILER SO A MISSED FILE SHOWS AS A GAP. THE
      *GRACE PERIOD IS READ FROM ACCT-GRACE-DAYS.TXT (DAYS IN COLUMNS
      *1-3) WHEN PRESENT. STUDENT NAMES ARE SENT LAST NAME IN 1-15,
      *FIRST NAME IN 16-30. INSTRUCTORS HAVE NO E-MAIL ON FILE.
      *CALLED WITH D FROM THE JOB CHAIN; ANYTHING ELSE PROMPTS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS DYNAMIC
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT INST-MASTER  ASSIGN        TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS INST-ID
                               ALTERNATE KEY IS INST-NAME
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-INST-STAT.
           SELECT GRAD-MASTER  ASSIGN        TO
                               '../FILES/GRAD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS GRAD-KEY
                               FILE STATUS   IS WS-GRAD-STAT.
           SELECT ACCT-MASTER  ASSIGN        TO
                               '../FILES/ACCT-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACCT-KEY
                               FILE STATUS   IS WS-ACCT-STAT.
           SELECT CONFIG-FILE  ASSIGN        TO
                               '../FILES/ACCT-GRACE-DAYS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CFG-STAT.
           SELECT FEED-FILE    ASSIGN        TO
                               '../FILES/ACCT-PROVISION.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
       FD  INST-MASTER.
       01  INST-REC.
           03  INST-ID     PIC 9999.
           03  INST-NAME   PIC X(22).
           03  INST-DEPT     PIC X(4).
           03  INST-OFFICE   PIC X(11).
           03  INST-PHONE    PIC X(10).
           03  INST-STATUS   PIC X.
               88  INST-SEPARATED         VALUE 'S'.
           03  INST-SEP-DATE PIC 9(8).
       COPY GRAD-MASTER-RECS.
       COPY ACCT-MASTER-RECS.
       FD  CONFIG-FILE.
       01  CONFIG-REC.
           03  CFG-GRACE-DAYS      PIC 999.
           03  FILLER              PIC X(77).
       FD  FEED-FILE.
       01  FEED-REC                PIC X(120).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-INST-STAT        PIC 99.
           03  WS-GRAD-STAT        PIC 99.
           03  WS-ACCT-STAT        PIC 99.
           03  WS-CFG-STAT         PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-MODE             PIC X.
               88  FULL-RUN                VALUE 'F'.
               88  DELTA-RUN               VALUE 'D'.
               88  VALID-MODE              VALUE 'F' 'D'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-TODAY-INT        PIC 9(7).
           03  WS-GRACE-DAYS       PIC 999 VALUE 180.
           03  WS-SEQ              PIC 9(6) VALUE ZERO.
           03  WS-GRAD-AVAIL       PIC X VALUE 'N'.
               88  GRAD-AVAIL              VALUE 'Y'.
           03  WS-INST-AVAIL       PIC X VALUE 'N'.
               88  INST-AVAIL              VALUE 'Y'.
           03  WS-ACCT-FOUND       PIC X.
               88  ACCT-FOUND              VALUE 'Y'.
           03  WS-GONE-DATE        PIC 9(8).
           03  WS-NEW-TYPE         PIC X.
           03  WS-NEW-ID           PIC 9(7).
           03  WS-NEW-STATUS       PIC X.
               88  NEW-ACTIVE              VALUE 'A'.
               88  NEW-SUSPENDED           VALUE 'S'.
               88  NEW-DISABLED            VALUE 'D'.
           03  WS-NEW-NAME         PIC X(30).
           03  WS-NEW-EMAIL        PIC X(30).
           03  WS-EFF-DATE         PIC 9(8).
           03  WS-ACTION           PIC X.
           03  WS-STU-COUNT        PIC 9(6) VALUE 0.
           03  WS-INST-COUNT       PIC 9(6) VALUE 0.
           03  WS-SENT-COUNT       PIC 9(6) VALUE 0.
           03  WS-CREATE-COUNT     PIC 9(6) VALUE 0.
           03  WS-UPDATE-COUNT     PIC 9(6) VALUE 0.
           03  WS-SUSP-COUNT       PIC 9(6) VALUE 0.
           03  WS-REACT-COUNT      PIC 9(6) VALUE 0.
           03  WS-DISABLE-COUNT    PIC 9(6) VALUE 0.
       01  WS-FEED-HDR.
           03  FILLER              PIC X(2) VALUE 'H1'.
           03  WS-FH-SEQ           PIC 9(6).
           03  WS-FH-DATE          PIC 9(8).
           03  WS-FH-MODE          PIC X.
       01  WS-FEED-DTL.
           03  FILLER              PIC X(2) VALUE 'D1'.
           03  WS-FD-ACTION        PIC X.
           03  WS-FD-TYPE          PIC X.
           03  WS-FD-ID            PIC 9(7).
           03  WS-FD-STATUS        PIC X.
           03  WS-FD-NAME          PIC X(30).
           03  WS-FD-EMAIL         PIC X(30).
           03  WS-FD-EFF-DATE      PIC 9(8).
       01  WS-FEED-TRL.
           03  FILLER              PIC X(2) VALUE 'T1'.
           03  WS-FT-SEQ           PIC 9(6).
           03  WS-FT-COUNT         PIC 9(6).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'ACCT-PROVISION'.
           03  WS-CAT-FILE         PIC X(40).
       LINKAGE SECTION.
       01  LNK-MODE                PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-MODE.
       000-MAIN.
           MOVE LNK-MODE TO WS-MODE.
           IF NOT VALID-MODE
               DISPLAY 'CAMPUS ACCOUNT PROVISIONING FEED'
               DISPLAY 'D)ELTA OR F)ULL REFRESH: ' WITH NO ADVANCING
               ACCEPT WS-MODE
               MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
               IF NOT VALID-MODE
                   DISPLAY 'MODE MUST BE D OR F - NO RUN'
                   EXIT PROGRAM
               END-IF
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM 050-READ-CONFIG.

           OPEN I-O ACCT-MASTER.
           IF WS-ACCT-STAT NOT = ZERO
               DISPLAY 'ACCT-MASTER.DAT CANNOT BE OPENED - NO RUN'
               CLOSE ACCT-MASTER
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT STU-MST.
           IF WS-STAT NOT = ZERO
               DISPLAY 'STUDENT-MASTER.DAT CANNOT BE OPENED - NO RUN'
               CLOSE ACCT-MASTER
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT INST-MASTER.
           IF WS-INST-STAT = ZERO
               MOVE 'Y' TO WS-INST-AVAIL
           END-IF.
           OPEN INPUT GRAD-MASTER.
           IF WS-GRAD-STAT = ZERO
               MOVE 'Y' TO WS-GRAD-AVAIL
           END-IF.
           OPEN OUTPUT FEED-FILE.

           MOVE '00000000' TO ACCT-CTRL-KEY.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE SPACES   TO ACCT-CTRL-REC
                   MOVE '00000000' TO ACCT-CTRL-KEY
                   MOVE ZERO     TO ACCT-LAST-SEQ
                   MOVE ZERO     TO ACCT-LAST-RUN
                   WRITE ACCT-CTRL-REC
           END-READ.
           IF ACCT-LAST-SEQ NUMERIC
               COMPUTE WS-SEQ = ACCT-LAST-SEQ + 1
           ELSE
               MOVE 1 TO WS-SEQ
           END-IF.

           MOVE WS-SEQ   TO WS-FH-SEQ.
           MOVE WS-TODAY TO WS-FH-DATE.
           MOVE WS-MODE  TO WS-FH-MODE.
           MOVE WS-FEED-HDR TO FEED-REC.
           WRITE FEED-REC.

           MOVE LOW-VALUES TO STU-ID.
           MOVE 'N' TO WS-EOF.
           START STU-MST KEY NOT LESS THAN STU-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ STU-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 100-ONE-STUDENT
               END-READ
           END-PERFORM.

           IF INST-AVAIL
               MOVE ZERO TO INST-ID
               MOVE 'N' TO WS-EOF
               START INST-MASTER KEY NOT LESS THAN INST-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL EOF
                   READ INST-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 200-ONE-INSTRUCTOR
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM 500-SWEEP-GONE.

           MOVE WS-SEQ        TO WS-FT-SEQ.
           MOVE WS-SENT-COUNT TO WS-FT-COUNT.
           MOVE WS-FEED-TRL TO FEED-REC.
           WRITE FEED-REC.

           MOVE '00000000' TO ACCT-CTRL-KEY.
           READ ACCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-SEQ   TO ACCT-LAST-SEQ
                   MOVE WS-TODAY TO ACCT-LAST-RUN
                   MOVE WS-MODE  TO ACCT-LAST-MODE
                   REWRITE ACCT-CTRL-REC
           END-READ.

           CLOSE STU-MST.
           CLOSE INST-MASTER.
           CLOSE GRAD-MASTER.
           CLOSE ACCT-MASTER.
           CLOSE FEED-FILE.

           MOVE '../FILES/ACCT-PROVISION.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'ACCT-PROVISION COMPLETE - SEQUENCE ' WS-SEQ.
           DISPLAY 'STUDENTS            : ' WS-STU-COUNT.
           DISPLAY 'INSTRUCTORS         : ' WS-INST-COUNT.
           DISPLAY 'CREATED             : ' WS-CREATE-COUNT.
           DISPLAY 'UPDATED             : ' WS-UPDATE-COUNT.
           DISPLAY 'SUSPENDED           : ' WS-SUSP-COUNT.
           DISPLAY 'REACTIVATED         : ' WS-REACT-COUNT.
           DISPLAY 'DISABLED            : ' WS-DISABLE-COUNT.
           DISPLAY 'RECORDS SENT        : ' WS-SENT-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-READ-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CFG-STAT = ZERO
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-GRACE-DAYS NUMERIC
                           MOVE CFG-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.
      *-----------------------------------------------------------------
      *A STUDENT'S ACCOUNT STATUS - DISABLED ONCE THE GRACE PERIOD
      *AFTER GRADUATION HAS RUN OUT, SUSPENDED WHILE WITHDRAWN, ON
      *LEAVE OR SUSPENDED, OTHERWISE ACTIVE
       100-ONE-STUDENT.
           ADD 1 TO WS-STU-COUNT.
           MOVE 'S'        TO WS-NEW-TYPE.
           MOVE STU-ID     TO WS-NEW-ID.
           MOVE STU-NAME   TO WS-NEW-NAME.
           MOVE STU-EMAIL  TO WS-NEW-EMAIL.
           MOVE 'A'        TO WS-NEW-STATUS.
           MOVE WS-TODAY   TO WS-EFF-DATE.

           MOVE ZERO TO WS-GONE-DATE.
           IF GRAD-AVAIL
               MOVE STU-ID TO GRAD-STU-ID
               READ GRAD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRAD-CONFERRED
                           AND GRAD-CONF-DATE NUMERIC
                           AND GRAD-CONF-DATE > 19000000
                           MOVE GRAD-CONF-DATE TO WS-GONE-DATE
                       END-IF
               END-READ
           END-IF.
           IF WS-GONE-DATE = ZERO AND STU-STATUS = 'G'
               AND STU-STATUS-DATE NUMERIC
               AND STU-STATUS-DATE > 19000000
               MOVE STU-STATUS-DATE TO WS-GONE-DATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-GONE-DATE NOT = ZERO
                   AND FUNCTION INTEGER-OF-DATE(WS-GONE-DATE)
                       + WS-GRACE-DAYS NOT > WS-TODAY-INT
                   MOVE 'D' TO WS-NEW-STATUS
               WHEN STU-STATUS = 'W' OR 'L' OR 'S'
                   MOVE 'S' TO WS-NEW-STATUS
           END-EVALUATE.

           PERFORM 300-COMPARE.
      *-----------------------------------------------------------------
      *AN INSTRUCTOR'S ACCOUNT IS DISABLED FROM THE SEPARATION DATE
       200-ONE-INSTRUCTOR.
           ADD 1 TO WS-INST-COUNT.
           MOVE 'I'        TO WS-NEW-TYPE.
           MOVE INST-ID    TO WS-NEW-ID.
           MOVE INST-NAME  TO WS-NEW-NAME.
           MOVE SPACES     TO WS-NEW-EMAIL.
           MOVE 'A'        TO WS-NEW-STATUS.
           MOVE WS-TODAY   TO WS-EFF-DATE.
           IF INST-SEPARATED
               AND INST-SEP-DATE NUMERIC
               AND INST-SEP-DATE NOT > WS-TODAY
               MOVE 'D' TO WS-NEW-STATUS
               IF INST-SEP-DATE > 19000000
                   MOVE INST-SEP-DATE TO WS-EFF-DATE
               END-IF
           END-IF.

           PERFORM 300-COMPARE.
      *-----------------------------------------------------------------
      *MATCH THE PERSON AGAINST WHAT WAS LAST SENT AND WORK OUT THE
      *EVENT, IF ANY. A DISABLED ACCOUNT IS NOT CREATED, AND A NAME OR
      *E-MAIL CHANGE ON A DISABLED ACCOUNT IS NOT SENT
       300-COMPARE.
           MOVE WS-NEW-TYPE TO ACCT-TYPE.
           MOVE WS-NEW-ID   TO ACCT-ID.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ.

           MOVE SPACE TO WS-ACTION.
           IF NOT ACCT-FOUND
               IF NOT NEW-DISABLED
                   MOVE 'C' TO WS-ACTION
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN ACCT-STATUS = WS-NEW-STATUS
                       IF NOT NEW-DISABLED
                           AND (ACCT-NAME NOT = WS-NEW-NAME
                             OR ACCT-EMAIL NOT = WS-NEW-EMAIL)
                           MOVE 'U' TO WS-ACTION
                       END-IF
                   WHEN NEW-DISABLED
                       MOVE 'D' TO WS-ACTION
                   WHEN ACCT-DISABLED
                       MOVE 'C' TO WS-ACTION
                   WHEN NEW-SUSPENDED
                       MOVE 'S' TO WS-ACTION
                   WHEN OTHER
                       MOVE 'R' TO WS-ACTION
               END-EVALUATE
           END-IF.

           IF FULL-RUN AND (ACCT-FOUND OR NOT NEW-DISABLED)
               MOVE 'F' TO WS-ACTION
           END-IF.

           IF WS-ACTION NOT = SPACE
               PERFORM 400-WRITE-EVENT
           END-IF.

           IF ACCT-FOUND
               IF WS-ACTION NOT = SPACE
                   MOVE WS-NEW-STATUS TO ACCT-STATUS
                   MOVE WS-NEW-NAME   TO ACCT-NAME
                   MOVE WS-NEW-EMAIL  TO ACCT-EMAIL
                   MOVE WS-TODAY      TO ACCT-SENT-DATE
               END-IF
               MOVE WS-TODAY TO ACCT-SEEN-DATE
               REWRITE ACCT-REC
           ELSE
               IF WS-ACTION NOT = SPACE
                   MOVE WS-NEW-TYPE   TO ACCT-TYPE
                   MOVE WS-NEW-ID     TO ACCT-ID
                   MOVE WS-NEW-STATUS TO ACCT-STATUS
                   MOVE WS-NEW-NAME   TO ACCT-NAME
                   MOVE WS-NEW-EMAIL  TO ACCT-EMAIL
                   MOVE WS-TODAY      TO ACCT-SENT-DATE
                   MOVE WS-TODAY      TO ACCT-SEEN-DATE
                   WRITE ACCT-REC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       400-WRITE-EVENT.
           MOVE WS-ACTION     TO WS-FD-ACTION.
           MOVE WS-NEW-TYPE   TO WS-FD-TYPE.
           MOVE WS-NEW-ID     TO WS-FD-ID.
           MOVE WS-NEW-STATUS TO WS-FD-STATUS.
           MOVE WS-NEW-NAME   TO WS-FD-NAME.
           MOVE WS-NEW-EMAIL  TO WS-FD-EMAIL.
           MOVE WS-EFF-DATE   TO WS-FD-EFF-DATE.
           MOVE WS-FEED-DTL TO FEED-REC.
           WRITE FEED-REC.
           ADD 1 TO WS-SENT-COUNT.
           EVALUATE WS-ACTION
               WHEN 'C'  ADD 1 TO WS-CREATE-COUNT
               WHEN 'U'  ADD 1 TO WS-UPDATE-COUNT
               WHEN 'S'  ADD 1 TO WS-SUSP-COUNT
               WHEN 'R'  ADD 1 TO WS-REACT-COUNT
               WHEN 'D'  ADD 1 TO WS-DISABLE-COUNT
           END-EVALUATE.
      *-----------------------------------------------------------------
      *AN ACCOUNT THIS RUN DID NOT FIND ON EITHER MASTER FILE - THE
      *STUDENT WAS PURGED OR MERGED INTO ANOTHER RECORD, OR THE
      *INSTRUCTOR REMOVED - IS DISABLED ONCE
       500-SWEEP-GONE.
           MOVE 'I'  TO ACCT-TYPE.
           MOVE ZERO TO ACCT-ID.
           MOVE 'N' TO WS-EOF.
           START ACCT-MASTER KEY NOT LESS THAN ACCT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ACCT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACCT-SEEN-DATE NOT = WS-TODAY
                           AND NOT ACCT-DISABLED
                           AND (ACCT-STUDENT OR INST-AVAIL)
                           PERFORM 510-DISABLE-GONE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       510-DISABLE-GONE.
           MOVE 'D'          TO WS-ACTION.
           MOVE ACCT-TYPE    TO WS-NEW-TYPE.
           MOVE ACCT-ID      TO WS-NEW-ID.
           MOVE 'D'          TO WS-NEW-STATUS.
           MOVE ACCT-NAME    TO WS-NEW-NAME.
           MOVE ACCT-EMAIL   TO WS-NEW-EMAIL.
           MOVE WS-TODAY     TO WS-EFF-DATE.
           PERFORM 400-WRITE-EVENT.
           MOVE 'D'      TO ACCT-STATUS.
           MOVE WS-TODAY TO ACCT-SENT-DATE.
           MOVE WS-TODAY TO ACCT-SEEN-DATE.
           REWRITE ACCT-REC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-MERGE-REG.
      *-----------------------------------------------------------------
      *DUPLICATE STUDENT MERGE - REGISTRATION FILES. CALLED BY
      *STU-MERGE TO MOVE THE RETIRING ID'S REGISTRATIONS (LIVE AND
      *ARCHIVED), WAITLIST PLACES, PENDING REQUESTS, GRADING BASIS,
      *OVERRIDES, OVERLOADS, TIME TICKETS, FEE ASSESSMENTS,
      *ATTENDANCE AND EVALUATION TOKENS TO THE SURVIVING ID.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                               FILE STATUS   IS WS-STAT.
           SELECT WAIT-MASTER  ASSIGN        TO
                               '../FILES/WAITLIST-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS WAIT-KEY
                               ALTERNATE KEY IS WAIT-STU-ID
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT PEND-REG     ASSIGN        TO
                               '../FILES/PEND-REG.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PEND-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT REG-BASIS    ASSIGN        TO
                               '../FILES/REG-BASIS.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RB-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT OVR-MASTER   ASSIGN        TO
                               '../FILES/OVR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS OVR-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT OVLD-MASTER  ASSIGN        TO
                               '../FILES/OVLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS OVLD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TICKET-MASTER ASSIGN       TO
                               '../FILES/TICKET-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TKT-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT FEE-ASSESS   ASSIGN        TO
                               '../FILES/FEE-ASSESS.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS FA-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT ATTEND-MASTER ASSIGN       TO
                               '../FILES/ATTEND-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATT-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT ATTEND-HISTORY ASSIGN      TO
                               '../FILES/ATTEND-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATH-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT ATT-SUMMARY  ASSIGN        TO
                               '../FILES/ATT-SUMMARY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATS-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT EVAL-TOKEN   ASSIGN        TO
                               '../FILES/EVAL-TOKEN.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ET-TOKEN
                               ALTERNATE KEY IS ET-ISSUE-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT EXC-FILE     ASSIGN        TO
                               '../FILES/STU-MERGE-EXCEPT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY PEND-REG-RECS.
       COPY REG-BASIS-RECS.
       COPY OVR-MASTER-RECS.
       COPY OVLD-MASTER-RECS.
       COPY TICKET-RECS.
       COPY FEE-ASSESS-RECS.
       COPY ATTEND-MASTER-RECS.
       COPY ATT-SUMMARY-RECS.
       COPY EVAL-TOKEN-RECS.
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
       FD  WAIT-MASTER.
       01  WAIT-REC.
           03  WAIT-KEY.
               05  WAIT-CRN-KEY.
                   07  WAIT-YEAR       PIC 9999.
                   07  WAIT-SEM        PIC 99.
                   07  WAIT-CRN        PIC 9(4).
               05  WAIT-SEQ            PIC 9(4).
           03  WAIT-STU-ID             PIC 9(7).
       FD  ATTEND-HISTORY.
       01  ATH-REC.
           03  ATH-KEY.
               05  ATH-CRN-KEY.
                   07  ATH-YEAR    PIC 9(4).
                   07  ATH-SEM     PIC 99.
                   07  ATH-CRN     PIC 9(4).
               05  ATH-DATE        PIC 9(8).
               05  ATH-STU-ID      PIC 9(7).
           03  ATH-MARK            PIC X.
       FD  EXC-FILE.
       01  EXC-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X.
               88  EOF                     VALUE 'Y'.
           03  WS-WRITTEN          PIC X.
               88  WRITTEN                 VALUE 'Y'.
           03  WS-SEQ-FULL         PIC X.
               88  SEQ-FULL                VALUE 'Y'.
           03  WS-FILE-NAME        PIC X(14).
           03  WS-OLD-KEY          PIC X(40).
           03  WS-OLD-SEQ          PIC 9(4).
           03  WS-REASON           PIC X(34).
           03  WS-REG-OPEN         PIC X.
               88  REG-OPEN                VALUE 'Y'.
           03  WS-CLASH            PIC X.
               88  CLASH                   VALUE 'Y'.
       01  WS-WAIT-TBL.
           03  WS-WT-COUNT         PIC 99  COMP.
           03  WS-WT-IX            PIC 99  COMP.
           03  WS-WT-KEY           OCCURS 50 PIC X(14).
       01  WS-EXC-LN.
           03  WS-X-FILE           PIC X(14).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-X-KEY            PIC X(30).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-X-REASON         PIC X(34).
       LINKAGE SECTION.
       01  LNK-STU-MERGE.
           03  LNK-KEEP-ID         PIC 9(7).
           03  LNK-RETIRE-ID       PIC 9(7).
           03  LNK-MOVED           PIC 9(6).
           03  LNK-RESEQ           PIC 9(5).
           03  LNK-EXCEPTIONS      PIC 9(5).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-STU-MERGE.
       000-MAIN.
           OPEN EXTEND EXC-FILE.

           PERFORM 100-MOVE-REGISTER.
           PERFORM 200-MOVE-HISTORY.
           PERFORM 300-MOVE-WAITLIST.
           PERFORM 400-MOVE-PENDING.
           PERFORM 450-MOVE-BASIS.
           PERFORM 500-MOVE-OVERRIDES.
           PERFORM 550-MOVE-OVERLOADS.
           PERFORM 600-MOVE-TICKETS.
           PERFORM 650-MOVE-FEES.
           PERFORM 700-MOVE-ATTENDANCE.
           PERFORM 750-MOVE-ATT-HISTORY.
           PERFORM 800-MOVE-ATT-SUMMARY.
           PERFORM 850-MOVE-EVAL-TOKENS.

           CLOSE EXC-FILE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *REGISTRATIONS - THE SAME SECTION ON BOTH IDS IS LEFT FOR THE
      *REGISTRAR TO DECIDE WHICH GRADE STANDS
       100-MOVE-REGISTER.
           OPEN I-O REG-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'REGISTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO REG-STU-ID.
           MOVE LOW-VALUES TO REG-CRN-KEY.
           MOVE 'N' TO WS-EOF.
           START REG-MASTER KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REG-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE REG-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO REG-STU-ID
                           WRITE REG-REC
                               INVALID KEY
                                   MOVE 'SAME SECTION ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO REG-KEY
                                   DELETE REG-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO REG-KEY
                           START REG-MASTER KEY GREATER THAN REG-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REG-MASTER.
      *-----------------------------------------------------------------
      *ARCHIVED REGISTRATIONS FROM CLOSED TERMS
       200-MOVE-HISTORY.
           OPEN I-O REG-HISTORY.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'REG-HISTORY' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO RH-STU-ID.
           MOVE LOW-VALUES TO RH-CRN-KEY.
           MOVE 'N' TO WS-EOF.
           START REG-HISTORY KEY NOT LESS THAN RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REG-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RH-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE RH-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO RH-STU-ID
                           WRITE RH-REC
                               INVALID KEY
                                   MOVE 'SAME SECTION ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO RH-KEY
                                   DELETE REG-HISTORY RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO RH-KEY
                           START REG-HISTORY KEY GREATER THAN RH-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REG-HISTORY.
      *-----------------------------------------------------------------
      *WAITLIST ENTRIES ARE KEYED BY SECTION - THE STUDENT ID IS
      *ONLY AN ALTERNATE KEY, SO THE RETIRING ID'S ENTRIES ARE
      *COLLECTED FIRST AND THEN RE-POINTED ONE AT A TIME
       300-MOVE-WAITLIST.
           OPEN I-O WAIT-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'WAITLIST' TO WS-FILE-NAME.
           MOVE 'N' TO WS-REG-OPEN.
           OPEN INPUT REG-MASTER.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-REG-OPEN
           END-IF.
           MOVE 0 TO WS-WT-COUNT.
           MOVE LNK-RETIRE-ID TO WAIT-STU-ID.
           MOVE 'N' TO WS-EOF.
           START WAIT-MASTER KEY EQUAL TO WAIT-STU-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ WAIT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WAIT-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-WT-COUNT < 50
                               ADD 1 TO WS-WT-COUNT
                               MOVE WAIT-KEY TO WS-WT-KEY(WS-WT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-WT-IX FROM 1 BY 1
               UNTIL WS-WT-IX > WS-WT-COUNT
               PERFORM 310-MOVE-WAIT-ENTRY
           END-PERFORM.
           IF REG-OPEN
               CLOSE REG-MASTER
           END-IF.
           CLOSE WAIT-MASTER.
      *-----------------------------------------------------------------
      *A SECTION THE SURVIVOR IS ALREADY WAITING FOR, OR ALREADY
      *REGISTERED IN, WOULD PUT THE SAME PERSON IN LINE TWICE
       310-MOVE-WAIT-ENTRY.
           MOVE WS-WT-KEY(WS-WT-IX) TO WS-OLD-KEY.
           MOVE 'N' TO WS-CLASH.
           IF REG-OPEN
               MOVE LNK-KEEP-ID        TO REG-STU-ID
               MOVE WS-OLD-KEY(1:10)   TO REG-CRN-KEY
               READ REG-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CLASH
                       MOVE 'SURVIVOR ALREADY REGISTERED'
                           TO WS-REASON
               END-READ
           END-IF.
           MOVE WS-OLD-KEY TO WAIT-KEY.
           MOVE ZERO TO WAIT-SEQ.
           MOVE 'N' TO WS-EOF.
           START WAIT-MASTER KEY NOT LESS THAN WAIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF OR CLASH
               READ WAIT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WAIT-CRN-KEY NOT = WS-OLD-KEY(1:10)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WAIT-STU-ID = LNK-KEEP-ID
                               MOVE 'Y' TO WS-CLASH
                               MOVE 'SURVIVOR ALREADY ON THIS WAITLIST'
                                   TO WS-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF CLASH
               PERFORM 900-LEAVE-BEHIND
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OLD-KEY TO WAIT-KEY.
           READ WAIT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE LNK-KEEP-ID TO WAIT-STU-ID.
           REWRITE WAIT-REC.
           ADD 1 TO LNK-MOVED.
      *-----------------------------------------------------------------
      *REGISTRATION REQUESTS WAITING ON ADVISOR APPROVAL
       400-MOVE-PENDING.
           OPEN I-O PEND-REG.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'PEND-REG' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO PEND-STU-ID.
           MOVE LOW-VALUES TO PEND-YEAR.
           MOVE LOW-VALUES TO PEND-SEM.
           MOVE LOW-VALUES TO PEND-CRN.
           MOVE 'N' TO WS-EOF.
           START PEND-REG KEY NOT LESS THAN PEND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ PEND-REG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PEND-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE PEND-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO PEND-STU-ID
                           WRITE PEND-REC
                               INVALID KEY
                                   MOVE 'SAME SECTION ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO PEND-KEY
                                   DELETE PEND-REG RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO PEND-KEY
                           START PEND-REG KEY GREATER THAN PEND-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-REG.
      *-----------------------------------------------------------------
      *GRADING BASIS ELECTIONS
       450-MOVE-BASIS.
           OPEN I-O REG-BASIS.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'REG-BASIS' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO RB-STU-ID.
           MOVE LOW-VALUES TO RB-YEAR.
           MOVE LOW-VALUES TO RB-SEM.
           MOVE LOW-VALUES TO RB-CRN.
           MOVE 'N' TO WS-EOF.
           START REG-BASIS KEY NOT LESS THAN RB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REG-BASIS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RB-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE RB-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO RB-STU-ID
                           WRITE RB-REC
                               INVALID KEY
                                   MOVE 'SAME SECTION ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO RB-KEY
                                   DELETE REG-BASIS RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO RB-KEY
                           START REG-BASIS KEY GREATER THAN RB-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REG-BASIS.
      *-----------------------------------------------------------------
      *REGISTRATION OVERRIDES
       500-MOVE-OVERRIDES.
           OPEN I-O OVR-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'OVR-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO OVR-STU-ID.
           MOVE LOW-VALUES TO OVR-YEAR.
           MOVE LOW-VALUES TO OVR-SEM.
           MOVE LOW-VALUES TO OVR-CRN.
           MOVE 'N' TO WS-EOF.
           START OVR-MASTER KEY NOT LESS THAN OVR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ OVR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OVR-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE OVR-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO OVR-STU-ID
                           WRITE OVR-REC
                               INVALID KEY
                                   MOVE 'SAME SECTION ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO OVR-KEY
                                   DELETE OVR-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO OVR-KEY
                           START OVR-MASTER KEY GREATER THAN OVR-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVR-MASTER.
      *-----------------------------------------------------------------
      *CREDIT OVERLOAD APPROVALS
       550-MOVE-OVERLOADS.
           OPEN I-O OVLD-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'OVLD-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO OVLD-STU-ID.
           MOVE LOW-VALUES TO OVLD-YEAR.
           MOVE LOW-VALUES TO OVLD-SEM.
           MOVE 'N' TO WS-EOF.
           START OVLD-MASTER KEY NOT LESS THAN OVLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ OVLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OVLD-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE OVLD-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO OVLD-STU-ID
                           WRITE OVLD-REC
                               INVALID KEY
                                   MOVE 'SAME TERM ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO OVLD-KEY
                                   DELETE OVLD-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO OVLD-KEY
                           START OVLD-MASTER KEY GREATER THAN OVLD-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVLD-MASTER.
      *-----------------------------------------------------------------
      *REGISTRATION TIME TICKETS
       600-MOVE-TICKETS.
           OPEN I-O TICKET-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'TICKET-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO TKT-STU-ID.
           MOVE LOW-VALUES TO TKT-YEAR.
           MOVE LOW-VALUES TO TKT-SEM.
           MOVE 'N' TO WS-EOF.
           START TICKET-MASTER KEY NOT LESS THAN TKT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ TICKET-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TKT-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE TKT-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO TKT-STU-ID
                           WRITE TKT-REC
                               INVALID KEY
                                   MOVE 'SAME TERM ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO TKT-KEY
                                   DELETE TICKET-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO TKT-KEY
                           START TICKET-MASTER KEY GREATER THAN TKT-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TICKET-MASTER.
      *-----------------------------------------------------------------
      *REGISTRATION FEE ASSESSMENTS
       650-MOVE-FEES.
           OPEN I-O FEE-ASSESS.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'FEE-ASSESS' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO FA-STU-ID.
           MOVE LOW-VALUES TO FA-YEAR.
           MOVE LOW-VALUES TO FA-SEM.
           MOVE LOW-VALUES TO FA-AUD-DATE.
           MOVE LOW-VALUES TO FA-AUD-TIME.
           MOVE LOW-VALUES TO FA-CRN.
           MOVE LOW-VALUES TO FA-FEE-TYPE.
           MOVE 'N' TO WS-EOF.
           START FEE-ASSESS KEY NOT LESS THAN FA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ FEE-ASSESS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FA-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE FA-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO FA-STU-ID
                           WRITE FA-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS THIS KEY'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO FA-KEY
                                   DELETE FEE-ASSESS RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO FA-KEY
                           START FEE-ASSESS KEY GREATER THAN FA-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-ASSESS.
      *-----------------------------------------------------------------
      *DAILY ATTENDANCE - KEYED BY SECTION AND DATE, SO THE WHOLE
      *FILE IS READ FOR THE RETIRING ID
       700-MOVE-ATTENDANCE.
           OPEN I-O ATTEND-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ATTEND-MASTER' TO WS-FILE-NAME.
           MOVE LOW-VALUES TO ATT-KEY.
           MOVE 'N' TO WS-EOF.
           START ATTEND-MASTER KEY NOT LESS THAN ATT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ATTEND-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ATT-STU-ID = LNK-RETIRE-ID
                           MOVE ATT-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO ATT-STU-ID
                           WRITE ATT-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY MARKED THAT DAY'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO ATT-KEY
                                   DELETE ATTEND-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO ATT-KEY
                           START ATTEND-MASTER KEY GREATER THAN ATT-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEND-MASTER.
      *-----------------------------------------------------------------
      *ATTENDANCE FROM CLOSED TERMS
       750-MOVE-ATT-HISTORY.
           OPEN I-O ATTEND-HISTORY.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ATTEND-HISTORY' TO WS-FILE-NAME.
           MOVE LOW-VALUES TO ATH-KEY.
           MOVE 'N' TO WS-EOF.
           START ATTEND-HISTORY KEY NOT LESS THAN ATH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ATTEND-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ATH-STU-ID = LNK-RETIRE-ID
                           MOVE ATH-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO ATH-STU-ID
                           WRITE ATH-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY MARKED THAT DAY'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO ATH-KEY
                                   DELETE ATTEND-HISTORY RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO ATH-KEY
                           START ATTEND-HISTORY KEY GREATER THAN ATH-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEND-HISTORY.
      *-----------------------------------------------------------------
      *ATTENDANCE TOTALS BY SECTION
       800-MOVE-ATT-SUMMARY.
           OPEN I-O ATT-SUMMARY.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ATT-SUMMARY' TO WS-FILE-NAME.
           MOVE LOW-VALUES TO ATS-KEY.
           MOVE 'N' TO WS-EOF.
           START ATT-SUMMARY KEY NOT LESS THAN ATS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ATT-SUMMARY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ATS-STU-ID = LNK-RETIRE-ID
                           MOVE ATS-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO ATS-STU-ID
                           WRITE ATS-REC
                               INVALID KEY
                                   MOVE 'SAME SECTION ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO ATS-KEY
                                   DELETE ATT-SUMMARY RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO ATS-KEY
                           START ATT-SUMMARY KEY GREATER THAN ATS-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATT-SUMMARY.
      *-----------------------------------------------------------------
      *COURSE EVALUATION TOKENS - THE STUDENT IS ONLY IN THE ISSUE
      *ALTERNATE KEY, SO THE TOKEN IS REWRITTEN IN PLACE
       850-MOVE-EVAL-TOKENS.
           OPEN I-O EVAL-TOKEN.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'EVAL-TOKEN' TO WS-FILE-NAME.
           MOVE LOW-VALUES TO ET-TOKEN.
           MOVE 'N' TO WS-EOF.
           START EVAL-TOKEN KEY NOT LESS THAN ET-TOKEN
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ EVAL-TOKEN NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ET-STU-ID = LNK-RETIRE-ID
                           MOVE ET-TOKEN TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO ET-STU-ID
                           REWRITE ET-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS THIS KEY'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   ADD 1 TO LNK-MOVED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVAL-TOKEN.
      *-----------------------------------------------------------------
      *THE RECORD STAYS UNDER THE RETIRING ID FOR THE REGISTRAR TO
      *RESOLVE - RUNNING THE MERGE AGAIN AFTERWARDS PICKS IT UP
       900-LEAVE-BEHIND.
           MOVE WS-FILE-NAME TO WS-X-FILE.
           MOVE WS-OLD-KEY   TO WS-X-KEY.
           MOVE WS-REASON    TO WS-X-REASON.
           MOVE WS-EXC-LN    TO EXC-REC.
           WRITE EXC-REC.
           ADD 1 TO LNK-EXCEPTIONS.
      *-----------------------------------------------------------------

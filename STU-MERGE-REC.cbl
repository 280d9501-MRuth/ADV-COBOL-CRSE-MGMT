       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-MERGE-REC.
      *-----------------------------------------------------------------
      *DUPLICATE STUDENT MERGE - ACADEMIC AND PERSONAL RECORDS.
      *CALLED BY STU-MERGE TO MOVE THE RETIRING ID'S TRANSFER CREDIT,
      *FERPA RELEASES, NAME HISTORY, DEGREE EXCEPTIONS, APPEALS,
      *PROGRAMS, CONTACTS, ADDRESSES, TERM GPAS, TEST SCORES AND THE
      *ONE-PER-STUDENT STATUS RECORDS TO THE SURVIVING ID. THE CENSUS
      *SNAPSHOT IS THE FROZEN OFFICIAL COUNT AND IS NOT TOUCHED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-MASTER  ASSIGN        TO
                               '../FILES/XFER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS XFER-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT FERPA-MASTER ASSIGN        TO
                               '../FILES/FERPA-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS FER-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT NAME-HISTORY ASSIGN        TO
                               '../FILES/NAME-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS NH-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT DEGX-MASTER  ASSIGN        TO
                               '../FILES/DEGX-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DX-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT APPEAL-MASTER ASSIGN       TO
                               '../FILES/APPEAL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AP-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-PROG     ASSIGN        TO
                               '../FILES/STU-PROG.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SP-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT EMRG-MASTER  ASSIGN        TO
                               '../FILES/EMRG-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EC-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TERM-GPA     ASSIGN        TO
                               '../FILES/TERM-GPA.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TG-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TEST-SCORE   ASSIGN        TO
                               '../FILES/TEST-SCORE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TS-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CATYR-MASTER ASSIGN        TO
                               '../FILES/CATYR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CY-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT GRAD-MASTER  ASSIGN        TO
                               '../FILES/GRAD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS GRAD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT ADVNOTE-MASTER ASSIGN      TO
                               '../FILES/ADVNOTE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AN-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT DEMO-MASTER  ASSIGN        TO
                               '../FILES/DEMO-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DEMO-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT RES-MASTER   ASSIGN        TO
                               '../FILES/RES-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RES-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT LOA-MASTER   ASSIGN        TO
                               '../FILES/LOA-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS LOA-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT RISK-MASTER  ASSIGN        TO
                               '../FILES/RISK-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RK-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT VET-MASTER   ASSIGN        TO
                               '../FILES/VET-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS VET-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT VISA-MASTER  ASSIGN        TO
                               '../FILES/VISA-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS VISA-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CLH-MASTER   ASSIGN        TO
                               '../FILES/CLH-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CLH-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TRREQ-MASTER ASSIGN        TO
                               '../FILES/TRREQ-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TRQ-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CE-PARTICIPANT ASSIGN      TO
                               '../FILES/CE-PARTICIPANT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CEP-ID
                               FILE STATUS   IS WS-STAT.
           SELECT ATHL-MASTER  ASSIGN        TO
                               '../FILES/ATHL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATHL-KEY
                               ALTERNATE KEY IS ATHL-STU-ID
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT EXC-FILE     ASSIGN        TO
                               '../FILES/STU-MERGE-EXCEPT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY XFER-MASTER-RECS.
       COPY FERPA-RECS.
       COPY NAME-HIST-RECS.
       COPY DEGX-MASTER-RECS.
       COPY APPEAL-MASTER-RECS.
       COPY STU-PROG-RECS.
       COPY EMRG-MASTER-RECS.
       COPY ADDR-MASTER-RECS.
       COPY TERM-GPA-RECS.
       COPY TEST-SCORE-RECS.
       COPY CATYR-MASTER-RECS.
       COPY GRAD-MASTER-RECS.
       COPY ADVNOTE-MASTER-RECS.
       COPY DEMO-MASTER-RECS.
       COPY RES-MASTER-RECS.
       COPY LOA-MASTER-RECS.
       COPY RISK-MASTER-RECS.
       COPY VET-MASTER-RECS.
       COPY VISA-MASTER-RECS.
       COPY CLH-MASTER-RECS.
       COPY TRREQ-MASTER-RECS.
       COPY CE-PART-RECS.
       COPY ATHL-MASTER-RECS.
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
       01  WS-SPORT-TBL.
           03  WS-SPT-COUNT        PIC 99  COMP.
           03  WS-SPT-IX           PIC 99  COMP.
           03  WS-SPT-SPORT        OCCURS 20 PIC X(4).
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

           PERFORM 100-MOVE-TRANSFER.
           PERFORM 150-MOVE-FERPA.
           PERFORM 200-MOVE-NAME-HIST.
           PERFORM 250-MOVE-DEGX.
           PERFORM 300-MOVE-APPEALS.
           PERFORM 350-MOVE-PROGRAMS.
           PERFORM 400-MOVE-EMERGENCY.
           PERFORM 450-MOVE-ADDRESSES.
           PERFORM 500-MOVE-TERM-GPA.
           PERFORM 550-MOVE-TEST-SCORES.
           PERFORM 600-MOVE-CATALOG-YR.
           PERFORM 620-MOVE-GRADUATION.
           PERFORM 640-MOVE-ADVNOTES.
           PERFORM 660-MOVE-DEMOGRAPHICS.
           PERFORM 680-MOVE-RESIDENCY.
           PERFORM 700-MOVE-LEAVE.
           PERFORM 720-MOVE-RISK.
           PERFORM 740-MOVE-VETERAN.
           PERFORM 760-MOVE-VISA.
           PERFORM 780-MOVE-CREDIT-LIMIT.
           PERFORM 800-MOVE-TRANSCRIPTS.
           PERFORM 820-MOVE-CE-LINK.
           PERFORM 850-MOVE-ATHLETICS.

           CLOSE EXC-FILE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *TRANSFER CREDIT - SEQUENCE-KEYED FILES TAKE THE NEXT FREE
      *NUMBER UNDER THE SURVIVOR WHEN THE RETIRING ONE IS IN USE
       100-MOVE-TRANSFER.
           OPEN I-O XFER-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'XFER-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO XFER-STU-ID.
           MOVE LOW-VALUES TO XFER-SEQ.
           MOVE 'N' TO WS-EOF.
           START XFER-MASTER KEY NOT LESS THAN XFER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ XFER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XFER-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE XFER-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO XFER-STU-ID
                           MOVE XFER-SEQ TO WS-OLD-SEQ
                           MOVE 'N' TO WS-WRITTEN
                           MOVE 'N' TO WS-SEQ-FULL
                           PERFORM UNTIL WRITTEN OR SEQ-FULL
                               WRITE XFER-REC
                                   INVALID KEY
                                       IF XFER-SEQ = 99
                                           MOVE 'Y' TO WS-SEQ-FULL
                                       ELSE
                                           ADD 1 TO XFER-SEQ
                                       END-IF
                                   NOT INVALID KEY
                                       MOVE 'Y' TO WS-WRITTEN
                               END-WRITE
                           END-PERFORM
                           IF WRITTEN
                               IF XFER-SEQ NOT = WS-OLD-SEQ
                                   ADD 1 TO LNK-RESEQ
                               END-IF
                               MOVE WS-OLD-KEY TO XFER-KEY
                               DELETE XFER-MASTER RECORD
                               ADD 1 TO LNK-MOVED
                           ELSE
                               MOVE 'NO FREE SEQUENCE NUMBER'
                                   TO WS-REASON
                               PERFORM 900-LEAVE-BEHIND
                           END-IF
                           MOVE WS-OLD-KEY TO XFER-KEY
                           START XFER-MASTER KEY GREATER THAN XFER-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XFER-MASTER.
      *-----------------------------------------------------------------
      *FERPA RELEASE AUTHORIZATIONS
       150-MOVE-FERPA.
           OPEN I-O FERPA-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'FERPA-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO FER-STU-ID.
           MOVE LOW-VALUES TO FER-SEQ.
           MOVE 'N' TO WS-EOF.
           START FERPA-MASTER KEY NOT LESS THAN FER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ FERPA-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FER-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE FER-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO FER-STU-ID
                           MOVE FER-SEQ TO WS-OLD-SEQ
                           MOVE 'N' TO WS-WRITTEN
                           MOVE 'N' TO WS-SEQ-FULL
                           PERFORM UNTIL WRITTEN OR SEQ-FULL
                               WRITE FER-REC
                                   INVALID KEY
                                       IF FER-SEQ = 99
                                           MOVE 'Y' TO WS-SEQ-FULL
                                       ELSE
                                           ADD 1 TO FER-SEQ
                                       END-IF
                                   NOT INVALID KEY
                                       MOVE 'Y' TO WS-WRITTEN
                               END-WRITE
                           END-PERFORM
                           IF WRITTEN
                               IF FER-SEQ NOT = WS-OLD-SEQ
                                   ADD 1 TO LNK-RESEQ
                               END-IF
                               MOVE WS-OLD-KEY TO FER-KEY
                               DELETE FERPA-MASTER RECORD
                               ADD 1 TO LNK-MOVED
                           ELSE
                               MOVE 'NO FREE SEQUENCE NUMBER'
                                   TO WS-REASON
                               PERFORM 900-LEAVE-BEHIND
                           END-IF
                           MOVE WS-OLD-KEY TO FER-KEY
                           START FERPA-MASTER KEY GREATER THAN FER-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FERPA-MASTER.
      *-----------------------------------------------------------------
      *PRIOR NAMES
       200-MOVE-NAME-HIST.
           OPEN I-O NAME-HISTORY.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'NAME-HISTORY' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO NH-STU-ID.
           MOVE LOW-VALUES TO NH-SEQ.
           MOVE 'N' TO WS-EOF.
           START NAME-HISTORY KEY NOT LESS THAN NH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ NAME-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NH-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE NH-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO NH-STU-ID
                           MOVE NH-SEQ TO WS-OLD-SEQ
                           MOVE 'N' TO WS-WRITTEN
                           MOVE 'N' TO WS-SEQ-FULL
                           PERFORM UNTIL WRITTEN OR SEQ-FULL
                               WRITE NH-REC
                                   INVALID KEY
                                       IF NH-SEQ = 99
                                           MOVE 'Y' TO WS-SEQ-FULL
                                       ELSE
                                           ADD 1 TO NH-SEQ
                                       END-IF
                                   NOT INVALID KEY
                                       MOVE 'Y' TO WS-WRITTEN
                               END-WRITE
                           END-PERFORM
                           IF WRITTEN
                               IF NH-SEQ NOT = WS-OLD-SEQ
                                   ADD 1 TO LNK-RESEQ
                               END-IF
                               MOVE WS-OLD-KEY TO NH-KEY
                               DELETE NAME-HISTORY RECORD
                               ADD 1 TO LNK-MOVED
                           ELSE
                               MOVE 'NO FREE SEQUENCE NUMBER'
                                   TO WS-REASON
                               PERFORM 900-LEAVE-BEHIND
                           END-IF
                           MOVE WS-OLD-KEY TO NH-KEY
                           START NAME-HISTORY KEY GREATER THAN NH-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NAME-HISTORY.
      *-----------------------------------------------------------------
      *DEGREE AUDIT EXCEPTIONS
       250-MOVE-DEGX.
           OPEN I-O DEGX-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'DEGX-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO DX-STU-ID.
           MOVE LOW-VALUES TO DX-SEQ.
           MOVE 'N' TO WS-EOF.
           START DEGX-MASTER KEY NOT LESS THAN DX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ DEGX-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DX-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE DX-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO DX-STU-ID
                           MOVE DX-SEQ TO WS-OLD-SEQ
                           MOVE 'N' TO WS-WRITTEN
                           MOVE 'N' TO WS-SEQ-FULL
                           PERFORM UNTIL WRITTEN OR SEQ-FULL
                               WRITE DX-REC
                                   INVALID KEY
                                       IF DX-SEQ = 99
                                           MOVE 'Y' TO WS-SEQ-FULL
                                       ELSE
                                           ADD 1 TO DX-SEQ
                                       END-IF
                                   NOT INVALID KEY
                                       MOVE 'Y' TO WS-WRITTEN
                               END-WRITE
                           END-PERFORM
                           IF WRITTEN
                               IF DX-SEQ NOT = WS-OLD-SEQ
                                   ADD 1 TO LNK-RESEQ
                               END-IF
                               MOVE WS-OLD-KEY TO DX-KEY
                               DELETE DEGX-MASTER RECORD
                               ADD 1 TO LNK-MOVED
                           ELSE
                               MOVE 'NO FREE SEQUENCE NUMBER'
                                   TO WS-REASON
                               PERFORM 900-LEAVE-BEHIND
                           END-IF
                           MOVE WS-OLD-KEY TO DX-KEY
                           START DEGX-MASTER KEY GREATER THAN DX-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEGX-MASTER.
      *-----------------------------------------------------------------
      *GRADE AND STANDING APPEALS
       300-MOVE-APPEALS.
           OPEN I-O APPEAL-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'APPEAL-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO AP-STU-ID.
           MOVE LOW-VALUES TO AP-SEQ.
           MOVE 'N' TO WS-EOF.
           START APPEAL-MASTER KEY NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ APPEAL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AP-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE AP-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO AP-STU-ID
                           MOVE AP-SEQ TO WS-OLD-SEQ
                           MOVE 'N' TO WS-WRITTEN
                           MOVE 'N' TO WS-SEQ-FULL
                           PERFORM UNTIL WRITTEN OR SEQ-FULL
                               WRITE AP-REC
                                   INVALID KEY
                                       IF AP-SEQ = 99
                                           MOVE 'Y' TO WS-SEQ-FULL
                                       ELSE
                                           ADD 1 TO AP-SEQ
                                       END-IF
                                   NOT INVALID KEY
                                       MOVE 'Y' TO WS-WRITTEN
                               END-WRITE
                           END-PERFORM
                           IF WRITTEN
                               IF AP-SEQ NOT = WS-OLD-SEQ
                                   ADD 1 TO LNK-RESEQ
                               END-IF
                               MOVE WS-OLD-KEY TO AP-KEY
                               DELETE APPEAL-MASTER RECORD
                               ADD 1 TO LNK-MOVED
                           ELSE
                               MOVE 'NO FREE SEQUENCE NUMBER'
                                   TO WS-REASON
                               PERFORM 900-LEAVE-BEHIND
                           END-IF
                           MOVE WS-OLD-KEY TO AP-KEY
                           START APPEAL-MASTER KEY GREATER THAN AP-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPEAL-MASTER.
      *-----------------------------------------------------------------
      *DECLARED PROGRAMS OF STUDY
       350-MOVE-PROGRAMS.
           OPEN I-O STU-PROG.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'STU-PROG' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO SP-STU-ID.
           MOVE LOW-VALUES TO SP-SEQ.
           MOVE 'N' TO WS-EOF.
           START STU-PROG KEY NOT LESS THAN SP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ STU-PROG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SP-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE SP-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO SP-STU-ID
                           MOVE SP-SEQ TO WS-OLD-SEQ
                           MOVE 'N' TO WS-WRITTEN
                           MOVE 'N' TO WS-SEQ-FULL
                           PERFORM UNTIL WRITTEN OR SEQ-FULL
                               WRITE SP-REC
                                   INVALID KEY
                                       IF SP-SEQ = 9
                                           MOVE 'Y' TO WS-SEQ-FULL
                                       ELSE
                                           ADD 1 TO SP-SEQ
                                       END-IF
                                   NOT INVALID KEY
                                       MOVE 'Y' TO WS-WRITTEN
                               END-WRITE
                           END-PERFORM
                           IF WRITTEN
                               IF SP-SEQ NOT = WS-OLD-SEQ
                                   ADD 1 TO LNK-RESEQ
                               END-IF
                               MOVE WS-OLD-KEY TO SP-KEY
                               DELETE STU-PROG RECORD
                               ADD 1 TO LNK-MOVED
                           ELSE
                               MOVE 'NO FREE SEQUENCE NUMBER'
                                   TO WS-REASON
                               PERFORM 900-LEAVE-BEHIND
                           END-IF
                           MOVE WS-OLD-KEY TO SP-KEY
                           START STU-PROG KEY GREATER THAN SP-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STU-PROG.
      *-----------------------------------------------------------------
      *EMERGENCY CONTACTS - THE RETIRING ID'S CONTACTS FOLLOW THE
      *SURVIVOR'S IN PRIORITY ORDER
       400-MOVE-EMERGENCY.
           OPEN I-O EMRG-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'EMRG-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO EC-STU-ID.
           MOVE LOW-VALUES TO EC-PRIORITY.
           MOVE 'N' TO WS-EOF.
           START EMRG-MASTER KEY NOT LESS THAN EC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ EMRG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EC-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE EC-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO EC-STU-ID
                           MOVE EC-PRIORITY TO WS-OLD-SEQ
                           MOVE 'N' TO WS-WRITTEN
                           MOVE 'N' TO WS-SEQ-FULL
                           PERFORM UNTIL WRITTEN OR SEQ-FULL
                               WRITE EC-REC
                                   INVALID KEY
                                       IF EC-PRIORITY = 9
                                           MOVE 'Y' TO WS-SEQ-FULL
                                       ELSE
                                           ADD 1 TO EC-PRIORITY
                                       END-IF
                                   NOT INVALID KEY
                                       MOVE 'Y' TO WS-WRITTEN
                               END-WRITE
                           END-PERFORM
                           IF WRITTEN
                               IF EC-PRIORITY NOT = WS-OLD-SEQ
                                   ADD 1 TO LNK-RESEQ
                               END-IF
                               MOVE WS-OLD-KEY TO EC-KEY
                               DELETE EMRG-MASTER RECORD
                               ADD 1 TO LNK-MOVED
                           ELSE
                               MOVE 'NO FREE SEQUENCE NUMBER'
                                   TO WS-REASON
                               PERFORM 900-LEAVE-BEHIND
                           END-IF
                           MOVE WS-OLD-KEY TO EC-KEY
                           START EMRG-MASTER KEY GREATER THAN EC-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMRG-MASTER.
      *-----------------------------------------------------------------
      *ADDRESSES - THE SURVIVOR'S ADDRESS OF THE SAME TYPE STANDS
       450-MOVE-ADDRESSES.
           OPEN I-O ADDR-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ADDR-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO AD-STU-ID.
           MOVE LOW-VALUES TO AD-TYPE.
           MOVE 'N' TO WS-EOF.
           START ADDR-MASTER KEY NOT LESS THAN AD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ADDR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AD-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE AD-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO AD-STU-ID
                           WRITE AD-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS ONE ON FILE'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO AD-KEY
                                   DELETE ADDR-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO AD-KEY
                           START ADDR-MASTER KEY GREATER THAN AD-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADDR-MASTER.
      *-----------------------------------------------------------------
      *TERM GPA HISTORY
       500-MOVE-TERM-GPA.
           OPEN I-O TERM-GPA.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'TERM-GPA' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO TG-STU-ID.
           MOVE LOW-VALUES TO TG-YEAR.
           MOVE LOW-VALUES TO TG-SEM.
           MOVE 'N' TO WS-EOF.
           START TERM-GPA KEY NOT LESS THAN TG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ TERM-GPA NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TG-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE TG-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO TG-STU-ID
                           WRITE TG-REC
                               INVALID KEY
                                   MOVE 'SAME TERM ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO TG-KEY
                                   DELETE TERM-GPA RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO TG-KEY
                           START TERM-GPA KEY GREATER THAN TG-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERM-GPA.
      *-----------------------------------------------------------------
      *PLACEMENT AND ADMISSION TEST SCORES
       550-MOVE-TEST-SCORES.
           OPEN I-O TEST-SCORE.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'TEST-SCORE' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO TS-STU-ID.
           MOVE LOW-VALUES TO TS-TEST-CODE.
           MOVE 'N' TO WS-EOF.
           START TEST-SCORE KEY NOT LESS THAN TS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ TEST-SCORE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TS-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE TS-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO TS-STU-ID
                           WRITE TS-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS ONE ON FILE'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO TS-KEY
                                   DELETE TEST-SCORE RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO TS-KEY
                           START TEST-SCORE KEY GREATER THAN TS-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEST-SCORE.
      *-----------------------------------------------------------------
      *CATALOG YEAR - ONE RECORD PER STUDENT FROM HERE DOWN, SO THE
      *SURVIVOR'S OWN RECORD STANDS WHEN BOTH HAVE ONE
       600-MOVE-CATALOG-YR.
           OPEN I-O CATYR-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'CATYR-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO CY-STU-ID.
           MOVE 'N' TO WS-EOF.
           START CATYR-MASTER KEY NOT LESS THAN CY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CATYR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CY-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE CY-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO CY-STU-ID
                           WRITE CY-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS ONE ON FILE'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO CY-KEY
                                   DELETE CATYR-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO CY-KEY
                           START CATYR-MASTER KEY GREATER THAN CY-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATYR-MASTER.
      *-----------------------------------------------------------------
      *GRADUATION APPLICATION
       620-MOVE-GRADUATION.
           OPEN I-O GRAD-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'GRAD-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO GRAD-STU-ID.
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
                       IF GRAD-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE GRAD-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO GRAD-STU-ID
                           WRITE GRAD-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS ONE ON FILE'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO GRAD-KEY
                                   DELETE GRAD-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO GRAD-KEY
                           START GRAD-MASTER KEY GREATER THAN GRAD-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRAD-MASTER.
      *-----------------------------------------------------------------
      *ADVISING NOTES
       640-MOVE-ADVNOTES.
           OPEN I-O ADVNOTE-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ADVNOTE-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO AN-STU-ID.
           MOVE LOW-VALUES TO AN-DATE.
           MOVE LOW-VALUES TO AN-TIME.
           MOVE 'N' TO WS-EOF.
           START ADVNOTE-MASTER KEY NOT LESS THAN AN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ADVNOTE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AN-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE AN-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO AN-STU-ID
                           WRITE AN-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS THIS KEY'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO AN-KEY
                                   DELETE ADVNOTE-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO AN-KEY
                           START ADVNOTE-MASTER KEY GREATER THAN AN-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADVNOTE-MASTER.
      *-----------------------------------------------------------------
      *DEMOGRAPHICS
       660-MOVE-DEMOGRAPHICS.
           OPEN I-O DEMO-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'DEMO-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO DEMO-STU-ID.
           MOVE 'N' TO WS-EOF.
           START DEMO-MASTER KEY NOT LESS THAN DEMO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ DEMO-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DEMO-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE DEMO-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO DEMO-STU-ID
                           WRITE DEMO-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS ONE ON FILE'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO DEMO-KEY
                                   DELETE DEMO-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO DEMO-KEY
                           START DEMO-MASTER KEY GREATER THAN DEMO-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEMO-MASTER.
      *-----------------------------------------------------------------
      *RESIDENCY DETERMINATION
       680-MOVE-RESIDENCY.
           OPEN I-O RES-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'RES-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO RES-STU-ID.
           MOVE 'N' TO WS-EOF.
           START RES-MASTER KEY NOT LESS THAN RES-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ RES-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RES-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE RES-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO RES-STU-ID
                           WRITE RES-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS ONE ON FILE'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO RES-KEY
                                   DELETE RES-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO RES-KEY
                           START RES-MASTER KEY GREATER THAN RES-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RES-MASTER.
      *-----------------------------------------------------------------
      *LEAVE OF ABSENCE
       700-MOVE-LEAVE.
           OPEN I-O LOA-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'LOA-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO LOA-STU-ID.
           MOVE 'N' TO WS-EOF.
           START LOA-MASTER KEY NOT LESS THAN LOA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ LOA-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOA-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE LOA-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO LOA-STU-ID
                           WRITE LOA-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS ONE ON FILE'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO LOA-KEY
                                   DELETE LOA-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO LOA-KEY
                           START LOA-MASTER KEY GREATER THAN LOA-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOA-MASTER.
      *-----------------------------------------------------------------
      *EARLY ALERT RISK SCORES
       720-MOVE-RISK.
           OPEN I-O RISK-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'RISK-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO RK-STU-ID.
           MOVE LOW-VALUES TO RK-YEAR.
           MOVE LOW-VALUES TO RK-SEM.
           MOVE 'N' TO WS-EOF.
           START RISK-MASTER KEY NOT LESS THAN RK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ RISK-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RK-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE RK-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO RK-STU-ID
                           WRITE RK-REC
                               INVALID KEY
                                   MOVE 'SAME TERM ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO RK-KEY
                                   DELETE RISK-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO RK-KEY
                           START RISK-MASTER KEY GREATER THAN RK-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RISK-MASTER.
      *-----------------------------------------------------------------
      *VETERAN BENEFIT STATUS
       740-MOVE-VETERAN.
           OPEN I-O VET-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'VET-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO VET-STU-ID.
           MOVE 'N' TO WS-EOF.
           START VET-MASTER KEY NOT LESS THAN VET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ VET-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VET-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE VET-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO VET-STU-ID
                           WRITE VET-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS ONE ON FILE'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO VET-KEY
                                   DELETE VET-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO VET-KEY
                           START VET-MASTER KEY GREATER THAN VET-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VET-MASTER.
      *-----------------------------------------------------------------
      *INTERNATIONAL VISA STATUS
       760-MOVE-VISA.
           OPEN I-O VISA-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'VISA-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO VISA-STU-ID.
           MOVE 'N' TO WS-EOF.
           START VISA-MASTER KEY NOT LESS THAN VISA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ VISA-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VISA-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE VISA-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO VISA-STU-ID
                           WRITE VISA-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS ONE ON FILE'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO VISA-KEY
                                   DELETE VISA-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO VISA-KEY
                           START VISA-MASTER KEY GREATER THAN VISA-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VISA-MASTER.
      *-----------------------------------------------------------------
      *CREDIT HOUR LIMIT
       780-MOVE-CREDIT-LIMIT.
           OPEN I-O CLH-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'CLH-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO CLH-STU-ID.
           MOVE 'N' TO WS-EOF.
           START CLH-MASTER KEY NOT LESS THAN CLH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CLH-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CLH-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE CLH-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO CLH-STU-ID
                           WRITE CLH-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS ONE ON FILE'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO CLH-KEY
                                   DELETE CLH-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO CLH-KEY
                           START CLH-MASTER KEY GREATER THAN CLH-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLH-MASTER.
      *-----------------------------------------------------------------
      *TRANSCRIPT REQUESTS - KEYED BY REQUEST NUMBER, SO THE
      *STUDENT ID IS CHANGED IN PLACE
       800-MOVE-TRANSCRIPTS.
           OPEN I-O TRREQ-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'TRREQ-MASTER' TO WS-FILE-NAME.
           MOVE LOW-VALUES TO TRQ-KEY.
           MOVE 'N' TO WS-EOF.
           START TRREQ-MASTER KEY NOT LESS THAN TRQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ TRREQ-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRQ-STU-ID = LNK-RETIRE-ID
                           MOVE TRQ-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO TRQ-STU-ID
                           REWRITE TRQ-REC
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
           CLOSE TRREQ-MASTER.
      *-----------------------------------------------------------------
      *CONTINUING EDUCATION PARTICIPANTS LINKED TO THE STUDENT
       820-MOVE-CE-LINK.
           OPEN I-O CE-PARTICIPANT.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'CE-PARTICIPANT' TO WS-FILE-NAME.
           MOVE LOW-VALUES TO CEP-ID.
           MOVE 'N' TO WS-EOF.
           START CE-PARTICIPANT KEY NOT LESS THAN CEP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CE-PARTICIPANT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CEP-STU-ID = LNK-RETIRE-ID
                           MOVE CEP-ID TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO CEP-STU-ID
                           REWRITE CEP-REC
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
           CLOSE CE-PARTICIPANT.
      *-----------------------------------------------------------------
      *ATHLETICS ROSTER - KEYED BY SPORT WITH THE STUDENT ID AS AN
      *ALTERNATE, SO THE RETIRING ID'S SPORTS ARE COLLECTED FIRST
       850-MOVE-ATHLETICS.
           OPEN I-O ATHL-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ATHL-MASTER' TO WS-FILE-NAME.
           MOVE 0 TO WS-SPT-COUNT.
           MOVE LNK-RETIRE-ID TO ATHL-STU-ID.
           MOVE 'N' TO WS-EOF.
           START ATHL-MASTER KEY EQUAL TO ATHL-STU-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ATHL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ATHL-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-SPT-COUNT < 20
                               ADD 1 TO WS-SPT-COUNT
                               MOVE ATHL-SPORT
                                   TO WS-SPT-SPORT(WS-SPT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-SPT-IX FROM 1 BY 1
               UNTIL WS-SPT-IX > WS-SPT-COUNT
               PERFORM 860-MOVE-SPORT
           END-PERFORM.
           CLOSE ATHL-MASTER.
      *-----------------------------------------------------------------
       860-MOVE-SPORT.
           MOVE WS-SPT-SPORT(WS-SPT-IX) TO ATHL-SPORT.
           MOVE LNK-RETIRE-ID           TO ATHL-STU-ID.
           READ ATHL-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE ATHL-KEY    TO WS-OLD-KEY.
           MOVE LNK-KEEP-ID TO ATHL-STU-ID.
           WRITE ATHL-REC
               INVALID KEY
                   MOVE 'SURVIVOR ALREADY ON THIS SPORT'
                       TO WS-REASON
                   PERFORM 900-LEAVE-BEHIND
               NOT INVALID KEY
                   MOVE WS-OLD-KEY TO ATHL-KEY
                   DELETE ATHL-MASTER RECORD
                   ADD 1 TO LNK-MOVED
           END-WRITE.
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

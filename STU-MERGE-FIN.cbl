       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-MERGE-FIN.
      *-----------------------------------------------------------------
      *DUPLICATE STUDENT MERGE - BILLING AND AID FILES. CALLED BY
      *STU-MERGE TO MOVE THE RETIRING ID'S BILLS, PAYMENT PLANS, AID,
      *HOLDS, WAIVERS, SPONSORS, COLLECTIONS, VA CERTIFICATIONS, SAP
      *HISTORY, REFUND AND CHECK PREFERENCES, RESOLVED SUSPENSE ITEMS
      *AND LEDGER ENTRIES TO THE SURVIVING ID.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-MASTER  ASSIGN        TO
                               '../FILES/BILL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS BILL-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT PLAN-MASTER  ASSIGN        TO
                               '../FILES/PLAN-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PLAN-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT AID-MASTER   ASSIGN        TO
                               '../FILES/AID-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AID-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT HOLD-MASTER  ASSIGN        TO
                               '../FILES/HOLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HOLD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT WAIVER-STU   ASSIGN        TO
                               '../FILES/WAIVER-STU.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS WVST-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT SPONSOR-STU  ASSIGN        TO
                               '../FILES/SPONSOR-STU.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SPST-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT COLL-MASTER  ASSIGN        TO
                               '../FILES/COLL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS COLL-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT VA-CERT-HIST ASSIGN        TO
                               '../FILES/VA-CERT-HIST.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS VAC-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT SAP-HISTORY  ASSIGN        TO
                               '../FILES/SAP-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SAP-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT REFUND-PREF  ASSIGN        TO
                               '../FILES/REFUND-PREF.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RFP-STU-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CHECK-REFUSE ASSIGN        TO
                               '../FILES/CHECK-REFUSE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CKR-STU-ID
                               FILE STATUS   IS WS-STAT.
           SELECT PAY-SUSPENSE ASSIGN        TO
                               '../FILES/PAY-SUSPENSE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SUSP-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT LEDGER-MASTER ASSIGN       TO
                               '../FILES/LEDGER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS LDG-KEY
                               ALTERNATE KEY IS LDG-POST-DATE
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT EXC-FILE     ASSIGN        TO
                               '../FILES/STU-MERGE-EXCEPT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY BILL-MASTER-RECS.
       COPY PLAN-MASTER-RECS.
       COPY AID-MASTER-RECS.
       COPY HOLD-MASTER-RECS.
       COPY WAIVER-STU-RECS.
       COPY SPONSOR-STU-RECS.
       COPY COLL-MASTER-RECS.
       COPY VA-CERT-RECS.
       COPY SAP-HIST-RECS.
       COPY REFUND-PREF-RECS.
       COPY CHECK-REFUSE-RECS.
       COPY PAY-SUSPENSE-RECS.
       COPY LEDGER-RECS.
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
       01  WS-LEDGER-MAP.
           03  WS-LM-COUNT         PIC 999 COMP.
           03  WS-LM-IX            PIC 999 COMP.
           03  WS-LM-ENTRY         OCCURS 200.
               05  WS-LM-YEAR      PIC 9(4).
               05  WS-LM-SEM       PIC 99.
               05  WS-LM-OLD-SEQ   PIC 9(4).
               05  WS-LM-NEW-SEQ   PIC 9(4).
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

           PERFORM 100-MOVE-BILLS.
           PERFORM 150-MOVE-PLANS.
           PERFORM 200-MOVE-AID.
           PERFORM 250-MOVE-HOLDS.
           PERFORM 300-MOVE-WAIVERS.
           PERFORM 350-MOVE-SPONSORS.
           PERFORM 400-MOVE-COLLECTIONS.
           PERFORM 450-MOVE-VA-CERTS.
           PERFORM 500-MOVE-SAP.
           PERFORM 550-MOVE-REFUND-PREF.
           PERFORM 600-MOVE-CHECK-REFUSE.
           PERFORM 650-MOVE-SUSPENSE.
           PERFORM 800-MOVE-LEDGER.

           CLOSE EXC-FILE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *TERM BILLS - A TERM BILLED UNDER BOTH IDS IS LEFT FOR THE
      *BURSAR TO COMBINE
       100-MOVE-BILLS.
           OPEN I-O BILL-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'BILL-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO BILL-STU-ID.
           MOVE LOW-VALUES TO BILL-YEAR.
           MOVE LOW-VALUES TO BILL-SEM.
           MOVE 'N' TO WS-EOF.
           START BILL-MASTER KEY NOT LESS THAN BILL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ BILL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BILL-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE BILL-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO BILL-STU-ID
                           WRITE BILL-REC
                               INVALID KEY
                                   MOVE 'SAME TERM ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO BILL-KEY
                                   DELETE BILL-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO BILL-KEY
                           START BILL-MASTER KEY GREATER THAN BILL-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILL-MASTER.
      *-----------------------------------------------------------------
      *PAYMENT PLAN INSTALLMENTS
       150-MOVE-PLANS.
           OPEN I-O PLAN-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'PLAN-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO PLAN-STU-ID.
           MOVE LOW-VALUES TO PLAN-YEAR.
           MOVE LOW-VALUES TO PLAN-SEM.
           MOVE LOW-VALUES TO PLAN-INST-NO.
           MOVE 'N' TO WS-EOF.
           START PLAN-MASTER KEY NOT LESS THAN PLAN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ PLAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PLAN-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE PLAN-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO PLAN-STU-ID
                           WRITE PLAN-REC
                               INVALID KEY
                                   MOVE 'SAME TERM ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO PLAN-KEY
                                   DELETE PLAN-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO PLAN-KEY
                           START PLAN-MASTER KEY GREATER THAN PLAN-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-MASTER.
      *-----------------------------------------------------------------
      *FINANCIAL AID AWARDS
       200-MOVE-AID.
           OPEN I-O AID-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'AID-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO AID-STU-ID.
           MOVE LOW-VALUES TO AID-YEAR.
           MOVE LOW-VALUES TO AID-SEM.
           MOVE LOW-VALUES TO AID-TYPE.
           MOVE 'N' TO WS-EOF.
           START AID-MASTER KEY NOT LESS THAN AID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ AID-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AID-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE AID-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO AID-STU-ID
                           WRITE AID-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS THIS KEY'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO AID-KEY
                                   DELETE AID-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO AID-KEY
                           START AID-MASTER KEY GREATER THAN AID-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AID-MASTER.
      *-----------------------------------------------------------------
      *HOLDS - THE SURVIVOR ALREADY HOLDING THE SAME TYPE IS COVERED
       250-MOVE-HOLDS.
           OPEN I-O HOLD-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'HOLD-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO HOLD-STU-ID.
           MOVE LOW-VALUES TO HOLD-TYPE.
           MOVE 'N' TO WS-EOF.
           START HOLD-MASTER KEY NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ HOLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HOLD-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE HOLD-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO HOLD-STU-ID
                           WRITE HOLD-REC
                               INVALID KEY
                                   MOVE 'SURVIVOR HAS SAME HOLD TYPE'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO HOLD-KEY
                                   DELETE HOLD-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO HOLD-KEY
                           START HOLD-MASTER KEY GREATER THAN HOLD-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-MASTER.
      *-----------------------------------------------------------------
      *TUITION WAIVER ASSIGNMENTS
       300-MOVE-WAIVERS.
           OPEN I-O WAIVER-STU.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'WAIVER-STU' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO WVST-STU-ID.
           MOVE LOW-VALUES TO WVST-YEAR.
           MOVE LOW-VALUES TO WVST-SEM.
           MOVE 'N' TO WS-EOF.
           START WAIVER-STU KEY NOT LESS THAN WVST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ WAIVER-STU NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WVST-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE WVST-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO WVST-STU-ID
                           WRITE WVST-REC
                               INVALID KEY
                                   MOVE 'SAME TERM ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO WVST-KEY
                                   DELETE WAIVER-STU RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO WVST-KEY
                           START WAIVER-STU KEY GREATER THAN WVST-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WAIVER-STU.
      *-----------------------------------------------------------------
      *THIRD-PARTY SPONSOR ASSIGNMENTS
       350-MOVE-SPONSORS.
           OPEN I-O SPONSOR-STU.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'SPONSOR-STU' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO SPST-STU-ID.
           MOVE LOW-VALUES TO SPST-YEAR.
           MOVE LOW-VALUES TO SPST-SEM.
           MOVE 'N' TO WS-EOF.
           START SPONSOR-STU KEY NOT LESS THAN SPST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ SPONSOR-STU NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SPST-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE SPST-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO SPST-STU-ID
                           WRITE SPST-REC
                               INVALID KEY
                                   MOVE 'SAME TERM ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO SPST-KEY
                                   DELETE SPONSOR-STU RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO SPST-KEY
                           START SPONSOR-STU KEY GREATER THAN SPST-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-STU.
      *-----------------------------------------------------------------
      *COLLECTIONS AND DUNNING STATUS
       400-MOVE-COLLECTIONS.
           OPEN I-O COLL-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'COLL-MASTER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO COLL-STU-ID.
           MOVE LOW-VALUES TO COLL-YEAR.
           MOVE LOW-VALUES TO COLL-SEM.
           MOVE 'N' TO WS-EOF.
           START COLL-MASTER KEY NOT LESS THAN COLL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ COLL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COLL-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE COLL-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO COLL-STU-ID
                           WRITE COLL-REC
                               INVALID KEY
                                   MOVE 'SAME TERM ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO COLL-KEY
                                   DELETE COLL-MASTER RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO COLL-KEY
                           START COLL-MASTER KEY GREATER THAN COLL-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COLL-MASTER.
      *-----------------------------------------------------------------
      *VA ENROLLMENT CERTIFICATIONS
       450-MOVE-VA-CERTS.
           OPEN I-O VA-CERT-HIST.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'VA-CERT-HIST' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO VAC-STU-ID.
           MOVE LOW-VALUES TO VAC-YEAR.
           MOVE LOW-VALUES TO VAC-SEM.
           MOVE 'N' TO WS-EOF.
           START VA-CERT-HIST KEY NOT LESS THAN VAC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ VA-CERT-HIST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VAC-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE VAC-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO VAC-STU-ID
                           WRITE VAC-REC
                               INVALID KEY
                                   MOVE 'SAME TERM ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO VAC-KEY
                                   DELETE VA-CERT-HIST RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO VAC-KEY
                           START VA-CERT-HIST KEY GREATER THAN VAC-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VA-CERT-HIST.
      *-----------------------------------------------------------------
      *SATISFACTORY ACADEMIC PROGRESS HISTORY
       500-MOVE-SAP.
           OPEN I-O SAP-HISTORY.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'SAP-HISTORY' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO SAP-STU-ID.
           MOVE LOW-VALUES TO SAP-YEAR.
           MOVE LOW-VALUES TO SAP-SEM.
           MOVE 'N' TO WS-EOF.
           START SAP-HISTORY KEY NOT LESS THAN SAP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ SAP-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SAP-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE SAP-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO SAP-STU-ID
                           WRITE SAP-REC
                               INVALID KEY
                                   MOVE 'SAME TERM ON BOTH IDS'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO SAP-KEY
                                   DELETE SAP-HISTORY RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO SAP-KEY
                           START SAP-HISTORY KEY GREATER THAN SAP-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAP-HISTORY.
      *-----------------------------------------------------------------
      *REFUND PREFERENCE - THE SURVIVOR'S OWN PREFERENCE STANDS
       550-MOVE-REFUND-PREF.
           OPEN I-O REFUND-PREF.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'REFUND-PREF' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO RFP-STU-ID.
           MOVE 'N' TO WS-EOF.
           START REFUND-PREF KEY NOT LESS THAN RFP-STU-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ REFUND-PREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RFP-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE RFP-STU-ID TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO RFP-STU-ID
                           WRITE RFP-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS THIS KEY'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO RFP-STU-ID
                                   DELETE REFUND-PREF RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO RFP-STU-ID
                           START REFUND-PREF KEY GREATER THAN RFP-STU-ID
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFUND-PREF.
      *-----------------------------------------------------------------
      *RETURNED CHECK REFUSALS
       600-MOVE-CHECK-REFUSE.
           OPEN I-O CHECK-REFUSE.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'CHECK-REFUSE' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO CKR-STU-ID.
           MOVE 'N' TO WS-EOF.
           START CHECK-REFUSE KEY NOT LESS THAN CKR-STU-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CHECK-REFUSE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CKR-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE CKR-STU-ID TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO CKR-STU-ID
                           WRITE CKR-REC
                               INVALID KEY
                                   MOVE
                                     'SURVIVOR ALREADY HAS THIS KEY'
                                       TO WS-REASON
                                   PERFORM 900-LEAVE-BEHIND
                               NOT INVALID KEY
                                   MOVE WS-OLD-KEY TO CKR-STU-ID
                                   DELETE CHECK-REFUSE RECORD
                                   ADD 1 TO LNK-MOVED
                           END-WRITE
                           MOVE WS-OLD-KEY TO CKR-STU-ID
                           START CHECK-REFUSE
                               KEY GREATER THAN CKR-STU-ID
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECK-REFUSE.
      *-----------------------------------------------------------------
      *SUSPENSE PAYMENTS ALREADY RESOLVED TO THE RETIRING ID
       650-MOVE-SUSPENSE.
           OPEN I-O PAY-SUSPENSE.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'PAY-SUSPENSE' TO WS-FILE-NAME.
           MOVE LOW-VALUES TO SUSP-KEY.
           MOVE 'N' TO WS-EOF.
           START PAY-SUSPENSE KEY NOT LESS THAN SUSP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ PAY-SUSPENSE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SUSP-RES-STU-ID = LNK-RETIRE-ID
                           MOVE SUSP-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO SUSP-RES-STU-ID
                           REWRITE SUSP-REC
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
           CLOSE PAY-SUSPENSE.
      *-----------------------------------------------------------------
      *LEDGER ENTRIES - A SEQUENCE NUMBER ALREADY USED BY THE SURVIVOR
      *FOR THE SAME TERM MOVES THE ENTRY TO THE NEXT FREE NUMBER. A
      *REVERSAL POINTS AT ITS ORIGINAL BY SEQUENCE, SO RENUMBERED
      *ENTRIES ARE REMEMBERED AND THE POINTERS FOLLOW THEM
       800-MOVE-LEDGER.
           OPEN I-O LEDGER-MASTER.
           IF WS-STAT NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'LEDGER' TO WS-FILE-NAME.
           MOVE LNK-RETIRE-ID TO LDG-STU-ID.
           MOVE LOW-VALUES TO LDG-YEAR.
           MOVE LOW-VALUES TO LDG-SEM.
           MOVE LOW-VALUES TO LDG-SEQ.
           MOVE 0 TO WS-LM-COUNT.
           MOVE 'N' TO WS-EOF.
           START LEDGER-MASTER KEY NOT LESS THAN LDG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ LEDGER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LDG-STU-ID NOT = LNK-RETIRE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE LDG-KEY TO WS-OLD-KEY
                           MOVE LNK-KEEP-ID TO LDG-STU-ID
                           IF LDG-ORIG-SEQ NOT = ZERO
                               PERFORM 810-REMAP-ORIGINAL
                           END-IF
                           MOVE LDG-SEQ TO WS-OLD-SEQ
                           MOVE 'N' TO WS-WRITTEN
                           MOVE 'N' TO WS-SEQ-FULL
                           PERFORM UNTIL WRITTEN OR SEQ-FULL
                               WRITE LDG-REC
                                   INVALID KEY
                                       IF LDG-SEQ = 9999
                                           MOVE 'Y' TO WS-SEQ-FULL
                                       ELSE
                                           ADD 1 TO LDG-SEQ
                                       END-IF
                                   NOT INVALID KEY
                                       MOVE 'Y' TO WS-WRITTEN
                               END-WRITE
                           END-PERFORM
                           IF WRITTEN
                               IF LDG-SEQ NOT = WS-OLD-SEQ
                                   ADD 1 TO LNK-RESEQ
                                   PERFORM 820-REMEMBER-SEQ
                               END-IF
                               MOVE WS-OLD-KEY TO LDG-KEY
                               DELETE LEDGER-MASTER RECORD
                               ADD 1 TO LNK-MOVED
                           ELSE
                               MOVE 'NO FREE SEQUENCE NUMBER'
                                   TO WS-REASON
                               PERFORM 900-LEAVE-BEHIND
                           END-IF
                           MOVE WS-OLD-KEY TO LDG-KEY
                           START LEDGER-MASTER KEY GREATER THAN LDG-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-MASTER.
      *-----------------------------------------------------------------
      *POINT A REVERSAL AT ITS ORIGINAL'S NEW SEQUENCE NUMBER
       810-REMAP-ORIGINAL.
           PERFORM VARYING WS-LM-IX FROM 1 BY 1
               UNTIL WS-LM-IX > WS-LM-COUNT
               IF WS-LM-YEAR(WS-LM-IX)    = LDG-YEAR
                  AND WS-LM-SEM(WS-LM-IX) = LDG-SEM
                  AND WS-LM-OLD-SEQ(WS-LM-IX) = LDG-ORIG-SEQ
                   MOVE WS-LM-NEW-SEQ(WS-LM-IX) TO LDG-ORIG-SEQ
                   MOVE WS-LM-COUNT TO WS-LM-IX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       820-REMEMBER-SEQ.
           IF WS-LM-COUNT < 200
               ADD 1 TO WS-LM-COUNT
               MOVE LDG-YEAR   TO WS-LM-YEAR(WS-LM-COUNT)
               MOVE LDG-SEM    TO WS-LM-SEM(WS-LM-COUNT)
               MOVE WS-OLD-SEQ TO WS-LM-OLD-SEQ(WS-LM-COUNT)
               MOVE LDG-SEQ    TO WS-LM-NEW-SEQ(WS-LM-COUNT)
           END-IF.
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

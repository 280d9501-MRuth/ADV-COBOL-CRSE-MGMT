       IDENTIFICATION DIVISION.
       PROGRAM-ID. RI-SCAN-STU.
      *-----------------------------------------------------------------
      *REFERENTIAL INTEGRITY SCAN - STUDENT-KEYED FILES. CALLED BY
      *RI-SCAN TO READ EVERY RECORD OF EACH FILE HANGING OFF THE
      *STUDENT MASTER AND REPORT THOSE WHOSE STUDENT IS NOT ON FILE.
      *IN QUARANTINE MODE EACH ORPHAN IS COPIED TO THE QUARANTINE FILE
      *AND DELETED. REGISTRATIONS, WAITLIST AND ATTENDANCE ARE CHECKED
      *AGAINST THEIR SECTIONS AS WELL BY RI-SCAN-SECT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT EMRG-MASTER  ASSIGN        TO
                               '../FILES/EMRG-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EC-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT DEMO-MASTER  ASSIGN        TO
                               '../FILES/DEMO-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DEMO-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT NAME-HISTORY ASSIGN        TO
                               '../FILES/NAME-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS NH-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT FERPA-MASTER ASSIGN        TO
                               '../FILES/FERPA-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS FER-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT RES-MASTER   ASSIGN        TO
                               '../FILES/RES-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RES-KEY
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
           SELECT LOA-MASTER   ASSIGN        TO
                               '../FILES/LOA-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS LOA-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT HOLD-MASTER  ASSIGN        TO
                               '../FILES/HOLD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HOLD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-PROG     ASSIGN        TO
                               '../FILES/STU-PROG.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SP-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CATYR-MASTER ASSIGN        TO
                               '../FILES/CATYR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CY-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT ADVNOTE-MASTER ASSIGN      TO
                               '../FILES/ADVNOTE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AN-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT RISK-MASTER  ASSIGN        TO
                               '../FILES/RISK-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RK-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TEST-SCORE   ASSIGN        TO
                               '../FILES/TEST-SCORE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TS-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT XFER-MASTER  ASSIGN        TO
                               '../FILES/XFER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS XFER-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TERM-GPA     ASSIGN        TO
                               '../FILES/TERM-GPA.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TG-KEY
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
           SELECT GRAD-MASTER  ASSIGN        TO
                               '../FILES/GRAD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS GRAD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT TRREQ-MASTER ASSIGN        TO
                               '../FILES/TRREQ-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TRQ-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CLH-MASTER   ASSIGN        TO
                               '../FILES/CLH-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CLH-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT REG-HISTORY  ASSIGN        TO
                               '../FILES/REGISTER-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RH-KEY
                               ALTERNATE KEY IS RH-CRN-KEY
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
           SELECT ATHL-MASTER  ASSIGN        TO
                               '../FILES/ATHL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATHL-KEY
                               ALTERNATE KEY IS ATHL-STU-ID
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT BILL-MASTER  ASSIGN        TO
                               '../FILES/BILL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS BILL-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT FEE-ASSESS   ASSIGN        TO
                               '../FILES/FEE-ASSESS.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS FA-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT LEDGER-MASTER ASSIGN       TO
                               '../FILES/LEDGER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS LDG-KEY
                               ALTERNATE KEY IS LDG-POST-DATE
                                   WITH DUPLICATES
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
           SELECT SAP-HISTORY  ASSIGN        TO
                               '../FILES/SAP-HISTORY.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SAP-KEY
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
           SELECT VA-CERT-HIST ASSIGN        TO
                               '../FILES/VA-CERT-HIST.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS VAC-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT COLL-MASTER  ASSIGN        TO
                               '../FILES/COLL-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS COLL-KEY
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
           SELECT RPT-FILE     ASSIGN        TO
                               '../FILES/RI-SCAN-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT QUAR-FILE    ASSIGN        TO
                               '../FILES/RI-QUARANTINE.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY ADDR-MASTER-RECS.
       COPY EMRG-MASTER-RECS.
       COPY DEMO-MASTER-RECS.
       COPY NAME-HIST-RECS.
       COPY FERPA-RECS.
       COPY RES-MASTER-RECS.
       COPY VET-MASTER-RECS.
       COPY VISA-MASTER-RECS.
       COPY LOA-MASTER-RECS.
       COPY HOLD-MASTER-RECS.
       COPY STU-PROG-RECS.
       COPY CATYR-MASTER-RECS.
       COPY ADVNOTE-MASTER-RECS.
       COPY RISK-MASTER-RECS.
       COPY TEST-SCORE-RECS.
       COPY XFER-MASTER-RECS.
       COPY TERM-GPA-RECS.
       COPY DEGX-MASTER-RECS.
       COPY APPEAL-MASTER-RECS.
       COPY GRAD-MASTER-RECS.
       COPY TRREQ-MASTER-RECS.
       COPY CLH-MASTER-RECS.
       COPY PEND-REG-RECS.
       COPY REG-BASIS-RECS.
       COPY OVR-MASTER-RECS.
       COPY OVLD-MASTER-RECS.
       COPY TICKET-RECS.
       COPY ATT-SUMMARY-RECS.
       COPY ATHL-MASTER-RECS.
       COPY BILL-MASTER-RECS.
       COPY FEE-ASSESS-RECS.
       COPY LEDGER-RECS.
       COPY PLAN-MASTER-RECS.
       COPY AID-MASTER-RECS.
       COPY SAP-HIST-RECS.
       COPY WAIVER-STU-RECS.
       COPY SPONSOR-STU-RECS.
       COPY VA-CERT-RECS.
       COPY COLL-MASTER-RECS.
       COPY REFUND-PREF-RECS.
       COPY CHECK-REFUSE-RECS.
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
       FD  RPT-FILE.
       01  RPT-REC                 PIC X(100).
       FD  QUAR-FILE.
       01  QUAR-REC                PIC X(422).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X.
               88  EOF                     VALUE 'Y'.
           03  WS-FILE-NAME        PIC X(14).
           03  WS-PARENT-NAMES     PIC X(24).
           03  WS-PARENT           PIC X.
           03  WS-PARENT-KEY       PIC X(20).
           03  WS-FOUND            PIC X.
           03  WS-REASON           PIC X(30).
       01  WS-SECT-ID.
           03  WS-SI-YEAR          PIC 9(4).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-SI-SEM           PIC 99.
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-SI-CRN           PIC 9(4).
       01  WS-TERM-ID.
           03  WS-TI-YEAR          PIC 9(4).
           03  WS-TI-SEM           PIC 99.
       01  WS-RPT-LN.
           03  WS-R-FILE           PIC X(14).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-R-KEY            PIC X(30).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-R-PARENT-KEY     PIC X(13).
           03  FILLER              PIC X     VALUE SPACE.
           03  WS-R-REASON         PIC X(30).
       01  WS-QUAR-LN.
           03  WS-Q-FILE           PIC X(14).
           03  WS-Q-DATE           PIC 9(8).
           03  WS-Q-IMAGE          PIC X(400).
       LINKAGE SECTION.
       COPY WS-RI-SCAN.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-RI-SCAN.
       000-MAIN.
           OPEN EXTEND RPT-FILE.
           IF RI-QUARANTINE
               OPEN EXTEND QUAR-FILE
           END-IF.

           PERFORM 100-SCAN-ADDR-MASTER.
           PERFORM 110-SCAN-EMRG-MASTER.
           PERFORM 120-SCAN-DEMO-MASTER.
           PERFORM 130-SCAN-NAME-HISTORY.
           PERFORM 140-SCAN-FERPA-MASTER.
           PERFORM 150-SCAN-RES-MASTER.
           PERFORM 160-SCAN-VET-MASTER.
           PERFORM 170-SCAN-VISA-MASTER.
           PERFORM 180-SCAN-LOA-MASTER.
           PERFORM 190-SCAN-HOLD-MASTER.
           PERFORM 200-SCAN-STU-PROG.
           PERFORM 210-SCAN-CATYR-MASTER.
           PERFORM 220-SCAN-ADVNOTE-MASTER.
           PERFORM 230-SCAN-RISK-MASTER.
           PERFORM 240-SCAN-TEST-SCORE.
           PERFORM 250-SCAN-XFER-MASTER.
           PERFORM 260-SCAN-TERM-GPA.
           PERFORM 270-SCAN-DEGX-MASTER.
           PERFORM 280-SCAN-APPEAL-MASTER.
           PERFORM 290-SCAN-GRAD-MASTER.
           PERFORM 300-SCAN-TRREQ-MASTER.
           PERFORM 310-SCAN-CLH-MASTER.
           PERFORM 320-SCAN-REG-HISTORY.
           PERFORM 330-SCAN-PEND-REG.
           PERFORM 340-SCAN-REG-BASIS.
           PERFORM 350-SCAN-OVR-MASTER.
           PERFORM 360-SCAN-OVLD-MASTER.
           PERFORM 370-SCAN-TICKET-MASTER.
           PERFORM 380-SCAN-ATTEND-HISTORY.
           PERFORM 390-SCAN-ATT-SUMMARY.
           PERFORM 400-SCAN-ATHL-MASTER.
           PERFORM 410-SCAN-BILL-MASTER.
           PERFORM 420-SCAN-FEE-ASSESS.
           PERFORM 430-SCAN-LEDGER-MASTER.
           PERFORM 440-SCAN-PLAN-MASTER.
           PERFORM 450-SCAN-AID-MASTER.
           PERFORM 460-SCAN-SAP-HISTORY.
           PERFORM 470-SCAN-WAIVER-STU.
           PERFORM 480-SCAN-SPONSOR-STU.
           PERFORM 490-SCAN-VA-CERT-HIST.
           PERFORM 500-SCAN-COLL-MASTER.
           PERFORM 510-SCAN-REFUND-PREF.
           PERFORM 520-SCAN-CHECK-REFUSE.

           CLOSE RPT-FILE.
           IF RI-QUARANTINE
               CLOSE QUAR-FILE
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *ADDRESSES
       100-SCAN-ADDR-MASTER.
           MOVE 'ADDR-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O ADDR-MASTER
           ELSE
               OPEN INPUT ADDR-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO AD-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF AD-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE AD-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE AD-KEY TO WS-R-KEY
                           MOVE AD-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE ADDR-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADDR-MASTER.
      *-----------------------------------------------------------------
      *EMERGENCY CONTACTS
       110-SCAN-EMRG-MASTER.
           MOVE 'EMRG-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O EMRG-MASTER
           ELSE
               OPEN INPUT EMRG-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO EC-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF EC-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE EC-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE EC-KEY TO WS-R-KEY
                           MOVE EC-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE EMRG-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMRG-MASTER.
      *-----------------------------------------------------------------
      *DEMOGRAPHICS
       120-SCAN-DEMO-MASTER.
           MOVE 'DEMO-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O DEMO-MASTER
           ELSE
               OPEN INPUT DEMO-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO DEMO-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF DEMO-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE DEMO-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE DEMO-KEY TO WS-R-KEY
                           MOVE DEMO-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE DEMO-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEMO-MASTER.
      *-----------------------------------------------------------------
      *PRIOR NAMES
       130-SCAN-NAME-HISTORY.
           MOVE 'NAME-HISTORY'          TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O NAME-HISTORY
           ELSE
               OPEN INPUT NAME-HISTORY
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO NH-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF NH-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE NH-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE NH-KEY TO WS-R-KEY
                           MOVE NH-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE NAME-HISTORY RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NAME-HISTORY.
      *-----------------------------------------------------------------
      *FERPA RELEASE AUTHORIZATIONS
       140-SCAN-FERPA-MASTER.
           MOVE 'FERPA-MASTER'          TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O FERPA-MASTER
           ELSE
               OPEN INPUT FERPA-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO FER-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF FER-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE FER-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE FER-KEY TO WS-R-KEY
                           MOVE FER-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE FERPA-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FERPA-MASTER.
      *-----------------------------------------------------------------
      *RESIDENCY DETERMINATION
       150-SCAN-RES-MASTER.
           MOVE 'RES-MASTER'            TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O RES-MASTER
           ELSE
               OPEN INPUT RES-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RES-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF RES-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE RES-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE RES-KEY TO WS-R-KEY
                           MOVE RES-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE RES-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RES-MASTER.
      *-----------------------------------------------------------------
      *VETERAN BENEFIT STATUS
       160-SCAN-VET-MASTER.
           MOVE 'VET-MASTER'            TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O VET-MASTER
           ELSE
               OPEN INPUT VET-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO VET-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF VET-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE VET-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE VET-KEY TO WS-R-KEY
                           MOVE VET-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE VET-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VET-MASTER.
      *-----------------------------------------------------------------
      *INTERNATIONAL VISA STATUS - THE ZERO-ID CONTROL RECORD IS SKIPPED
       170-SCAN-VISA-MASTER.
           MOVE 'VISA-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O VISA-MASTER
           ELSE
               OPEN INPUT VISA-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO VISA-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF VISA-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE VISA-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE VISA-KEY TO WS-R-KEY
                           MOVE VISA-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE VISA-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VISA-MASTER.
      *-----------------------------------------------------------------
      *LEAVE OF ABSENCE
       180-SCAN-LOA-MASTER.
           MOVE 'LOA-MASTER'            TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O LOA-MASTER
           ELSE
               OPEN INPUT LOA-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LOA-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF LOA-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE LOA-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE LOA-KEY TO WS-R-KEY
                           MOVE LOA-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE LOA-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOA-MASTER.
      *-----------------------------------------------------------------
      *REGISTRATION HOLDS
       190-SCAN-HOLD-MASTER.
           MOVE 'HOLD-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O HOLD-MASTER
           ELSE
               OPEN INPUT HOLD-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO HOLD-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF HOLD-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE HOLD-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE HOLD-KEY TO WS-R-KEY
                           MOVE HOLD-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE HOLD-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-MASTER.
      *-----------------------------------------------------------------
      *DECLARED PROGRAMS OF STUDY
       200-SCAN-STU-PROG.
           MOVE 'STU-PROG'              TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O STU-PROG
           ELSE
               OPEN INPUT STU-PROG
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO SP-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF SP-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE SP-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE SP-KEY TO WS-R-KEY
                           MOVE SP-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE STU-PROG RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STU-PROG.
      *-----------------------------------------------------------------
      *CATALOG YEAR
       210-SCAN-CATYR-MASTER.
           MOVE 'CATYR-MASTER'          TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O CATYR-MASTER
           ELSE
               OPEN INPUT CATYR-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CY-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF CY-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE CY-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE CY-KEY TO WS-R-KEY
                           MOVE CY-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE CATYR-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATYR-MASTER.
      *-----------------------------------------------------------------
      *ADVISING NOTES
       220-SCAN-ADVNOTE-MASTER.
           MOVE 'ADVNOTE-MASTER'        TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O ADVNOTE-MASTER
           ELSE
               OPEN INPUT ADVNOTE-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO AN-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF AN-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE AN-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE AN-KEY TO WS-R-KEY
                           MOVE AN-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE ADVNOTE-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADVNOTE-MASTER.
      *-----------------------------------------------------------------
      *EARLY ALERT RISK SCORES
       230-SCAN-RISK-MASTER.
           MOVE 'RISK-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O RISK-MASTER
           ELSE
               OPEN INPUT RISK-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RK-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF RK-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE RK-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE RK-KEY TO WS-R-KEY
                           MOVE RK-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE RISK-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RISK-MASTER.
      *-----------------------------------------------------------------
      *PLACEMENT AND ADMISSION TEST SCORES
       240-SCAN-TEST-SCORE.
           MOVE 'TEST-SCORE'            TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O TEST-SCORE
           ELSE
               OPEN INPUT TEST-SCORE
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO TS-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF TS-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE TS-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE TS-KEY TO WS-R-KEY
                           MOVE TS-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE TEST-SCORE RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEST-SCORE.
      *-----------------------------------------------------------------
      *TRANSFER CREDIT
       250-SCAN-XFER-MASTER.
           MOVE 'XFER-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O XFER-MASTER
           ELSE
               OPEN INPUT XFER-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO XFER-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF XFER-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE XFER-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE XFER-KEY TO WS-R-KEY
                           MOVE XFER-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE XFER-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XFER-MASTER.
      *-----------------------------------------------------------------
      *TERM GPA HISTORY
       260-SCAN-TERM-GPA.
           MOVE 'TERM-GPA'              TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O TERM-GPA
           ELSE
               OPEN INPUT TERM-GPA
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO TG-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF TG-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE TG-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE TG-KEY TO WS-R-KEY
                           MOVE TG-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE TERM-GPA RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERM-GPA.
      *-----------------------------------------------------------------
      *DEGREE AUDIT EXCEPTIONS
       270-SCAN-DEGX-MASTER.
           MOVE 'DEGX-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O DEGX-MASTER
           ELSE
               OPEN INPUT DEGX-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO DX-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF DX-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE DX-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE DX-KEY TO WS-R-KEY
                           MOVE DX-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE DEGX-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEGX-MASTER.
      *-----------------------------------------------------------------
      *GRADE AND STANDING APPEALS
       280-SCAN-APPEAL-MASTER.
           MOVE 'APPEAL-MASTER'         TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O APPEAL-MASTER
           ELSE
               OPEN INPUT APPEAL-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO AP-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF AP-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE AP-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE AP-KEY TO WS-R-KEY
                           MOVE AP-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE APPEAL-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPEAL-MASTER.
      *-----------------------------------------------------------------
      *GRADUATION APPLICATIONS
       290-SCAN-GRAD-MASTER.
           MOVE 'GRAD-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O GRAD-MASTER
           ELSE
               OPEN INPUT GRAD-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF GRAD-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE GRAD-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE GRAD-KEY TO WS-R-KEY
                           MOVE GRAD-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE GRAD-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRAD-MASTER.
      *-----------------------------------------------------------------
      *TRANSCRIPT REQUESTS
       300-SCAN-TRREQ-MASTER.
           MOVE 'TRREQ-MASTER'          TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O TRREQ-MASTER
           ELSE
               OPEN INPUT TRREQ-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF TRQ-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE TRQ-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE TRQ-KEY TO WS-R-KEY
                           MOVE TRQ-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE TRREQ-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRREQ-MASTER.
      *-----------------------------------------------------------------
      *CREDIT HOUR LIMIT - THE ZERO-ID CONTROL RECORD IS SKIPPED
       310-SCAN-CLH-MASTER.
           MOVE 'CLH-MASTER'            TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O CLH-MASTER
           ELSE
               OPEN INPUT CLH-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CLH-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF CLH-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE CLH-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE CLH-KEY TO WS-R-KEY
                           MOVE CLH-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE CLH-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLH-MASTER.
      *-----------------------------------------------------------------
      *REGISTRATION HISTORY - CHECKED AGAINST THE STUDENT ONLY, AS
      *SECTIONS OF CLOSED TERMS ARE NO LONGER ON THE SCHEDULE
       320-SCAN-REG-HISTORY.
           MOVE 'REG-HISTORY'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O REG-HISTORY
           ELSE
               OPEN INPUT REG-HISTORY
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RH-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF RH-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE RH-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE RH-KEY TO WS-R-KEY
                           MOVE RH-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE REG-HISTORY RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REG-HISTORY.
      *-----------------------------------------------------------------
      *PENDING REGISTRATIONS
       330-SCAN-PEND-REG.
           MOVE 'PEND-REG'              TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O PEND-REG
           ELSE
               OPEN INPUT PEND-REG
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO PEND-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF PEND-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE PEND-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE PEND-KEY TO WS-R-KEY
                           MOVE PEND-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE PEND-REG RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-REG.
      *-----------------------------------------------------------------
      *REGISTRATION BASIS
       340-SCAN-REG-BASIS.
           MOVE 'REG-BASIS'             TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O REG-BASIS
           ELSE
               OPEN INPUT REG-BASIS
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RB-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF RB-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE RB-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE RB-KEY TO WS-R-KEY
                           MOVE RB-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE REG-BASIS RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REG-BASIS.
      *-----------------------------------------------------------------
      *REGISTRATION OVERRIDES
       350-SCAN-OVR-MASTER.
           MOVE 'OVR-MASTER'            TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O OVR-MASTER
           ELSE
               OPEN INPUT OVR-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO OVR-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF OVR-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE OVR-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE OVR-KEY TO WS-R-KEY
                           MOVE OVR-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE OVR-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVR-MASTER.
      *-----------------------------------------------------------------
      *CREDIT OVERLOAD APPROVALS
       360-SCAN-OVLD-MASTER.
           MOVE 'OVLD-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O OVLD-MASTER
           ELSE
               OPEN INPUT OVLD-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO OVLD-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF OVLD-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE OVLD-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE OVLD-KEY TO WS-R-KEY
                           MOVE OVLD-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE OVLD-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVLD-MASTER.
      *-----------------------------------------------------------------
      *REGISTRATION TIME TICKETS
       370-SCAN-TICKET-MASTER.
           MOVE 'TICKET-MASTER'         TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O TICKET-MASTER
           ELSE
               OPEN INPUT TICKET-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO TKT-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF TKT-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE TKT-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE TKT-KEY TO WS-R-KEY
                           MOVE TKT-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE TICKET-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TICKET-MASTER.
      *-----------------------------------------------------------------
      *ATTENDANCE HISTORY
       380-SCAN-ATTEND-HISTORY.
           MOVE 'ATTEND-HISTORY'        TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O ATTEND-HISTORY
           ELSE
               OPEN INPUT ATTEND-HISTORY
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF ATH-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE ATH-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE ATH-KEY TO WS-R-KEY
                           MOVE ATH-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE ATTEND-HISTORY RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEND-HISTORY.
      *-----------------------------------------------------------------
      *ATTENDANCE SUMMARY
       390-SCAN-ATT-SUMMARY.
           MOVE 'ATT-SUMMARY'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O ATT-SUMMARY
           ELSE
               OPEN INPUT ATT-SUMMARY
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF ATS-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE ATS-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE ATS-KEY TO WS-R-KEY
                           MOVE ATS-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE ATT-SUMMARY RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATT-SUMMARY.
      *-----------------------------------------------------------------
      *ATHLETICS ROSTER - THE CONTROL RECORD CARRIES NO STUDENT
       400-SCAN-ATHL-MASTER.
           MOVE 'ATHL-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O ATHL-MASTER
           ELSE
               OPEN INPUT ATHL-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO ATHL-KEY.
           MOVE 'N' TO WS-EOF.
           START ATHL-MASTER KEY NOT LESS THAN ATHL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ ATHL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF ATHL-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE ATHL-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE ATHL-KEY TO WS-R-KEY
                           MOVE ATHL-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE ATHL-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATHL-MASTER.
      *-----------------------------------------------------------------
      *TERM BILLS
       410-SCAN-BILL-MASTER.
           MOVE 'BILL-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O BILL-MASTER
           ELSE
               OPEN INPUT BILL-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO BILL-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF BILL-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE BILL-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE BILL-KEY TO WS-R-KEY
                           MOVE BILL-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE BILL-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILL-MASTER.
      *-----------------------------------------------------------------
      *FEE ASSESSMENT AUDIT
       420-SCAN-FEE-ASSESS.
           MOVE 'FEE-ASSESS'            TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O FEE-ASSESS
           ELSE
               OPEN INPUT FEE-ASSESS
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO FA-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF FA-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE FA-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE FA-KEY TO WS-R-KEY
                           MOVE FA-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE FEE-ASSESS RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-ASSESS.
      *-----------------------------------------------------------------
      *STUDENT LEDGER
       430-SCAN-LEDGER-MASTER.
           MOVE 'LEDGER-MASTER'         TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O LEDGER-MASTER
           ELSE
               OPEN INPUT LEDGER-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LDG-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF LDG-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE LDG-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE LDG-KEY TO WS-R-KEY
                           MOVE LDG-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE LEDGER-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-MASTER.
      *-----------------------------------------------------------------
      *PAYMENT PLANS
       440-SCAN-PLAN-MASTER.
           MOVE 'PLAN-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O PLAN-MASTER
           ELSE
               OPEN INPUT PLAN-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO PLAN-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF PLAN-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE PLAN-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE PLAN-KEY TO WS-R-KEY
                           MOVE PLAN-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE PLAN-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-MASTER.
      *-----------------------------------------------------------------
      *FINANCIAL AID AWARDS
       450-SCAN-AID-MASTER.
           MOVE 'AID-MASTER'            TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O AID-MASTER
           ELSE
               OPEN INPUT AID-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO AID-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF AID-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE AID-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE AID-KEY TO WS-R-KEY
                           MOVE AID-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE AID-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AID-MASTER.
      *-----------------------------------------------------------------
      *SATISFACTORY ACADEMIC PROGRESS
       460-SCAN-SAP-HISTORY.
           MOVE 'SAP-HISTORY'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O SAP-HISTORY
           ELSE
               OPEN INPUT SAP-HISTORY
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO SAP-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF SAP-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE SAP-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE SAP-KEY TO WS-R-KEY
                           MOVE SAP-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE SAP-HISTORY RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAP-HISTORY.
      *-----------------------------------------------------------------
      *TUITION WAIVERS
       470-SCAN-WAIVER-STU.
           MOVE 'WAIVER-STU'            TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O WAIVER-STU
           ELSE
               OPEN INPUT WAIVER-STU
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO WVST-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF WVST-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE WVST-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE WVST-KEY TO WS-R-KEY
                           MOVE WVST-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE WAIVER-STU RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WAIVER-STU.
      *-----------------------------------------------------------------
      *THIRD-PARTY SPONSORSHIPS
       480-SCAN-SPONSOR-STU.
           MOVE 'SPONSOR-STU'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O SPONSOR-STU
           ELSE
               OPEN INPUT SPONSOR-STU
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO SPST-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF SPST-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE SPST-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE SPST-KEY TO WS-R-KEY
                           MOVE SPST-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE SPONSOR-STU RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-STU.
      *-----------------------------------------------------------------
      *VA ENROLLMENT CERTIFICATIONS
       490-SCAN-VA-CERT-HIST.
           MOVE 'VA-CERT-HIST'          TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O VA-CERT-HIST
           ELSE
               OPEN INPUT VA-CERT-HIST
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO VAC-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF VAC-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE VAC-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE VAC-KEY TO WS-R-KEY
                           MOVE VAC-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE VA-CERT-HIST RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VA-CERT-HIST.
      *-----------------------------------------------------------------
      *COLLECTIONS PLACEMENTS
       500-SCAN-COLL-MASTER.
           MOVE 'COLL-MASTER'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O COLL-MASTER
           ELSE
               OPEN INPUT COLL-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO COLL-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF COLL-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE COLL-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE COLL-KEY TO WS-R-KEY
                           MOVE COLL-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE COLL-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COLL-MASTER.
      *-----------------------------------------------------------------
      *REFUND DELIVERY PREFERENCES
       510-SCAN-REFUND-PREF.
           MOVE 'REFUND-PREF'           TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O REFUND-PREF
           ELSE
               OPEN INPUT REFUND-PREF
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RFP-STU-ID.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF RFP-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE RFP-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE RFP-STU-ID TO WS-R-KEY
                           MOVE RFP-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE REFUND-PREF RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFUND-PREF.
      *-----------------------------------------------------------------
      *CHECKS REFUSED
       520-SCAN-CHECK-REFUSE.
           MOVE 'CHECK-REFUSE'          TO WS-FILE-NAME.
           MOVE 'STUDENT'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O CHECK-REFUSE
           ELSE
               OPEN INPUT CHECK-REFUSE
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CKR-STU-ID.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF CKR-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE CKR-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE CKR-STU-ID TO WS-R-KEY
                           MOVE CKR-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE CHECK-REFUSE RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECK-REFUSE.
      *-----------------------------------------------------------------
      *ONE SUMMARY ENTRY PER CHILD FILE - WS-RI-COUNT STAYS ON IT
      *WHILE THE FILE IS READ
       800-NEW-ENTRY.
           ADD 1 TO WS-RI-COUNT.
           MOVE WS-FILE-NAME    TO WS-RI-FILE(WS-RI-COUNT).
           MOVE WS-PARENT-NAMES TO WS-RI-PARENTS(WS-RI-COUNT).
           MOVE 0     TO WS-RI-READ(WS-RI-COUNT).
           MOVE 0     TO WS-RI-ORPHANS(WS-RI-COUNT).
           MOVE 0     TO WS-RI-REMOVED(WS-RI-COUNT).
           MOVE SPACE TO WS-RI-STATUS(WS-RI-COUNT).
      *-----------------------------------------------------------------
      *ONE PARENT LOOKUP. THE FIRST PARENT NOT FOUND NAMES THE
      *ORPHAN; A PARENT FILE THAT IS NOT ON HAND LEAVES THE RECORD
      *UNCHECKED RATHER THAN ORPHANED
       820-CHECK-PARENT.
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           CALL 'RI-PARENT-GET' USING WS-PARENT WS-PARENT-KEY
                                      WS-FOUND.
           IF WS-FOUND = 'U'
               MOVE 'U' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND NOT = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARENT-KEY TO WS-R-PARENT-KEY.
           EVALUATE WS-PARENT
               WHEN 'S'
                   MOVE 'NO STUDENT ON STUDENT-MASTER' TO WS-REASON
               WHEN 'C'
                   MOVE 'NO SECTION ON SCHEDULE-MASTER'
                       TO WS-REASON
               WHEN 'R'
                   MOVE 'NO COURSE ON COURSE-MASTER' TO WS-REASON
               WHEN 'I'
                   MOVE 'NO INSTRUCTOR ON INSTR-MASTER'
                       TO WS-REASON
               WHEN 'B'
                   MOVE 'NO ROOM ON BUILDING-MASTER' TO WS-REASON
               WHEN 'T'
                   MOVE 'NO TERM ON TERM-MASTER' TO WS-REASON
           END-EVALUATE.
      *-----------------------------------------------------------------
       850-REPORT-ORPHAN.
           ADD 1 TO WS-RI-ORPHANS(WS-RI-COUNT).
           MOVE WS-FILE-NAME TO WS-R-FILE.
           MOVE WS-REASON    TO WS-R-REASON.
           MOVE WS-RPT-LN    TO RPT-REC.
           WRITE RPT-REC.
      *-----------------------------------------------------------------
      *THE DELETED RECORD IS KEPT WHOLE SO IT CAN BE PUT BACK
       860-QUARANTINE.
           ADD 1 TO WS-RI-REMOVED(WS-RI-COUNT).
           MOVE WS-FILE-NAME   TO WS-Q-FILE.
           MOVE WS-RI-RUN-DATE TO WS-Q-DATE.
           MOVE WS-QUAR-LN     TO QUAR-REC.
           WRITE QUAR-REC.
      *-----------------------------------------------------------------

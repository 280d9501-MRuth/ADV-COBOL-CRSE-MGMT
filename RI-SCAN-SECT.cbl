       IDENTIFICATION DIVISION.
       PROGRAM-ID. RI-SCAN-SECT.
      *-----------------------------------------------------------------
      *REFERENTIAL INTEGRITY SCAN - SECTION, COURSE, INSTRUCTOR AND
      *TERM CHILDREN. CALLED BY RI-SCAN TO READ EVERY RECORD OF EACH
      *FILE AND REPORT THOSE WHOSE PARENT IS NOT ON FILE. IN QUARANTINE
      *MODE EACH ORPHAN IS COPIED TO THE QUARANTINE FILE AND DELETED,
      *EXCEPT SCHEDULE-MASTER ROWS, WHICH ARE ONLY REPORTED.
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
           SELECT WAIT-MASTER  ASSIGN        TO
                               '../FILES/WAITLIST-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS WAIT-KEY
                               ALTERNATE KEY IS WAIT-STU-ID
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT ATTEND-MASTER ASSIGN       TO
                               '../FILES/ATTEND-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATT-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT SECT-RESTR   ASSIGN        TO
                               '../FILES/SECT-RESTR.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SR-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT MEET-MASTER  ASSIGN        TO
                               '../FILES/MEET-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MEET-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT SUBST-MASTER ASSIGN        TO
                               '../FILES/SUBST-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SUB-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CLASS-DATES  ASSIGN        TO
                               '../FILES/CLASS-DATES.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT RSV-SEAT     ASSIGN        TO
                               '../FILES/RSV-SEAT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RSV-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT SCHE-MST     ASSIGN        TO
                               '../FILES/SCHEDULE-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SCHEDULE-ID-O
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-ATTR    ASSIGN        TO
                               '../FILES/CRSE-ATTR.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CA-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-DESC    ASSIGN        TO
                               '../FILES/CRSE-DESC.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DSC-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-COREQ   ASSIGN        TO
                               '../FILES/CRSE-COREQ.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CQ-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-FEE     ASSIGN        TO
                               '../FILES/CRSE-FEE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS FEE-CRSE-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CRSE-VERSION ASSIGN        TO
                               '../FILES/COURSE-VERSION.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CV-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT INST-LOAD    ASSIGN        TO
                               '../FILES/INST-LOAD.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS IL-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT INST-CRED    ASSIGN        TO
                               '../FILES/INST-CRED.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS IC-INST-ID
                               FILE STATUS   IS WS-STAT.
           SELECT INST-QUAL    ASSIGN        TO
                               '../FILES/INST-QUAL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS IQ-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT PTRM-MASTER  ASSIGN        TO
                               '../FILES/PTRM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PTRM-KEY
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
       COPY ATTEND-MASTER-RECS.
       COPY SECT-RESTR-RECS.
       COPY MEET-MASTER-RECS.
       COPY SUBST-MASTER-RECS.
       COPY CLASS-DATES-RECS.
       COPY RSV-SEAT-RECS.
       COPY CRSE-ATTR-RECS.
       COPY CRSE-DESC-RECS.
       COPY CRSE-COREQ-RECS.
       COPY CRSE-FEE-RECS.
       COPY CRSE-VER-RECS.
       COPY INST-LOAD-RECS.
       COPY INST-CRED-RECS.
       COPY INST-QUAL-RECS.
       COPY PTRM-MASTER-RECS.
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
       FD  WAIT-MASTER.
       01  WAIT-REC.
           03  WAIT-KEY.
               05  WAIT-CRN-KEY.
                   07  WAIT-YEAR       PIC 9999.
                   07  WAIT-SEM        PIC 99.
                   07  WAIT-CRN        PIC 9(4).
               05  WAIT-SEQ            PIC 9(4).
           03  WAIT-STU-ID             PIC 9(7).
       FD  SCHE-MST.
       01  SCHE-REC.
           03  SCHEDULE-ID-O       PIC X(12).
           03  FILLER              PIC X.
           03  COURSE-ID-O         PIC X(9).
           03  FILLER              PIC X.
           03  TIMEDAY-O           PIC X(20).
           03  FILLER              PIC X.
           03  BUILDING-ID-O       PIC X(11).
           03  FILLER              PIC X.
           03  INSTRUCTOR-ID-O     PIC X(4).
           03  FILLER              PIC X(3).
           03  OPEN-SEATS-O        PIC X(3).
           03  SCHED-DAYS-O        PIC X(7).
           03  SCHED-START-O       PIC 9(4).
           03  SCHED-END-O         PIC 9(4).
           03  SCHED-XLIST-O       PIC X(12).
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
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

           PERFORM 100-SCAN-REGISTER.
           PERFORM 150-SCAN-WAITLIST.
           PERFORM 200-SCAN-ATTENDANCE.
           PERFORM 250-SCAN-RESTRICTIONS.
           PERFORM 300-SCAN-MEETINGS.
           PERFORM 350-SCAN-SUBSTITUTES.
           PERFORM 400-SCAN-CLASS-DATES.
           PERFORM 450-SCAN-RESERVED.
           PERFORM 500-SCAN-SCHEDULE.
           PERFORM 550-SCAN-CRSE-ATTR.
           PERFORM 600-SCAN-CRSE-DESC.
           PERFORM 650-SCAN-COREQS.
           PERFORM 700-SCAN-CRSE-FEES.
           PERFORM 720-SCAN-CRSE-VERSIONS.
           PERFORM 740-SCAN-INST-LOAD.
           PERFORM 760-SCAN-INST-CRED.
           PERFORM 770-SCAN-INST-QUAL.
           PERFORM 780-SCAN-PART-TERMS.

           CLOSE RPT-FILE.
           IF RI-QUARANTINE
               CLOSE QUAR-FILE
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *CURRENT REGISTRATIONS - STUDENT AND SECTION. A REMOVED
      *REGISTRATION NO LONGER HOLDS A SEAT - RECONCILE-SEATS PUTS
      *THE SECTION'S OPEN SEAT COUNT RIGHT AFTERWARDS
       100-SCAN-REGISTER.
           MOVE 'REGISTER'              TO WS-FILE-NAME.
           MOVE 'STUDENT SECTION'       TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O REG-MASTER
           ELSE
               OPEN INPUT REG-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO REG-KEY.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF REG-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE REG-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       MOVE 'C' TO WS-PARENT
                       MOVE REG-YEAR TO WS-SI-YEAR
                       MOVE REG-SEM TO WS-SI-SEM
                       MOVE REG-CRN TO WS-SI-CRN
                       MOVE WS-SECT-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF WS-REASON NOT = SPACES
                           MOVE REG-KEY TO WS-R-KEY
                           MOVE REG-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE REG-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REG-MASTER.
      *-----------------------------------------------------------------
      *WAITLIST - SECTION AND STUDENT
       150-SCAN-WAITLIST.
           MOVE 'WAITLIST'              TO WS-FILE-NAME.
           MOVE 'SECTION STUDENT'       TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O WAIT-MASTER
           ELSE
               OPEN INPUT WAIT-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO WAIT-KEY.
           MOVE 'N' TO WS-EOF.
           START WAIT-MASTER KEY NOT LESS THAN WAIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ WAIT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'C' TO WS-PARENT
                       MOVE WAIT-YEAR TO WS-SI-YEAR
                       MOVE WAIT-SEM TO WS-SI-SEM
                       MOVE WAIT-CRN TO WS-SI-CRN
                       MOVE WS-SECT-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF WAIT-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE WAIT-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE WAIT-KEY TO WS-R-KEY
                           MOVE WAIT-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE WAIT-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WAIT-MASTER.
      *-----------------------------------------------------------------
      *CURRENT TERM ATTENDANCE - SECTION AND STUDENT
       200-SCAN-ATTENDANCE.
           MOVE 'ATTEND-MASTER'         TO WS-FILE-NAME.
           MOVE 'SECTION STUDENT'       TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O ATTEND-MASTER
           ELSE
               OPEN INPUT ATTEND-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
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
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'C' TO WS-PARENT
                       MOVE ATT-YEAR TO WS-SI-YEAR
                       MOVE ATT-SEM TO WS-SI-SEM
                       MOVE ATT-CRN TO WS-SI-CRN
                       MOVE WS-SECT-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF ATT-STU-ID NOT = ZERO
                           MOVE 'S' TO WS-PARENT
                           MOVE ATT-STU-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE ATT-KEY TO WS-R-KEY
                           MOVE ATT-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE ATTEND-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEND-MASTER.
      *-----------------------------------------------------------------
      *SECTION ENROLLMENT RESTRICTIONS
       250-SCAN-RESTRICTIONS.
           MOVE 'SECT-RESTR'            TO WS-FILE-NAME.
           MOVE 'SECTION'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O SECT-RESTR
           ELSE
               OPEN INPUT SECT-RESTR
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO SR-KEY.
           MOVE 'N' TO WS-EOF.
           START SECT-RESTR KEY NOT LESS THAN SR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ SECT-RESTR NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'C' TO WS-PARENT
                       MOVE SR-SCHED-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF WS-REASON NOT = SPACES
                           MOVE SR-KEY TO WS-R-KEY
                           MOVE SR-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE SECT-RESTR RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SECT-RESTR.
      *-----------------------------------------------------------------
      *ADDITIONAL MEETING TIMES - SECTION, AND ROOM WHEN ONE IS SET
       300-SCAN-MEETINGS.
           MOVE 'MEET-MASTER'           TO WS-FILE-NAME.
           MOVE 'SECTION ROOM'          TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O MEET-MASTER
           ELSE
               OPEN INPUT MEET-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO MEET-KEY.
           MOVE 'N' TO WS-EOF.
           START MEET-MASTER KEY NOT LESS THAN MEET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ MEET-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'C' TO WS-PARENT
                       MOVE MEET-SCHED-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF MEET-BUILDING NOT = SPACES
                          AND MEET-BUILDING NOT = LOW-VALUES
                           MOVE 'B' TO WS-PARENT
                           MOVE MEET-BUILDING TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE MEET-KEY TO WS-R-KEY
                           MOVE MEET-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE MEET-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEET-MASTER.
      *-----------------------------------------------------------------
      *SUBSTITUTE INSTRUCTORS - SECTION AND INSTRUCTOR
       350-SCAN-SUBSTITUTES.
           MOVE 'SUBST-MASTER'          TO WS-FILE-NAME.
           MOVE 'SECTION INSTRUCTOR'    TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O SUBST-MASTER
           ELSE
               OPEN INPUT SUBST-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO SUB-KEY.
           MOVE 'N' TO WS-EOF.
           START SUBST-MASTER KEY NOT LESS THAN SUB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ SUBST-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'C' TO WS-PARENT
                       MOVE SUB-SCHED-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF SUB-INST-ID NOT = ZERO
                           MOVE 'I' TO WS-PARENT
                           MOVE SUB-INST-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE SUB-KEY TO WS-R-KEY
                           MOVE SUB-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE SUBST-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBST-MASTER.
      *-----------------------------------------------------------------
      *CLASS MEETING DATES
       400-SCAN-CLASS-DATES.
           MOVE 'CLASS-DATES'           TO WS-FILE-NAME.
           MOVE 'SECTION'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O CLASS-DATES
           ELSE
               OPEN INPUT CLASS-DATES
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CD-KEY.
           MOVE 'N' TO WS-EOF.
           START CLASS-DATES KEY NOT LESS THAN CD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CLASS-DATES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'C' TO WS-PARENT
                       MOVE CD-SCHED-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF WS-REASON NOT = SPACES
                           MOVE CD-KEY TO WS-R-KEY
                           MOVE CD-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE CLASS-DATES RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLASS-DATES.
      *-----------------------------------------------------------------
      *RESERVED SEAT BLOCKS
       450-SCAN-RESERVED.
           MOVE 'RSV-SEAT'              TO WS-FILE-NAME.
           MOVE 'SECTION'               TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O RSV-SEAT
           ELSE
               OPEN INPUT RSV-SEAT
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RSV-KEY.
           MOVE 'N' TO WS-EOF.
           START RSV-SEAT KEY NOT LESS THAN RSV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ RSV-SEAT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'C' TO WS-PARENT
                       MOVE RSV-SCHED-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF WS-REASON NOT = SPACES
                           MOVE RSV-KEY TO WS-R-KEY
                           MOVE RSV-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE RSV-SEAT RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RSV-SEAT.
      *-----------------------------------------------------------------
      *SECTIONS AGAINST THEIR COURSE, INSTRUCTOR AND ROOM. A SECTION
      *IS THE PARENT OF EVERYTHING ABOVE, SO IT IS REPORTED FOR THE
      *SCHEDULER TO CORRECT AND NEVER QUARANTINED
       500-SCAN-SCHEDULE.
           MOVE 'SCHEDULE'              TO WS-FILE-NAME.
           MOVE 'COURSE INSTRUCTOR ROOM'TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           OPEN INPUT SCHE-MST.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO SCHEDULE-ID-O.
           MOVE 'N' TO WS-EOF.
           START SCHE-MST KEY NOT LESS THAN SCHEDULE-ID-O
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ SCHE-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'R' TO WS-PARENT
                       MOVE COURSE-ID-O TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF INSTRUCTOR-ID-O NOT = SPACES
                          AND INSTRUCTOR-ID-O NOT = ZEROS
                           MOVE 'I' TO WS-PARENT
                           MOVE INSTRUCTOR-ID-O TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF BUILDING-ID-O NOT = SPACES
                          AND BUILDING-ID-O NOT = LOW-VALUES
                           MOVE 'B' TO WS-PARENT
                           MOVE BUILDING-ID-O TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE SCHEDULE-ID-O TO WS-R-KEY
                           MOVE SCHE-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHE-MST.
      *-----------------------------------------------------------------
      *COURSE ATTRIBUTES
       550-SCAN-CRSE-ATTR.
           MOVE 'CRSE-ATTR'             TO WS-FILE-NAME.
           MOVE 'COURSE'                TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O CRSE-ATTR
           ELSE
               OPEN INPUT CRSE-ATTR
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CA-KEY.
           MOVE 'N' TO WS-EOF.
           START CRSE-ATTR KEY NOT LESS THAN CA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CRSE-ATTR NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'R' TO WS-PARENT
                       MOVE CA-CRSE-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF WS-REASON NOT = SPACES
                           MOVE CA-KEY TO WS-R-KEY
                           MOVE CA-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE CRSE-ATTR RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRSE-ATTR.
      *-----------------------------------------------------------------
      *COURSE CATALOG DESCRIPTIONS
       600-SCAN-CRSE-DESC.
           MOVE 'CRSE-DESC'             TO WS-FILE-NAME.
           MOVE 'COURSE'                TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O CRSE-DESC
           ELSE
               OPEN INPUT CRSE-DESC
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO DSC-KEY.
           MOVE 'N' TO WS-EOF.
           START CRSE-DESC KEY NOT LESS THAN DSC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CRSE-DESC NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'R' TO WS-PARENT
                       MOVE DSC-CRSE-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF WS-REASON NOT = SPACES
                           MOVE DSC-KEY TO WS-R-KEY
                           MOVE DSC-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE CRSE-DESC RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRSE-DESC.
      *-----------------------------------------------------------------
      *COREQUISITES - BOTH THE COURSE AND ITS COREQUISITE
       650-SCAN-COREQS.
           MOVE 'CRSE-COREQ'            TO WS-FILE-NAME.
           MOVE 'COURSE COREQUISITE'    TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O CRSE-COREQ
           ELSE
               OPEN INPUT CRSE-COREQ
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CQ-KEY.
           MOVE 'N' TO WS-EOF.
           START CRSE-COREQ KEY NOT LESS THAN CQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CRSE-COREQ NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'R' TO WS-PARENT
                       MOVE CQ-CRSE-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF CQ-COREQ-ID NOT = SPACES
                           MOVE 'R' TO WS-PARENT
                           MOVE CQ-COREQ-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE CQ-KEY TO WS-R-KEY
                           MOVE CQ-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE CRSE-COREQ RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRSE-COREQ.
      *-----------------------------------------------------------------
      *COURSE FEES
       700-SCAN-CRSE-FEES.
           MOVE 'CRSE-FEE'              TO WS-FILE-NAME.
           MOVE 'COURSE'                TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O CRSE-FEE
           ELSE
               OPEN INPUT CRSE-FEE
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO FEE-CRSE-ID.
           MOVE 'N' TO WS-EOF.
           START CRSE-FEE KEY NOT LESS THAN FEE-CRSE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CRSE-FEE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'R' TO WS-PARENT
                       MOVE FEE-CRSE-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF WS-REASON NOT = SPACES
                           MOVE FEE-CRSE-ID TO WS-R-KEY
                           MOVE FEE-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE CRSE-FEE RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRSE-FEE.
      *-----------------------------------------------------------------
      *EFFECTIVE-DATED COURSE VERSIONS
       720-SCAN-CRSE-VERSIONS.
           MOVE 'COURSE-VERSION'        TO WS-FILE-NAME.
           MOVE 'COURSE'                TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O CRSE-VERSION
           ELSE
               OPEN INPUT CRSE-VERSION
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CV-KEY.
           MOVE 'N' TO WS-EOF.
           START CRSE-VERSION KEY NOT LESS THAN CV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ CRSE-VERSION NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'R' TO WS-PARENT
                       MOVE CV-CRSE-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF WS-REASON NOT = SPACES
                           MOVE CV-KEY TO WS-R-KEY
                           MOVE CRSE-VER-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE CRSE-VERSION RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRSE-VERSION.
      *-----------------------------------------------------------------
      *INSTRUCTOR TEACHING LOAD LIMITS
       740-SCAN-INST-LOAD.
           MOVE 'INST-LOAD'             TO WS-FILE-NAME.
           MOVE 'INSTRUCTOR'            TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O INST-LOAD
           ELSE
               OPEN INPUT INST-LOAD
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO IL-KEY.
           MOVE 'N' TO WS-EOF.
           START INST-LOAD KEY NOT LESS THAN IL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ INST-LOAD NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF IL-INST-ID NOT = ZERO
                           MOVE 'I' TO WS-PARENT
                           MOVE IL-INST-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE IL-KEY TO WS-R-KEY
                           MOVE IL-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE INST-LOAD RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INST-LOAD.
      *-----------------------------------------------------------------
      *INSTRUCTOR PORTAL CREDENTIALS
       760-SCAN-INST-CRED.
           MOVE 'INST-CRED'             TO WS-FILE-NAME.
           MOVE 'INSTRUCTOR'            TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O INST-CRED
           ELSE
               OPEN INPUT INST-CRED
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO IC-INST-ID.
           MOVE 'N' TO WS-EOF.
           START INST-CRED KEY NOT LESS THAN IC-INST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ INST-CRED NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF IC-INST-ID NOT = ZERO
                           MOVE 'I' TO WS-PARENT
                           MOVE IC-INST-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE IC-INST-ID TO WS-R-KEY
                           MOVE IC-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE INST-CRED RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INST-CRED.
      *-----------------------------------------------------------------
      *INSTRUCTOR QUALIFICATIONS
       770-SCAN-INST-QUAL.
           MOVE 'INST-QUAL'             TO WS-FILE-NAME.
           MOVE 'INSTRUCTOR'            TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O INST-QUAL
           ELSE
               OPEN INPUT INST-QUAL
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO IQ-KEY.
           MOVE 'N' TO WS-EOF.
           START INST-QUAL KEY NOT LESS THAN IQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ INST-QUAL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       IF IQ-INST-ID NOT = ZERO
                           MOVE 'I' TO WS-PARENT
                           MOVE IQ-INST-ID TO WS-PARENT-KEY
                           PERFORM 820-CHECK-PARENT
                       END-IF
                       IF WS-REASON NOT = SPACES
                           MOVE IQ-KEY TO WS-R-KEY
                           MOVE IQ-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE INST-QUAL RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INST-QUAL.
      *-----------------------------------------------------------------
      *PARTS OF TERM
       780-SCAN-PART-TERMS.
           MOVE 'PTRM-MASTER'           TO WS-FILE-NAME.
           MOVE 'TERM'                  TO WS-PARENT-NAMES.
           PERFORM 800-NEW-ENTRY.
           IF RI-QUARANTINE
               OPEN I-O PTRM-MASTER
           ELSE
               OPEN INPUT PTRM-MASTER
           END-IF.
           IF WS-STAT NOT = ZERO
               MOVE 'M' TO WS-RI-STATUS(WS-RI-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO PTRM-KEY.
           MOVE 'N' TO WS-EOF.
           START PTRM-MASTER KEY NOT LESS THAN PTRM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ PTRM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RI-READ(WS-RI-COUNT)
                       MOVE SPACES TO WS-REASON
                       MOVE 'T' TO WS-PARENT
                       MOVE PTRM-YEAR TO WS-TI-YEAR
                       MOVE PTRM-SEM TO WS-TI-SEM
                       MOVE WS-TERM-ID TO WS-PARENT-KEY
                       PERFORM 820-CHECK-PARENT
                       IF WS-REASON NOT = SPACES
                           MOVE PTRM-KEY TO WS-R-KEY
                           MOVE PTRM-REC TO WS-Q-IMAGE
                           PERFORM 850-REPORT-ORPHAN
                           IF RI-QUARANTINE
                               DELETE PTRM-MASTER RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM 860-QUARANTINE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PTRM-MASTER.
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

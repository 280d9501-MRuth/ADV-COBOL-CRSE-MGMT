       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGX-GET.
      *-----------------------------------------------------------------
      *LOADS THE APPROVED DEGREE AUDIT EXCEPTIONS FOR ONE STUDENT
      *INTO THE CALLER'S TABLE. THE COUNT COMES BACK ZERO WHEN THE
      *STUDENT HAS NONE OR THE EXCEPTION FILE IS NOT ON HAND. THE
      *FILE STAYS OPEN BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEGX-MASTER  ASSIGN        TO
                               '../FILES/DEGX-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DX-KEY
                               FILE STATUS   IS WS-DX-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY DEGX-MASTER-RECS.
       WORKING-STORAGE SECTION.
       01  WS-DX-STAT              PIC 99.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILE-OPENED               VALUE 'Y'.
       01  WS-AVAIL                PIC X VALUE 'N'.
           88  FILE-AVAIL                VALUE 'Y'.
       01  WS-EOF                  PIC X.
           88  EOF                       VALUE 'Y'.
       LINKAGE SECTION.
       COPY WS-DEGX-TBL.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-DEGX-TBL.
       000-MAIN.
           IF NOT FILE-OPENED
               OPEN INPUT DEGX-MASTER
               IF WS-DX-STAT = ZERO
                   MOVE 'Y' TO WS-AVAIL
               END-IF
               MOVE 'Y' TO WS-OPENED
           END-IF.

           MOVE 0 TO WS-DX-COUNT.
           IF NOT FILE-AVAIL
               EXIT PROGRAM
           END-IF.

           MOVE WS-DX-STU-ID TO DX-STU-ID.
           MOVE ZERO TO DX-SEQ.
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
                       IF DX-STU-ID NOT = WS-DX-STU-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-DX-COUNT < 30
                               ADD 1 TO WS-DX-COUNT
                               MOVE DX-TYPE       TO
                                   WS-DX-TYPE(WS-DX-COUNT)
                               MOVE DX-PROG-CODE  TO
                                   WS-DX-PROG(WS-DX-COUNT)
                               MOVE DX-REQ-COURSE TO
                                   WS-DX-REQ(WS-DX-COUNT)
                               MOVE DX-CRSE-ID    TO
                                   WS-DX-CRSE(WS-DX-COUNT)
                               MOVE DX-ATTR       TO
                                   WS-DX-ATTR(WS-DX-COUNT)
                               MOVE DX-APPROVER   TO
                                   WS-DX-APPROVER(WS-DX-COUNT)
                               MOVE DX-APPR-DATE  TO
                                   WS-DX-DATE(WS-DX-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT PROGRAM.
      *-----------------------------------------------------------------

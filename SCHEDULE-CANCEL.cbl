       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULE-CANCEL.
      *-----------------------------------------------------------------
      *CANCELS A SECTION FROM THE SCREEN, OR - IN MODE B - THE
      *SECTION NAMED IN THE REQUEST, FOR SECT-CANCEL-RUN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  REG-MASTER.
       01  REG-REC.
           03  REG-KEY.
           03  WS-AUDIT-YEAR           PIC 9999.
           03  WS-AUDIT-SEM            PIC 99.
           03  WS-AUDIT-CRN            PIC 9(4).
       LINKAGE SECTION.
       COPY WS-SCHED-CANCEL.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03          COL 44  PIC X TO WS-ANOTHER
                                       REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-SCHED-CANCEL.
       000-MAIN.
           OPEN I-O SCHE-MST.
           OPEN I-O REG-MASTER.
           OPEN EXTEND REG-AUDIT-LOG.
           OPEN EXTEND NOTIFY-EVENTS.

           IF SC-MODE-BATCH
               PERFORM 700-BATCH-CANCEL
               MOVE 'N' TO WS-ANOTHER
           ELSE
               MOVE 'Y' TO WS-ANOTHER
           END-IF.

           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
           PERFORM 300-REMOVE-REGISTRATIONS.
           PERFORM 500-RETURN-HOST-SEATS.
           PERFORM 400-REMOVE-WAITLIST.
           IF NOT SC-MODE-BATCH
               DISPLAY SCRN-CANCELLED
           END-IF.
      *-----------------------------------------------------------------
       300-REMOVE-REGISTRATIONS.
           MOVE WS-YEAR TO REG-YEAR.
           MOVE WS-CRN  TO WS-EV-CRN.
           MOVE WS-EVENT-LN TO EVENT-REC.
           WRITE EVENT-REC.
      *-----------------------------------------------------------------
      *NO SCREENS - THE CALLER HAS ALREADY DECIDED ON THE SECTION
       700-BATCH-CANCEL.
           MOVE WS-SC-YEAR TO WS-YEAR.
           MOVE WS-SC-SEM  TO WS-SEM.
           MOVE WS-SC-CRN  TO WS-CRN.
           MOVE 0 TO WS-REMOVE-COUNT.
           MOVE 0 TO WS-SEATED-COUNT.
           MOVE SPACES TO SCHEDULE-ID-O.
           STRING WS-YEAR DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-SEM DELIMITED BY SIZE
                  WS-SPACE DELIMITED BY SIZE
                  WS-CRN DELIMITED BY SIZE
                  INTO SCHEDULE-ID-O.
           READ SCHE-MST
               INVALID KEY
                   MOVE 'N' TO WS-SC-RESULT
               NOT INVALID KEY
                   IF SCHED-CANCELLED-O
                       MOVE 'A' TO WS-SC-RESULT
                   ELSE
                       PERFORM 200-CANCEL-CLASS
                       MOVE 'Y' TO WS-SC-RESULT
                   END-IF
           END-READ.
           MOVE WS-REMOVE-COUNT TO WS-SC-REMOVED.

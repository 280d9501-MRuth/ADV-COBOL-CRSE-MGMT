       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       COPY WS-ADV-NOTES.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
               INVALID KEY
                   DISPLAY SCRN-SEQ-ERR
               NOT INVALID KEY
                   PERFORM 420-SHOW-NOTES
                   PERFORM 450-RECORD-OUTCOME
           END-READ.
      *-----------------------------------------------------------------
      *THE ADVISING NOTES ARE REVIEWED BEFORE THE APPEAL IS DECIDED -
      *THE SCREEN IS THEN REDRAWN AND THE APPEAL READ AGAIN
       420-SHOW-NOTES.
           MOVE WS-STU-ID TO WS-AN-STU-ID.
           MOVE ZERO      TO WS-AN-ADVISOR.
           MOVE 'B'       TO WS-AN-MODE.
           CALL 'ADVNOTE-MAINT' USING WS-ADV-NOTES.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-STU-NAME.
           DISPLAY SCRN-STANDING.
           PERFORM 100-LIST-APPEALS.
           MOVE WS-STU-ID TO AP-STU-ID.
           MOVE WS-SEQ    TO AP-SEQ.
           READ APPEAL-MASTER
               INVALID KEY
                   DISPLAY SCRN-SEQ-ERR
           END-READ.
      *-----------------------------------------------------------------
       450-RECORD-OUTCOME.
           MOVE SPACE TO WS-OUTCOME.

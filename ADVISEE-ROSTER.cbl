               05  INST-PHONE-1  PIC XXX.
               05  INST-PHONE-2  PIC XXX.
               05  INST-PHONE-3  PIC XXXX.
           03  INST-STATUS  PIC X.
               88  INST-SEPARATED         VALUE 'S'.
           03  INST-SEP-DATE  PIC 9(8).
       FD  REG-MASTER.
       01  REG-REC.
           03  REG-KEY.
           03  WS-CRN-PTR          PIC 99.
           03  WS-INST-NAME        PIC X(22).
           03  WS-BLNK-LN          PIC X(80) VALUE SPACES.
       COPY WS-ADV-NOTES.
       01  WS-HDR-LN.
           03  FILLER              PIC X(6)  VALUE 'ID'.
           03  FILLER              PIC X(32) VALUE 'NAME'.
           DISPLAY WS-BLNK-LN.
           DISPLAY 'TOTAL ADVISEES: ' WS-ADVISEE-COUNT.
           DISPLAY 'ROSTER WRITTEN TO ../FILES/ADVISEE-ROSTER.TXT'.

           MOVE 'A'        TO WS-AN-MODE.
           MOVE WS-INST-ID TO WS-AN-ADVISOR.
           MOVE 1 TO WS-STU-ID.
           PERFORM UNTIL WS-STU-ID = 0
               DISPLAY WS-BLNK-LN
               DISPLAY 'NOTES FOR ADVISEE ID (0 TO RETURN): '
                   WITH NO ADVANCING
               ACCEPT WS-STU-ID
               IF WS-STU-ID NOT = 0
                   PERFORM 300-ADVISEE-NOTES
               END-IF
           END-PERFORM.

           CLOSE STU-MST.
           CLOSE REG-MASTER.
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *NOTES ARE KEPT ONLY FROM THE ROSTER OF THE STUDENT'S OWN ADVISOR
       300-ADVISEE-NOTES.
           MOVE WS-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   DISPLAY 'STUDENT NOT FOUND'
                   EXIT PARAGRAPH
           END-READ.
           IF STU-ADVISOR NOT NUMERIC
               OR STU-ADVISOR NOT = WS-INST-ID
               DISPLAY 'STUDENT IS NOT AN ADVISEE OF THIS ADVISOR'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STU-ID TO WS-AN-STU-ID.
           CALL 'ADVNOTE-MAINT' USING WS-ADV-NOTES.
           DISPLAY BLNK-SCRN.
           DISPLAY SCRN-TITLE.
           DISPLAY 'ADVISOR: ' WS-INST-NAME.
      *-----------------------------------------------------------------

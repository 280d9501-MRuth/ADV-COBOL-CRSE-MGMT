       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAIN-RULE-MAINT.
      *-----------------------------------------------------------------
      *MAINTAINS THE RECORDS RETENTION RULES - FOR EACH FILE UNDER
      *RETENTION, THE FIELD ITS AGE IS TAKEN FROM, HOW MANY YEARS IT
      *IS KEPT AND WHETHER EXPIRED RECORDS ARE ARCHIVED OR PURGED.
      *ONLY THE FILES AND BASIS FIELDS RETAIN-APPLY KNOWS HOW TO AGE
      *ARE ACCEPTED. RULE CHANGES LEAVE BEFORE/AFTER IMAGES ON THE
      *MAINTENANCE AUDIT FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAIN-RULE  ASSIGN        TO
                               '../FILES/RETAIN-RULE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RR-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY RETAIN-RULE-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-RETAIN-FILES.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SEL              PIC X.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-IX               PIC 99.
           03  WS-RF-IX            PIC 99.
           03  WS-FILE             PIC X(20).
           03  WS-BASIS            PIC X(12).
           03  WS-YEARS            PIC 99.
           03  WS-ACTION           PIC X.
           03  WS-OLD-BASIS        PIC X(12).
           03  WS-OLD-YEARS        PIC 99.
           03  WS-OLD-ACTION       PIC X.
           03  WS-OLD-RUN          PIC 9(8).
           03  WS-RR-FOUND         PIC X VALUE 'N'.
               88  RR-FOUND                VALUE 'Y'.
           03  WS-VALID            PIC X.
               88  DATA-VALID              VALUE 'Y'.
           03  WS-LIST-LINE        PIC 99.
       01  WS-AUD-FIELDS.
           03  WS-AUD-PGM          PIC X(15).
           03  WS-AUD-KEY          PIC X(12).
           03  WS-AUD-FIELD        PIC X(12).
           03  WS-AUD-OLD          PIC X(20).
           03  WS-AUD-NEW          PIC X(20).
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
           03  WS-ERR-STAT         PIC XX.
           03  WS-OPEN-FAIL        PIC X VALUE 'N'.
               88  OPEN-FAILED           VALUE 'Y'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           03  BLANK SCREEN.
       01  SCRN-TITLE.
           03  LINE 2  COL 26  VALUE 'RECORDS RETENTION RULES'.
       01  SCRN-LIST-HDR.
           03  LINE 4  COL 5   VALUE 'FILE'.
           03          COL 26  VALUE 'BASIS FIELDS'.
       01  SCRN-LIST-LINE.
           03  LINE WS-LIST-LINE COL 5
                               PIC X(20) FROM WS-RF-FILE(WS-IX).
           03          COL 26  PIC X(12) FROM WS-RF-BASIS-1(WS-IX).
           03          COL 39  PIC X(12) FROM WS-RF-BASIS-2(WS-IX).
       01  SCRN-KEY.
           03  LINE 13 COL 5   VALUE 'FILE     : '.
           03          COL 16  PIC X(20) TO WS-FILE
                                            AUTO REQUIRED.
       01  SCRN-RR-CUR.
           03  LINE 14 COL 5   VALUE 'ON FILE  - BASIS: '.
           03          COL 23  PIC X(12) FROM RR-BASIS.
           03          COL 37  VALUE 'YEARS: '.
           03          COL 44  PIC Z9 FROM RR-YEARS.
           03          COL 48  VALUE 'ACTION: '.
           03          COL 56  PIC X FROM RR-ACTION.
           03          COL 59  VALUE 'LAST RUN: '.
           03          COL 69  PIC 9(8) FROM RR-LAST-RUN.
       01  SCRN-NO-RR.
           03  LINE 14 COL 5   VALUE
                   'NO RULE ON FILE - RECORDS ARE KEPT'.
       01  SCRN-NOT-SUPPORTED.
           03  LINE 14 COL 5   VALUE
                   'FILE IS NOT ONE RETENTION CAN BE APPLIED TO'.
       01  SCRN-ACTION.
           03  LINE 16 COL 5   VALUE
                   'A) ADD/UPDATE RULE  D) DELETE RULE  X) DONE'.
           03          COL 50  PIC X TO WS-SEL AUTO.
       01  SCRN-RR-DATA.
           03  LINE 18 COL 5   VALUE 'AGE BASIS FIELD      : '.
           03          COL 28  PIC X(12) TO WS-BASIS AUTO.
           03  LINE 19 COL 5   VALUE 'RETENTION YEARS      : '.
           03          COL 28  PIC 99 TO WS-YEARS AUTO.
           03  LINE 20 COL 5   VALUE 'A)RCHIVE OR P)URGE   : '.
           03          COL 28  PIC X TO WS-ACTION AUTO.
       01  SCRN-SAVED.
           03  LINE 22 COL 5   VALUE 'RETENTION RULE SAVED'.
       01  SCRN-DELETED.
           03  LINE 22 COL 5   VALUE 'RETENTION RULE DELETED'.
       01  SCRN-DEL-ERR.
           03  LINE 22 COL 5   VALUE 'NO RETENTION RULE TO DELETE'.
       01  SCRN-BAD-BASIS.
           03  LINE 22 COL 5   VALUE
                   'BASIS MUST BE A FIELD LISTED FOR THE FILE'.
       01  SCRN-BAD-YEARS.
           03  LINE 22 COL 5   VALUE
                   'RETENTION MUST BE AT LEAST ONE YEAR'.
       01  SCRN-BAD-ACTION.
           03  LINE 22 COL 5   VALUE 'ACTION MUST BE A OR P'.
       01  SCRN-CONTINUE.
           03  LINE 23 COL 5   VALUE 'ANOTHER FILE? (Y/N)'.
           03          COL 26  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'RETAIN-RULE-MAINT' TO WS-ERR-PGM.
           OPEN I-O RETAIN-RULE.
           MOVE 'RETAIN-RULE' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               PERFORM 050-LIST-FILES
               DISPLAY SCRN-KEY
               ACCEPT  SCRN-KEY
               MOVE FUNCTION UPPER-CASE(WS-FILE) TO WS-FILE
               PERFORM 100-SHOW-RULE
               IF WS-RF-IX NOT = ZERO
                   PERFORM 200-ACTION
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE RETAIN-RULE.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *THE FILES RETENTION CAN BE APPLIED TO, WITH THEIR BASIS FIELDS
       050-LIST-FILES.
           DISPLAY SCRN-LIST-HDR.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-RF-COUNT
               COMPUTE WS-LIST-LINE = WS-IX + 4
               DISPLAY SCRN-LIST-LINE
           END-PERFORM.
      *-----------------------------------------------------------------
       100-SHOW-RULE.
           MOVE 'N' TO WS-RR-FOUND.
           MOVE 0 TO WS-RF-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-RF-COUNT
               IF WS-RF-FILE(WS-IX) = WS-FILE
                   MOVE WS-IX TO WS-RF-IX
               END-IF
           END-PERFORM.
           IF WS-RF-IX = ZERO
               DISPLAY SCRN-NOT-SUPPORTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RF-BASIS-1(WS-RF-IX) TO WS-OLD-BASIS.
           MOVE ZERO   TO WS-OLD-YEARS.
           MOVE SPACES TO WS-OLD-ACTION.
           MOVE ZERO   TO WS-OLD-RUN.
           MOVE WS-FILE TO RR-FILE.
           READ RETAIN-RULE
               INVALID KEY
                   DISPLAY SCRN-NO-RR
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RR-FOUND
                   MOVE RR-BASIS    TO WS-OLD-BASIS
                   MOVE RR-YEARS    TO WS-OLD-YEARS
                   MOVE RR-ACTION   TO WS-OLD-ACTION
                   MOVE RR-LAST-RUN TO WS-OLD-RUN
                   DISPLAY SCRN-RR-CUR
           END-READ.
      *-----------------------------------------------------------------
       200-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT  SCRN-ACTION.
           EVALUATE WS-SEL
               WHEN 'A'
               WHEN 'a'
                   PERFORM 300-SAVE-RULE
               WHEN 'D'
               WHEN 'd'
                   PERFORM 400-DELETE-RULE
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-SAVE-RULE.
           MOVE WS-OLD-BASIS  TO WS-BASIS.
           MOVE WS-OLD-YEARS  TO WS-YEARS.
           MOVE WS-OLD-ACTION TO WS-ACTION.
           DISPLAY SCRN-RR-DATA.
           ACCEPT  SCRN-RR-DATA.
           MOVE FUNCTION UPPER-CASE(WS-BASIS)  TO WS-BASIS.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           PERFORM 350-VALIDATE.
           IF NOT DATA-VALID
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILE   TO RR-FILE.
           MOVE WS-BASIS  TO RR-BASIS.
           MOVE WS-YEARS  TO RR-YEARS.
           MOVE WS-ACTION TO RR-ACTION.
           MOVE WS-OLD-RUN TO RR-LAST-RUN.
           IF RR-FOUND
               REWRITE RR-REC
           ELSE
               WRITE RR-REC
           END-IF.
           DISPLAY SCRN-SAVED.
           PERFORM 500-AUDIT-CHANGE.
      *-----------------------------------------------------------------
       350-VALIDATE.
           MOVE 'Y' TO WS-VALID.
           IF WS-BASIS = SPACES
               OR (WS-BASIS NOT = WS-RF-BASIS-1(WS-RF-IX)
                   AND WS-BASIS NOT = WS-RF-BASIS-2(WS-RF-IX))
               MOVE 'N' TO WS-VALID
               DISPLAY SCRN-BAD-BASIS
               EXIT PARAGRAPH
           END-IF.
           IF WS-YEARS = ZERO
               MOVE 'N' TO WS-VALID
               DISPLAY SCRN-BAD-YEARS
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACTION NOT = 'A' AND WS-ACTION NOT = 'P'
               MOVE 'N' TO WS-VALID
               DISPLAY SCRN-BAD-ACTION
           END-IF.
      *-----------------------------------------------------------------
       400-DELETE-RULE.
           IF RR-FOUND
               MOVE WS-FILE TO RR-FILE
               DELETE RETAIN-RULE RECORD
               MOVE SPACES TO WS-BASIS
               MOVE ZERO   TO WS-YEARS
               MOVE SPACES TO WS-ACTION
               PERFORM 500-AUDIT-CHANGE
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-DEL-ERR
           END-IF.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER FIELD THAT CHANGED, KEYED BY FILE
       500-AUDIT-CHANGE.
           MOVE 'RETAIN-RULE-MNT' TO WS-AUD-PGM.
           MOVE WS-FILE           TO WS-AUD-KEY.
           IF WS-BASIS NOT = WS-OLD-BASIS OR NOT RR-FOUND
               MOVE 'BASIS'      TO WS-AUD-FIELD
               MOVE SPACES       TO WS-AUD-OLD
               IF RR-FOUND
                   MOVE WS-OLD-BASIS TO WS-AUD-OLD
               END-IF
               MOVE WS-BASIS     TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-YEARS NOT = WS-OLD-YEARS
               MOVE 'YEARS'      TO WS-AUD-FIELD
               MOVE SPACES       TO WS-AUD-OLD
               MOVE SPACES       TO WS-AUD-NEW
               MOVE WS-OLD-YEARS TO WS-AUD-OLD
               MOVE WS-YEARS     TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
           IF WS-ACTION NOT = WS-OLD-ACTION
               MOVE 'ACTION'      TO WS-AUD-FIELD
               MOVE WS-OLD-ACTION TO WS-AUD-OLD
               MOVE WS-ACTION     TO WS-AUD-NEW
               PERFORM 510-WRITE-AUDIT
           END-IF.
      *-----------------------------------------------------------------
       510-WRITE-AUDIT.
           CALL 'MAINT-AUDIT-LOG' USING WS-AUD-PGM WS-AUD-KEY
               WS-AUD-FIELD WS-AUD-OLD WS-AUD-NEW.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

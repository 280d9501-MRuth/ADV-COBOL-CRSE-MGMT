       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRED-LIMIT-MAINT.
      *-----------------------------------------------------------------
      *SETS THE TERM CREDIT-HOUR MAXIMUM FOR EACH ACADEMIC STANDING -
      *THE LIMIT THE REGISTRATION PROGRAMS ENFORCE ON EVERY ADD. A
      *BLANK STANDING SETS THE DEFAULT USED FOR ANY STANDING WITHOUT
      *ITS OWN LIMIT. CHANGES LEAVE BEFORE/AFTER IMAGES ON THE
      *MAINTENANCE AUDIT LOG
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRED-LIMIT   ASSIGN        TO
                               '../FILES/CRED-LIMIT.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CRL-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY CRED-LIMIT-RECS.
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-STANDING         PIC X.
               88  VALID-STANDING          VALUE ' ' 'G' 'D' 'P' 'S'.
           03  WS-MAX              PIC 99.
           03  WS-OLD-MAX          PIC 99.
           03  WS-CRL-FOUND        PIC X VALUE 'N'.
               88  CRL-FOUND               VALUE 'Y'.
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
           03  LINE 3  COL 28  VALUE 'TERM CREDIT LIMITS'.
       01  SCRN-STANDING.
           03  LINE 5  COL 15  VALUE
                       'STANDING G/D/P/S (BLANK=DEFAULT) : '.
           03          COL 51  PIC X TO WS-STANDING AUTO.
       01  SCRN-CURRENT.
           03  LINE 8  COL 25  VALUE 'MAX ON FILE   : '.
           03          COL 42  PIC 99 FROM CRL-MAX-CREDITS.
       01  SCRN-NONE.
           03  LINE 8  COL 25  VALUE 'NO LIMIT ON FILE'.
       01  SCRN-MAX.
           03  LINE 10 COL 25  VALUE 'MAX CREDITS (0=NONE): '.
           03          COL 48  PIC 99 TO WS-MAX
                                            AUTO REQUIRED.
       01  SCRN-ERR1.
           03  LINE 6  COL 25  VALUE 'NOT A STANDING CODE'.
       01  SCRN-SAVED.
           03  LINE 12 COL 25  VALUE 'LIMIT SAVED'.
       01  SCRN-CONTINUE.
           03  LINE 14 COL 25  VALUE 'ANOTHER? (Y/N)'.
           03          COL 41  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'CRED-LIMIT-MAINT' TO WS-ERR-PGM.
           OPEN I-O CRED-LIMIT.
           MOVE 'CRED-LIMIT' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               MOVE SPACE TO WS-STANDING
               DISPLAY SCRN-STANDING
               ACCEPT  SCRN-STANDING
               MOVE FUNCTION UPPER-CASE(WS-STANDING) TO WS-STANDING

               IF NOT VALID-STANDING
                   DISPLAY SCRN-ERR1
               ELSE
                   PERFORM 100-SHOW-CURRENT
                   DISPLAY SCRN-MAX
                   ACCEPT  SCRN-MAX
                   PERFORM 200-SAVE-LIMIT
                   DISPLAY SCRN-SAVED
               END-IF
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE CRED-LIMIT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-SHOW-CURRENT.
           MOVE 'N' TO WS-CRL-FOUND.
           MOVE 0   TO WS-OLD-MAX.
           MOVE WS-STANDING TO CRL-STANDING.
           READ CRED-LIMIT
               INVALID KEY
                   DISPLAY SCRN-NONE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CRL-FOUND
                   MOVE CRL-MAX-CREDITS TO WS-OLD-MAX
                   DISPLAY SCRN-CURRENT
           END-READ.
      *-----------------------------------------------------------------
       200-SAVE-LIMIT.
           MOVE WS-STANDING TO CRL-STANDING.
           MOVE WS-MAX      TO CRL-MAX-CREDITS.
           IF CRL-FOUND
               REWRITE CRL-REC
           ELSE
               WRITE CRL-REC
           END-IF.
           IF WS-MAX NOT = WS-OLD-MAX OR NOT CRL-FOUND
               PERFORM 500-AUDIT-CHANGE
           END-IF.
      *-----------------------------------------------------------------
      *ONE AUDIT LINE PER LIMIT SET, KEYED BY STANDING
       500-AUDIT-CHANGE.
           MOVE 'CRED-LIMIT-MAIN' TO WS-AUD-PGM.
           MOVE SPACES           TO WS-AUD-KEY.
           IF WS-STANDING = SPACE
               MOVE 'DEFAULT'    TO WS-AUD-KEY
           ELSE
               MOVE WS-STANDING  TO WS-AUD-KEY
           END-IF.
           MOVE 'MAX CREDITS'    TO WS-AUD-FIELD.
           MOVE SPACES           TO WS-AUD-OLD.
           MOVE SPACES           TO WS-AUD-NEW.
           IF CRL-FOUND
               MOVE WS-OLD-MAX   TO WS-AUD-OLD
           END-IF.
           MOVE WS-MAX           TO WS-AUD-NEW.
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

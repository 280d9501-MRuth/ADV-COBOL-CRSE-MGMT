                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRSE-ID
                               FILE STATUS   IS WS-STAT.
           SELECT LETTER-FILE  ASSIGN        TO
                               '../FILES/ENROLLMENT-VERIFICATION.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
       FD  REG-MASTER.
       01  REG-REC.
           03  REG-KEY.
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
       FD  LETTER-FILE.
       01  LETTER-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-LETTER-PRINT.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-TERM-CREDITS     PIC 999 VALUE 0.
           03  WS-CLASS-COUNT      PIC 999 VALUE 0.
           03  WS-STANDING-TXT     PIC X(9).
           03  WS-REL-SEQ          PIC 99.
           03  WS-FER-PGM          PIC X(15) VALUE 'ENROLL-VERIFY'.
           03  WS-COUNT-EDIT       PIC ZZ9.
           03  WS-LX               PIC 99  COMP.
       01  WS-DTL-LN.
           03  WS-STU-ID               PIC 9(7).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
       01  SCRN-ERR2.
           03  LINE 5  COL 1   VALUE
                       'NO REGISTRATIONS ON FILE FOR THIS TERM'.
       01  SCRN-ERR3.
           03  LINE 5  COL 1   VALUE
                       'LETTER NOT PRINTED - NO TEMPLATE OR NO ADDRESS'.
       01  SCRN-DONE.
           03  LINE 5  COL 1   VALUE 'LETTER WRITTEN - STATUS: '.
           03          COL 27  PIC X(9) FROM WS-STANDING-TXT.
               MOVE 'PART-TIME' TO WS-STANDING-TXT
           END-IF.

           PERFORM 300-WRITE-LETTER.
           IF NOT LP-PRINTED
               DISPLAY SCRN-ERR3
               ACCEPT  WS-RESP
               EXIT PROGRAM
           END-IF.

           DISPLAY SCRN-DONE.
           DISPLAY 'WRITTEN TO ../FILES/ENROLLMENT-VERIFICATION.TXT'.
           END-READ.
           ADD WS-CREDIT-DIGIT TO WS-TERM-CREDITS.
      *-----------------------------------------------------------------
      *THE LETTER IS TEMPLATE ENRLVER, PRINTED THROUGH LETTER-PRINT,
      *WHICH SUPPLIES THE LETTERHEAD AND PICKS THE MAILING ADDRESS
       300-WRITE-LETTER.
           INITIALIZE WS-LETTER-PRINT.
           MOVE 'L'       TO WS-LP-FUNCTION.
           MOVE 'ENRLVER' TO WS-LP-CODE.
           MOVE 'M'       TO WS-LP-DELIVERY.
           MOVE WS-STU-ID TO WS-LP-STU-ID.
           MOVE WS-YEAR   TO WS-LP-YEAR.
           MOVE WS-SEM    TO WS-LP-SEM.
           MOVE WS-CLASS-COUNT  TO WS-COUNT-EDIT.
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-LP-INFO-1.
           MOVE WS-TERM-CREDITS TO WS-COUNT-EDIT.
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-LP-INFO-2.
           MOVE WS-STANDING-TXT TO WS-LP-INFO-3.
           CALL 'LETTER-PRINT' USING WS-LETTER-PRINT.

           IF LP-PRINTED
               OPEN EXTEND LETTER-FILE
               PERFORM VARYING WS-LX FROM 1 BY 1
                       UNTIL WS-LX > WS-LP-LINE-COUNT
                   MOVE WS-LP-LINE(WS-LX) TO LETTER-REC
                   WRITE LETTER-REC
               END-PERFORM
               CLOSE LETTER-FILE
           END-IF.

           MOVE 'C' TO WS-LP-FUNCTION.
           CALL 'LETTER-PRINT' USING WS-LETTER-PRINT.
      *-----------------------------------------------------------------

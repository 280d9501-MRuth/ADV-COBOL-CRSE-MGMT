       PROGRAM-ID. INST-LOAD-MAINT.
      *-----------------------------------------------------------------
      *SETS AN INSTRUCTOR'S MAXIMUM SECTIONS PER TERM - THE LIMIT
      *THE SCHEDULE MAINTENANCE SCREENS ENFORCE AT ASSIGNMENT - AND
      *THE PAY TERMS THE FACULTY PAY EXTRACT WORKS FROM
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-INST-ID          PIC 9(4).
           03  WS-MAX              PIC 99.
           03  WS-RANK             PIC XX.
               88  VALID-RANK              VALUE 'AD' 'LE' 'AP'
                                                 'AS' 'PR'.
           03  WS-FT-FLAG          PIC X.
               88  VALID-FT-FLAG           VALUE 'Y' 'N'.
           03  WS-LOAD-HOURS       PIC 99.
           03  WS-IL-FOUND         PIC X VALUE 'N'.
               88  IL-FOUND                VALUE 'Y'.
       01  WS-ERR-FIELDS.
       01  SCRN-CURRENT.
           03  LINE 8  COL 25  VALUE 'MAX ON FILE   : '.
           03          COL 42  PIC 99 FROM IL-MAX-SECTIONS.
           03          COL 46  VALUE 'RANK: '.
           03          COL 52  PIC XX FROM IL-RANK.
           03          COL 56  VALUE 'FT: '.
           03          COL 60  PIC X  FROM IL-FT-FLAG.
           03          COL 63  VALUE 'LOAD HRS: '.
           03          COL 73  PIC Z9 FROM IL-LOAD-HOURS.
       01  SCRN-NONE.
           03  LINE 8  COL 25  VALUE 'NO LIMIT ON FILE'.
       01  SCRN-MAX.
           03  LINE 10 COL 25  VALUE 'MAX SECTIONS (0=NONE): '.
           03          COL 49  PIC 99 TO WS-MAX
                                            AUTO REQUIRED.
       01  SCRN-PAY.
           03  LINE 11 COL 25  VALUE 'RANK (AD LE AP AS PR): '.
           03          COL 49  PIC XX TO WS-RANK
                                            AUTO REQUIRED.
           03  LINE 12 COL 25  VALUE 'FULL TIME (Y/N)      : '.
           03          COL 49  PIC X TO WS-FT-FLAG
                                            AUTO REQUIRED.
           03  LINE 13 COL 25  VALUE 'CONTRACT LOAD HOURS  : '.
           03          COL 49  PIC 99 TO WS-LOAD-HOURS AUTO.
       01  SCRN-PAY-ERR.
           03  LINE 15 COL 25  VALUE
                       'RANK OR FULL-TIME FLAG NOT VALID - NOT SAVED'.
       01  SCRN-ERR1.
           03  LINE 6  COL 25  VALUE 'INSTRUCTOR CANNOT BE FOUND'.
       01  SCRN-SAVED.
           03  LINE 15 COL 25  VALUE 'LIMIT SAVED'.
       01  SCRN-CONTINUE.
           03  LINE 17 COL 25  VALUE 'ANOTHER? (Y/N)'.
           03          COL 41  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
                       PERFORM 100-SHOW-CURRENT
                       DISPLAY SCRN-MAX
                       ACCEPT  SCRN-MAX
                       MOVE ZERO TO WS-LOAD-HOURS
                       DISPLAY SCRN-PAY
                       ACCEPT  SCRN-PAY
                       MOVE FUNCTION UPPER-CASE(WS-RANK) TO WS-RANK
                       MOVE FUNCTION UPPER-CASE(WS-FT-FLAG)
                           TO WS-FT-FLAG
                       IF VALID-RANK AND VALID-FT-FLAG
                           PERFORM 200-SAVE-LIMIT
                           DISPLAY SCRN-SAVED
                       ELSE
                           DISPLAY SCRN-PAY-ERR
                       END-IF
                       DISPLAY SCRN-CONTINUE
                       ACCEPT  SCRN-CONTINUE
               END-READ
       200-SAVE-LIMIT.
           MOVE WS-INST-ID TO IL-INST-ID.
           MOVE WS-MAX     TO IL-MAX-SECTIONS.
           MOVE WS-RANK    TO IL-RANK.
           MOVE WS-FT-FLAG TO IL-FT-FLAG.
           IF IL-FULL-TIME
               MOVE WS-LOAD-HOURS TO IL-LOAD-HOURS
           ELSE
               MOVE ZERO TO IL-LOAD-HOURS
           END-IF.
           IF IL-FOUND
               REWRITE IL-REC
           ELSE

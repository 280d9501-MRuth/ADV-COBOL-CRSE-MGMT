               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-DEPT-NAME        PIC X(30).
           03  WS-DEPT-CHAIR       PIC 9(4).
           03  WS-DEPT-CAMPUS      PIC X(4).
           03  WS-DEPT-MIN-ENRL    PIC 999.
           03  WS-DEPT-HOME-BLD    PIC X(6).
       01  WS-ERR-FIELDS.
           03  WS-ERR-PGM          PIC X(17).
           03  WS-ERR-FILE         PIC X(15).
               05  LINE 9  COL 25  VALUE 'CAMPUS    : '.
               05          COL 38  PIC X(4) TO WS-DEPT-CAMPUS
                                            AUTO.
           03  SCRN-MIN-ENRL.
               05  LINE 10 COL 25  VALUE 'MIN ENROLL: '.
               05          COL 38  PIC ZZ9  TO WS-DEPT-MIN-ENRL
                                            AUTO.
           03  SCRN-HOME-BLD.
               05  LINE 10 COL 45  VALUE 'HOME BLDG: '.
               05          COL 57  PIC X(6) TO WS-DEPT-HOME-BLD
                                            AUTO.
       01  SCRN-CHAIR-NAME.
           03  LINE 8  COL 25  VALUE 'CHAIR     : '.
           03          COL 38  PIC X(22) FROM WS-CHAIR-NAME.
                   MOVE SPACES TO WS-DEPT-NAME
                   MOVE ZERO   TO WS-DEPT-CHAIR
                   MOVE SPACES TO WS-DEPT-CAMPUS
                   MOVE ZERO   TO WS-DEPT-MIN-ENRL
                   MOVE SPACES TO WS-DEPT-HOME-BLD
               NOT INVALID KEY
                   MOVE 'Y'         TO WS-DEPT-FOUND
                   MOVE DEPT-NAME   TO WS-DEPT-NAME
                   MOVE DEPT-CHAIR  TO WS-DEPT-CHAIR
                   MOVE DEPT-CAMPUS TO WS-DEPT-CAMPUS
                   IF DEPT-MIN-ENRL NUMERIC
                       MOVE DEPT-MIN-ENRL TO WS-DEPT-MIN-ENRL
                   ELSE
                       MOVE ZERO TO WS-DEPT-MIN-ENRL
                   END-IF
                   MOVE DEPT-HOME-BLD TO WS-DEPT-HOME-BLD
           END-READ.
      *-----------------------------------------------------------------
       200-ENTER-DATA.
           ACCEPT  SCRN-CAMPUS.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-CAMPUS)
               TO WS-DEPT-CAMPUS.
           DISPLAY SCRN-MIN-ENRL.
           ACCEPT  SCRN-MIN-ENRL.
           DISPLAY SCRN-HOME-BLD.
           ACCEPT  SCRN-HOME-BLD.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-HOME-BLD)
               TO WS-DEPT-HOME-BLD.
      *-----------------------------------------------------------------
      *A VACANT CHAIR IS ENTERED AS 0000
       250-GET-CHAIR.
           MOVE WS-DEPT-NAME   TO DEPT-NAME.
           MOVE WS-DEPT-CHAIR  TO DEPT-CHAIR.
           MOVE WS-DEPT-CAMPUS TO DEPT-CAMPUS.
           MOVE WS-DEPT-MIN-ENRL TO DEPT-MIN-ENRL.
           MOVE WS-DEPT-HOME-BLD TO DEPT-HOME-BLD.
           IF DEPT-FOUND
               REWRITE DEPT-REC
           ELSE

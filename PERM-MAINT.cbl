           03          COL 60  PIC X USING WS-FLAG(15) AUTO.
           03  LINE 12 COL 40  VALUE 'DEGREE PROGRAMS  : '.
           03          COL 60  PIC X USING WS-FLAG(16) AUTO.
           03  LINE 13 COL 40  VALUE 'EMERGENCY ROSTER : '.
           03          COL 60  PIC X USING WS-FLAG(17) AUTO.
           03  LINE 14 COL 40  VALUE 'CONF ADVISE NOTES: '.
           03          COL 60  PIC X USING WS-FLAG(18) AUTO.
           03  LINE 14 COL 5   VALUE 'CONTINUING ED    : '.
           03          COL 25  PIC X USING WS-FLAG(19) AUTO.
           03  LINE 15 COL 5   VALUE 'SENSITIVE DATA   : '.
           03          COL 25  PIC X USING WS-FLAG(20) AUTO.
       01  SCRN-SAVE.
           03  LINE 15 COL 42  VALUE 'SAVE (Y/N)'.
           03          COL 40  PIC X  TO WS-SAVE AUTO.
       01  SCRN-SAVED.
           03  LINE 16 COL 30  VALUE 'PERMISSIONS SAVED'.
       01  SCRN-NOT-SAVED.

               05  INST-PHONE-1  PIC XXX.
               05  INST-PHONE-2  PIC XXX.
               05  INST-PHONE-3  PIC XXXX.
           03  INST-STATUS  PIC X.
               88  INST-SEPARATED         VALUE 'S'.
           03  INST-SEP-DATE  PIC 9(8).
       
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  WS-ZIP-STAT             PIC 99.
       01  WS-INST-STAT            PIC 99.
       01  WS-ADV-NAME             PIC X(22).
       01  WS-ENTERED-ID           PIC 9(7).
       01  WS-XREF-ID              PIC 9(7).
       01  WS-VIEW-PGM             PIC X(15)   VALUE 'STUDENT-INQUIRY'.
       01  WS-DOB-DISP             PIC X(10).
       01  WS-DOB                  PIC 9(8).
       01  WS-DOB-R                REDEFINES WS-DOB.
           03  WS-DOB-YYYY         PIC X(4).
           03  WS-DOB-MM           PIC XX.
           03  WS-DOB-DD           PIC XX.
       01  WS-XREF-FOUND           PIC X.
           88  XREF-FOUND                      VALUE 'Y'.
       01  WS-RESP                 PIC X       VALUE SPACES.
           88  NONE                            VALUE 'N'.
           88  ANOTHER                         VALUE 'Y'.
                                                   'CREDITS EARNED: '.
               05          COL 43      PIC ZZ9     FROM
                                                   STU-CREDITS-EARNED.
               05  LINE 17 COL 50                  VALUE 'DOB: '.
               05          COL 55      PIC X(10)   FROM WS-DOB-DISP.
           03  SCRN-STU-EMAIL.
               05  LINE 19 COL 25                  VALUE
                                                   'STUDENT EMAIL : '.
       01  SCRN-NOT-FOUND.
           03      LINE 11 COL 25                  VALUE
                                       'STUDENT RECORD NOT FOUND!'.
       01  SCRN-MERGED.
           03      LINE 06 COL 25                  VALUE 'ID '.
           03              COL 28      PIC 9(7)    FROM WS-ENTERED-ID.
           03              COL 36                  VALUE
                                       'WAS MERGED - SHOWING SURVIVOR'.
       01  SCRN-CONFIDENTIAL.
           03      LINE 22 COL 25                  VALUE
                   '** CONFIDENTIAL - DIRECTORY INFO WITHHELD **'.
               MOVE SPACES TO WS-RESP
               MOVE SPACES TO STU-REC
               MOVE SPACES TO ZIP-REC
               MOVE SPACES TO WS-DOB-DISP
               PERFORM 100-DISP-SCREEN
               PERFORM 200-GET-STUDENT
           END-PERFORM.
           ACCEPT SCRN-STU-ID.
           
       200-GET-STUDENT.
           MOVE STU-ID TO WS-ENTERED-ID.
           CALL 'STU-XREF-GET' USING WS-ENTERED-ID WS-XREF-ID
               WS-XREF-FOUND.
           MOVE WS-XREF-ID TO STU-ID.
           START STU-MST KEY EQUAL TO STU-ID
               INVALID KEY
                   PERFORM 999-DISP-HEADERS
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   READ STU-MST
                   CALL 'STU-VIEW-LOG' USING WS-VIEW-PGM STU-ID
                   PERFORM 300-GET-CITY-ST
                   PERFORM 350-GET-ADVISOR-NAME
                   PERFORM 370-FORMAT-DOB
                   IF STU-PRIVACY-ON AND NOT SESSION-IS-ADMIN
                       PERFORM 360-SUPPRESS-DIRECTORY
                   END-IF
                   DISPLAY    SCRN-INQUIRE
                   IF XREF-FOUND
                       DISPLAY SCRN-MERGED
                   END-IF
                   IF STU-PRIVACY-ON AND NOT SESSION-IS-ADMIN
                       DISPLAY SCRN-CONFIDENTIAL
                   END-IF
           MOVE SPACES TO ZIP-STATE.
           MOVE SPACES TO ZIP-COUNTY.

      *DATE OF BIRTH IS MASKED UNLESS THE OPERATOR IS CLEARED FOR
      *SENSITIVE DATA
       370-FORMAT-DOB.
           MOVE SPACES TO WS-DOB-DISP.
           IF STU-DOB NUMERIC AND STU-DOB NOT = ZERO
               IF SESSION-SEES-SENSITIVE
                   MOVE STU-DOB TO WS-DOB
                   STRING WS-DOB-MM   DELIMITED BY SIZE
                          '/'         DELIMITED BY SIZE
                          WS-DOB-DD   DELIMITED BY SIZE
                          '/'         DELIMITED BY SIZE
                          WS-DOB-YYYY DELIMITED BY SIZE
                          INTO WS-DOB-DISP
               ELSE
                   MOVE '**/**/****' TO WS-DOB-DISP
               END-IF
           END-IF.

       400-DISPLAY.
           DISPLAY SCRN-INQUIRE.
           DISPLAY SCRN-ANOTHER.

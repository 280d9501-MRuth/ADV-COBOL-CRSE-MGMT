                               ALTERNATE KEY IS INST-NAME
                               FILE STATUS   IS WS-STAT.

           SELECT DEMO-MASTER  ASSIGN      TO
                               '../FILES/DEMO-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DEMO-KEY
                               FILE STATUS   IS WS-DEMO-STAT.

           SELECT EMRG-MASTER  ASSIGN      TO
                               '../FILES/EMRG-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS EC-KEY
                               FILE STATUS   IS WS-EMRG-STAT.

           SELECT SYS-WARN-LOG ASSIGN      TO
                               '../FILES/SYSTEM-WARNINGS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
       COPY MST-CTRL-LIST-RECS.
       COPY ZIP-MST-DEF.
       COPY MAJOR-MASTER-RECS.
       COPY DEMO-MASTER-RECS.
       COPY EMRG-MASTER-RECS.
       FD  INST-MASTER.
       01  INST-REC.
           03  INST-ID    PIC 9999.
               05  INST-PHONE-1  PIC XXX.
               05  INST-PHONE-2  PIC XXX.
               05  INST-PHONE-3  PIC XXXX.
           03  INST-STATUS  PIC X.
               88  INST-SEPARATED         VALUE 'S'.
           03  INST-SEP-DATE  PIC 9(8).
       FD  SYS-WARN-LOG.
       01  WARN-REC                PIC X(80).
       
       01  WS-STAT                 PIC 99.
       01  WS-MST-REC-KEY          PIC 99.
       01  WS-ZIP-STAT             PIC 99.
       01  WS-DEMO-STAT            PIC 99.
       01  WS-EMRG-STAT            PIC 99.
       01  WS-EMRG-AVAIL           PIC X       VALUE 'N'.
           88  EMRG-AVAIL                      VALUE 'Y'.
       01  WS-EOF                  PIC X       VALUE 'N'.
           88  EOF                             VALUE 'Y'.
       01  WS-SAVE                 PIC X       VALUE SPACES.
               88  ADD-ANYWAY                  VALUE 'Y' 'y'.
           03  WS-DUP-NAME          PIC X(30).
       01  WS-TODAY-YMD             PIC 9(6).
       01  WS-SEP-TODAY             PIC 9(8).
       01  WS-ID-WARN-THRESHOLD     PIC 9(7)    VALUE 9999000.
       01  WS-WARN-LN.
           03  WS-WARN-DATE            PIC X(8).
           03  WS-WARN-ID              PIC 9(7).

       01  WS-ADDR-SEL             PIC X   VALUE 'N'.
       01  WS-DEMO-LN.
           03  WS-DEMO-SEX         PIC X.
           03  WS-DEMO-ETHNIC      PIC X.
           03  WS-DEMO-TYPE        PIC X.
           03  WS-DEMO-YEAR        PIC 9999.
           03  WS-DEMO-SEM         PIC 99.
           03  WS-DEMO-SEEK        PIC X.
           03  WS-DEMO-OK          PIC X   VALUE 'N'.
               88  DEMO-OK                 VALUE 'Y'.
       01  WS-EMRG-LN.
           03  WS-EMRG-NAME        PIC X(25).
           03  WS-EMRG-RELATION    PIC X(12).
           03  WS-EMRG-PHONE-PRI   PIC X(10).
           03  WS-EMRG-PHONE-ALT   PIC X(10).
           03  WS-EMRG-OK          PIC X   VALUE 'N'.
               88  EMRG-OK                 VALUE 'Y'.
       SCREEN SECTION.
       01  SCRN-ADDR-OFFER.
           03  LINE 23 COL 25  VALUE 'MAINTAIN ADDRESSES? (Y/N)'.
           03          COL 52  PIC X TO WS-ADDR-SEL.
       01  SCRN-DEMO.
           03  LINE 09 COL 20  VALUE 'DEMOGRAPHICS'.
           03  LINE 10 COL 20  VALUE 'SEX (M/F/U)            : '.
           03          COL 45  PIC X    USING WS-DEMO-SEX
                                        AUTO REQUIRED.
           03  LINE 11 COL 20  VALUE 'RACE/ETHNICITY (NHIABPWTU): '.
           03          COL 49  PIC X    USING WS-DEMO-ETHNIC
                                        AUTO REQUIRED.
           03  LINE 12 COL 20  VALUE 'ENTRY TYPE (F/T/C)     : '.
           03          COL 45  PIC X    USING WS-DEMO-TYPE
                                        AUTO REQUIRED.
           03  LINE 13 COL 20  VALUE 'ENTRY YEAR / SEMESTER  : '.
           03          COL 45  PIC 9999 USING WS-DEMO-YEAR
                                        AUTO REQUIRED FULL.
           03          COL 50  PIC 99   USING WS-DEMO-SEM
                                        AUTO REQUIRED.
           03  LINE 14 COL 20  VALUE 'DEGREE SEEKING (Y/N)   : '.
           03          COL 45  PIC X    USING WS-DEMO-SEEK
                                        AUTO REQUIRED.
       01  SCRN-EMRG.
           03  LINE 16 COL 20  VALUE
                       'EMERGENCY CONTACT (BLANK NAME TO SKIP)'.
           03  LINE 17 COL 20  VALUE 'NAME     : '.
           03          COL 31  PIC X(25) USING WS-EMRG-NAME AUTO.
           03  LINE 18 COL 20  VALUE 'RELATION : '.
           03          COL 31  PIC X(12) USING WS-EMRG-RELATION AUTO.
           03  LINE 19 COL 20  VALUE 'PHONE    : '.
           03          COL 31  PIC X(10) USING WS-EMRG-PHONE-PRI AUTO.
           03          COL 43  VALUE 'ALT: '.
           03          COL 48  PIC X(10) USING WS-EMRG-PHONE-ALT AUTO.
       01  SCRN-EMRG-ERR.
           03  LINE 20 COL 20  VALUE
                               'A PHONE IS REQUIRED WITH THE NAME'.
       01  SCRN-DEMO-ERR.
           03  LINE 15 COL 20  VALUE
                               'INVALID CODE OR ENTRY TERM - RE-ENTER'.
       COPY SCR-HEADER.
       
       01  HEADER-2.
       01  SCRN-ADVISOR-ERR.
           03  LINE 20         COL 30  VALUE
                                       'ADVISOR ID NOT ON FILE'.
       01  SCRN-ADVISOR-SEP.
           03  LINE 20         COL 30  VALUE
                                       'ADVISOR HAS SEPARATED '.
       01  SCRN-DUP-WARN.
           03  LINE 21         COL 2   VALUE
               'POSSIBLE DUPLICATE OF STUDENT: '.
           OPEN INPUT ZIP-MST.
           OPEN INPUT MAJOR-MASTER.
           OPEN INPUT INST-MASTER.
           OPEN I-O DEMO-MASTER.
           MOVE 'N' TO WS-EMRG-AVAIL.
           OPEN I-O EMRG-MASTER.
           IF WS-EMRG-STAT = ZERO
               MOVE 'Y' TO WS-EMRG-AVAIL
           END-IF.
           OPEN EXTEND SYS-WARN-LOG.
           
           MOVE SPACES TO WS-ANOTHER.
                   ZIP-MST,
                   MAJOR-MASTER,
                   INST-MASTER,
                   DEMO-MASTER,
                   EMRG-MASTER,
                   SYS-WARN-LOG.
           
           EXIT PROGRAM.
                   ADD 1 TO WS-STU-ID
                   PERFORM 999-DISP-HEADERS
                   DISPLAY SCRN-WRITE-SUC
                   PERFORM 350-ADD-DEMO
                   PERFORM 360-ADD-EMRG
                   MOVE 'N' TO WS-ADDR-SEL
                   DISPLAY SCRN-ADDR-OFFER
                   ACCEPT  SCRN-ADDR-OFFER
                   END-IF
           END-WRITE.
           
      *EVERY NEW STUDENT GETS A DEMOGRAPHICS RECORD FOR THE IPEDS
      *REPORTS - UNKNOWNS ARE KEYED AS U, AND DEMO-MAINT CORRECTS THEM
       350-ADD-DEMO.
           MOVE 'U'  TO WS-DEMO-SEX.
           MOVE 'U'  TO WS-DEMO-ETHNIC.
           MOVE 'F'  TO WS-DEMO-TYPE.
           MOVE ZERO TO WS-DEMO-YEAR.
           MOVE ZERO TO WS-DEMO-SEM.
           MOVE 'Y'  TO WS-DEMO-SEEK.
           MOVE 'N'  TO WS-DEMO-OK.
           PERFORM UNTIL DEMO-OK
               DISPLAY SCRN-DEMO
               ACCEPT  SCRN-DEMO
               MOVE FUNCTION UPPER-CASE(WS-DEMO-SEX)    TO DEMO-SEX
               MOVE FUNCTION UPPER-CASE(WS-DEMO-ETHNIC) TO DEMO-ETHNIC
               MOVE FUNCTION UPPER-CASE(WS-DEMO-TYPE)
                   TO DEMO-ENTRY-TYPE
               MOVE FUNCTION UPPER-CASE(WS-DEMO-SEEK)   TO DEMO-DEG-SEEK
               IF DEMO-SEX-VALID AND DEMO-ETHNIC-VALID
                   AND DEMO-TYPE-VALID AND DEMO-DEG-SEEK-VALID
                   AND WS-DEMO-YEAR >= 1900
                   AND WS-DEMO-SEM NOT = ZERO
                   MOVE 'Y' TO WS-DEMO-OK
               ELSE
                   DISPLAY SCRN-DEMO-ERR
               END-IF
           END-PERFORM.
           MOVE STU-ID       TO DEMO-STU-ID.
           MOVE WS-DEMO-YEAR TO DEMO-ENTRY-YEAR.
           MOVE WS-DEMO-SEM  TO DEMO-ENTRY-SEM.
           MOVE STU-STATUS-DATE TO DEMO-UPD-DATE.
           WRITE DEMO-REC
               INVALID KEY
                   REWRITE DEMO-REC
           END-WRITE.

      *THE FIRST EMERGENCY CONTACT IS TAKEN AT ADMISSION AS PRIORITY
      *1 - EMRG-MAINT ADDS THE OTHERS
       360-ADD-EMRG.
           IF NOT EMRG-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EMRG-LN.
           MOVE 'N' TO WS-EMRG-OK.
           PERFORM UNTIL EMRG-OK
               DISPLAY SCRN-EMRG
               ACCEPT  SCRN-EMRG
               IF WS-EMRG-NAME NOT = SPACES
                   AND WS-EMRG-PHONE-PRI = SPACES
                   DISPLAY SCRN-EMRG-ERR
               ELSE
                   MOVE 'Y' TO WS-EMRG-OK
               END-IF
           END-PERFORM.
           IF WS-EMRG-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES            TO EC-REC.
           MOVE STU-ID            TO EC-STU-ID.
           MOVE 1                 TO EC-PRIORITY.
           MOVE WS-EMRG-NAME      TO EC-NAME.
           MOVE WS-EMRG-RELATION  TO EC-RELATION.
           MOVE WS-EMRG-PHONE-PRI TO EC-PHONE-PRI.
           MOVE WS-EMRG-PHONE-ALT TO EC-PHONE-ALT.
           MOVE FUNCTION UPPER-CASE(EC-REC) TO EC-REC.
           MOVE STU-STATUS-DATE   TO EC-UPD-DATE.
           WRITE EC-REC
               INVALID KEY
                   REWRITE EC-REC
           END-WRITE.

       400-GET-CITY-ST.
       MOVE WS-STU-ZIP TO ZIP-KEY.
       MOVE 'N' TO WS-ZIP-VALID.
                           DISPLAY SCRN-ADVISOR-ERR
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ADVISOR-OK
                           PERFORM 465-CHECK-ADV-SEP
                   END-READ
               END-IF
           END-PERFORM.

      *NO NEW ADVISEES FOR AN INSTRUCTOR PAST THEIR SEPARATION DATE
       465-CHECK-ADV-SEP.
           IF INST-SEPARATED AND INST-SEP-DATE NUMERIC
               ACCEPT WS-DATE FROM DATE
               MOVE WS-DATE TO WS-TODAY-YMD
               COMPUTE WS-SEP-TODAY = 20000000 + WS-TODAY-YMD
               IF INST-SEP-DATE NOT > WS-SEP-TODAY
                   DISPLAY SCRN-ADVISOR-SEP
                   MOVE 'N' TO WS-ADVISOR-OK
               END-IF
           END-IF.

       999-DISP-HEADERS.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME FROM TIME.

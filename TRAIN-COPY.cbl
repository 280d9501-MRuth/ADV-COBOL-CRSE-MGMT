       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAIN-COPY.
      *-----------------------------------------------------------------
      *BUILDS A DE-IDENTIFIED COPY OF THE PRODUCTION DATA FILES FOR
      *OPERATOR TRAINING AND FOR TESTING FIXES. EVERY DATA FILE IS
      *COPIED FROM ../FILES TO ../TRAINING/FILES, SO THE SYSTEM RUN
      *FROM A DIRECTORY BESIDE TRAINING/FILES WORKS ON THE COPY. THE
      *IDENTIFYING FIELDS IN THE COPY ARE THEN REPLACED WITH FAKE
      *VALUES WORKED OUT FROM THE RECORD'S ID, SO A STUDENT GETS THE
      *SAME FAKE NAME, STREET, PHONE AND EMAIL IN EVERY FILE:
      *  STUDENT-MASTER  NAME, STREET, PHONE, EMAIL, PIN, BIRTH MONTH
      *                  AND DAY (THE BIRTH YEAR IS KEPT FOR AGE
      *                  REPORTING)
      *  ADDR-MASTER     STREET          CLH-MASTER      STREET
      *  NAME-HISTORY    PRIOR NAMES     EMRG-MASTER     NAME, PHONES
      *  FERPA-MASTER    PARTY NAME      CE-PARTICIPANT  NAME, CONTACT
      *  INSTR-MASTER    NAME, PHONE     INST-CRED       PIN
      *  VISA-MASTER     DOCUMENT NO     EVENT-MASTER    CONTACT, PHONE
      *A PIN THAT WAS SET BECOMES THE LAST FOUR DIGITS OF THE ID. IDS,
      *KEYS AND EVERYTHING ELSE ARE LEFT ALONE SO THE FILES STILL JOIN.
      *OPERATOR-MASTER IS REPLACED BY THE TRAINING ACCOUNTS (PASSWORD
      *TRAINING). THE TEXT LOGS ARE NOT COPIED - TRAINING STARTS WITH
      *EMPTY LOGS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MST      ASSIGN DYNAMIC WS-TR-STU-NAME
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS DYNAMIC
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT ADDR-MASTER  ASSIGN DYNAMIC WS-TR-NAME
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT NAME-HISTORY ASSIGN DYNAMIC WS-TR-NAME
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS NH-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT EMRG-MASTER  ASSIGN DYNAMIC WS-TR-NAME
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EC-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT FERPA-MASTER ASSIGN DYNAMIC WS-TR-NAME
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS FER-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT CE-PARTICIPANT ASSIGN DYNAMIC WS-TR-NAME
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CEP-ID
                               FILE STATUS   IS WS-STAT.
           SELECT CLH-MASTER   ASSIGN DYNAMIC WS-TR-NAME
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CLH-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT INSTR-MASTER ASSIGN DYNAMIC WS-TR-NAME
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS INSTR-ID
                               ALTERNATE KEY IS INSTR-NAME
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT INST-CRED    ASSIGN DYNAMIC WS-TR-NAME
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS IC-INST-ID
                               FILE STATUS   IS WS-STAT.
           SELECT VISA-MASTER  ASSIGN DYNAMIC WS-TR-NAME
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS VISA-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT EVENT-MASTER ASSIGN DYNAMIC WS-TR-NAME
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EVT-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT OPERATOR-MASTER ASSIGN DYNAMIC WS-TR-NAME
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS OPER-ID
                               FILE STATUS   IS WS-STAT.
           SELECT RPT-FILE     ASSIGN        TO
                               '../FILES/TRAIN-COPY-REPORT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
       COPY ADDR-MASTER-RECS.
       COPY NAME-HIST-RECS.
       COPY EMRG-MASTER-RECS.
       COPY FERPA-RECS.
       COPY CE-PART-RECS.
       COPY CLH-MASTER-RECS.
       COPY INST-CRED-RECS.
       COPY VISA-MASTER-RECS.
       COPY EVENT-RECS.
       COPY OPERATOR-MASTER-RECS.
       FD  INSTR-MASTER.
       01  INSTR-REC.
           03  INSTR-ID    PIC 9999.
           03  INSTR-NAME  PIC X(22).
           03  INSTR-DEPT    PIC X(4).
           03  INSTR-OFFICE  PIC X(11).
           03  INSTR-PHONE.
               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       FD  RPT-FILE.
       01  RPT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-RESP             PIC X   VALUE 'N'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-FILE-IX          PIC 999.
           03  WS-FILE-TAG         PIC X(20).
           03  WS-SRC-NAME         PIC X(60).
           03  WS-TR-NAME          PIC X(60).
           03  WS-TR-STU-NAME      PIC X(60).
           03  WS-DIR-NAME         PIC X(60).
           03  WS-CALL-STATUS      PIC 9(4) COMP.
           03  WS-COPY-COUNT       PIC 999 VALUE 0.
           03  WS-MISS-COUNT       PIC 999 VALUE 0.
           03  WS-SCRAM-COUNT      PIC 9(7).
           03  WS-FAIL-COUNT       PIC 9(7).
           03  WS-TOT-SCRAM        PIC 9(8) VALUE 0.
           03  WS-STU-OPEN         PIC X   VALUE 'N'.
               88  STU-OPEN                VALUE 'Y'.
           03  WS-OPER-IX          PIC 9.
           03  WS-TRAIN-PASSWORD   PIC X(8) VALUE 'TRAINING'.
           03  WS-PWD-HASH         PIC X(8).
      *FAKE VALUES FOR ONE PERSON, WORKED OUT FROM WS-FAKE-ID
       01  WS-FAKE-FIELDS.
           03  WS-FAKE-ID          PIC 9(7).
           03  WS-FAKE-ID-X REDEFINES WS-FAKE-ID
                                   PIC X(7).
           03  WS-FAKE-WORK        PIC 9(7).
           03  WS-SUR-IX           PIC 99.
           03  WS-GIV-IX           PIC 99.
           03  WS-STR-IX           PIC 99.
           03  WS-HOUSE-NO         PIC 9(4).
           03  WS-FAKE-L-NAME      PIC X(15).
           03  WS-FAKE-F-NAME      PIC X(15).
           03  WS-FAKE-FULL        PIC X(25).
           03  WS-FAKE-STREET      PIC X(25).
           03  WS-FAKE-PHONE       PIC X(10).
           03  WS-FAKE-EMAIL       PIC X(30).
           03  WS-FAKE-MMDD        PIC 9(4).
       01  WS-FILE-VALUES.
           03  FILLER PIC X(20) VALUE 'ADDR-MASTER'.
           03  FILLER PIC X(20) VALUE 'ADVNOTE-MASTER'.
           03  FILLER PIC X(20) VALUE 'AID-MASTER'.
           03  FILLER PIC X(20) VALUE 'APPEAL-MASTER'.
           03  FILLER PIC X(20) VALUE 'ARTIC-MASTER'.
           03  FILLER PIC X(20) VALUE 'ATHL-MASTER'.
           03  FILLER PIC X(20) VALUE 'ATT-SUMMARY'.
           03  FILLER PIC X(20) VALUE 'ATTEND-HISTORY'.
           03  FILLER PIC X(20) VALUE 'ATTEND-MASTER'.
           03  FILLER PIC X(20) VALUE 'BILL-MASTER'.
           03  FILLER PIC X(20) VALUE 'BUCKET-MASTER'.
           03  FILLER PIC X(20) VALUE 'BUILDING-MASTER'.
           03  FILLER PIC X(20) VALUE 'CATYR-MASTER'.
           03  FILLER PIC X(20) VALUE 'CE-COURSE'.
           03  FILLER PIC X(20) VALUE 'CE-ENROLL'.
           03  FILLER PIC X(20) VALUE 'CE-PARTICIPANT'.
           03  FILLER PIC X(20) VALUE 'CE-SECTION'.
           03  FILLER PIC X(20) VALUE 'CENSUS-MASTER'.
           03  FILLER PIC X(20) VALUE 'CHECK-REFUSE'.
           03  FILLER PIC X(20) VALUE 'CLASS-DATES'.
           03  FILLER PIC X(20) VALUE 'CLH-MASTER'.
           03  FILLER PIC X(20) VALUE 'COLL-MASTER'.
           03  FILLER PIC X(20) VALUE 'COURSE-MASTER-SORT'.
           03  FILLER PIC X(20) VALUE 'COURSE-VERSION'.
           03  FILLER PIC X(20) VALUE 'CRED-LIMIT'.
           03  FILLER PIC X(20) VALUE 'CRN-CTRL'.
           03  FILLER PIC X(20) VALUE 'CRSE-ATTR'.
           03  FILLER PIC X(20) VALUE 'CRSE-COREQ'.
           03  FILLER PIC X(20) VALUE 'CRSE-DESC'.
           03  FILLER PIC X(20) VALUE 'CRSE-FEE'.
           03  FILLER PIC X(20) VALUE 'CRSE-PLACE'.
           03  FILLER PIC X(20) VALUE 'CURR-PROPOSAL'.
           03  FILLER PIC X(20) VALUE 'DEGX-MASTER'.
           03  FILLER PIC X(20) VALUE 'DEMO-MASTER'.
           03  FILLER PIC X(20) VALUE 'DEPT-MASTER'.
           03  FILLER PIC X(20) VALUE 'EMRG-MASTER'.
           03  FILLER PIC X(20) VALUE 'EVAL-QUEST'.
           03  FILLER PIC X(20) VALUE 'EVAL-RESP'.
           03  FILLER PIC X(20) VALUE 'EVAL-TOKEN'.
           03  FILLER PIC X(20) VALUE 'EVENT-MASTER'.
           03  FILLER PIC X(20) VALUE 'FEE-ASSESS'.
           03  FILLER PIC X(20) VALUE 'FEE-RULE'.
           03  FILLER PIC X(20) VALUE 'FERPA-MASTER'.
           03  FILLER PIC X(20) VALUE 'GL-MAP'.
           03  FILLER PIC X(20) VALUE 'GRAD-MASTER'.
           03  FILLER PIC X(20) VALUE 'HOLD-MASTER'.
           03  FILLER PIC X(20) VALUE 'HOLIDAY-MASTER'.
           03  FILLER PIC X(20) VALUE 'INST-CRED'.
           03  FILLER PIC X(20) VALUE 'INST-LOAD'.
           03  FILLER PIC X(20) VALUE 'INST-QUAL'.
           03  FILLER PIC X(20) VALUE 'INSTR-MASTER'.
           03  FILLER PIC X(20) VALUE 'JOB-STATUS'.
           03  FILLER PIC X(20) VALUE 'LEDGER-MASTER'.
           03  FILLER PIC X(20) VALUE 'LOA-MASTER'.
           03  FILLER PIC X(20) VALUE 'MAJOR-MASTER'.
           03  FILLER PIC X(20) VALUE 'MAJOR-VERSION'.
           03  FILLER PIC X(20) VALUE 'MEET-MASTER'.
           03  FILLER PIC X(20) VALUE 'NAME-HISTORY'.
           03  FILLER PIC X(20) VALUE 'OPERATOR-MASTER'.
           03  FILLER PIC X(20) VALUE 'OUT-CATALOG'.
           03  FILLER PIC X(20) VALUE 'OUTAGE-MASTER'.
           03  FILLER PIC X(20) VALUE 'OVLD-MASTER'.
           03  FILLER PIC X(20) VALUE 'OVR-MASTER'.
           03  FILLER PIC X(20) VALUE 'PAY-RATE'.
           03  FILLER PIC X(20) VALUE 'PAY-SUSPENSE'.
           03  FILLER PIC X(20) VALUE 'PEND-REG'.
           03  FILLER PIC X(20) VALUE 'PERM-MASTER'.
           03  FILLER PIC X(20) VALUE 'PLAN-MASTER'.
           03  FILLER PIC X(20) VALUE 'PTRM-MASTER'.
           03  FILLER PIC X(20) VALUE 'RATE-SCHEDULE'.
           03  FILLER PIC X(20) VALUE 'REFUND-PREF'.
           03  FILLER PIC X(20) VALUE 'REG-BASIS'.
           03  FILLER PIC X(20) VALUE 'REG-FLASH'.
           03  FILLER PIC X(20) VALUE 'REGISTER-HISTORY'.
           03  FILLER PIC X(20) VALUE 'REGISTER-MASTER'.
           03  FILLER PIC X(20) VALUE 'RES-MASTER'.
           03  FILLER PIC X(20) VALUE 'RETAIN-RULE'.
           03  FILLER PIC X(20) VALUE 'RISK-MASTER'.
           03  FILLER PIC X(20) VALUE 'RISK-PARM'.
           03  FILLER PIC X(20) VALUE 'ROOM-PROPOSAL'.
           03  FILLER PIC X(20) VALUE 'RSV-SEAT'.
           03  FILLER PIC X(20) VALUE 'SAP-HISTORY'.
           03  FILLER PIC X(20) VALUE 'SCHEDULE-MASTER'.
           03  FILLER PIC X(20) VALUE 'SECT-RESTR'.
           03  FILLER PIC X(20) VALUE 'SECT-REVIEW'.
           03  FILLER PIC X(20) VALUE 'SPONSOR-MASTER'.
           03  FILLER PIC X(20) VALUE 'SPONSOR-STU'.
           03  FILLER PIC X(20) VALUE 'STU-PROG'.
           03  FILLER PIC X(20) VALUE 'STU-XREF'.
           03  FILLER PIC X(20) VALUE 'STUDENT-MASTER'.
           03  FILLER PIC X(20) VALUE 'SUBST-MASTER'.
           03  FILLER PIC X(20) VALUE 'TERM-GPA'.
           03  FILLER PIC X(20) VALUE 'TERM-MASTER'.
           03  FILLER PIC X(20) VALUE 'TEST-SCORE'.
           03  FILLER PIC X(20) VALUE 'TICKET-MASTER'.
           03  FILLER PIC X(20) VALUE 'TRREQ-MASTER'.
           03  FILLER PIC X(20) VALUE 'VA-CERT-HIST'.
           03  FILLER PIC X(20) VALUE 'VET-MASTER'.
           03  FILLER PIC X(20) VALUE 'VISA-MASTER'.
           03  FILLER PIC X(20) VALUE 'WAITLIST-MASTER'.
           03  FILLER PIC X(20) VALUE 'WAIVER-MASTER'.
           03  FILLER PIC X(20) VALUE 'WAIVER-STU'.
           03  FILLER PIC X(20) VALUE 'XFER-MASTER'.
           03  FILLER PIC X(20) VALUE 'ZIPMASTER'.
       01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
           03  WS-FILE-NAME        OCCURS 104 TIMES PIC X(20).
       01  WS-FILE-COUNT           PIC 999 VALUE 104.
       01  WS-SURNAME-VALUES.
           03  FILLER PIC X(10) VALUE 'ANDERSON'.
           03  FILLER PIC X(10) VALUE 'BAKER'.
           03  FILLER PIC X(10) VALUE 'CARTER'.
           03  FILLER PIC X(10) VALUE 'DAVIS'.
           03  FILLER PIC X(10) VALUE 'EVANS'.
           03  FILLER PIC X(10) VALUE 'FOSTER'.
           03  FILLER PIC X(10) VALUE 'GARCIA'.
           03  FILLER PIC X(10) VALUE 'HARRIS'.
           03  FILLER PIC X(10) VALUE 'IRWIN'.
           03  FILLER PIC X(10) VALUE 'JACKSON'.
           03  FILLER PIC X(10) VALUE 'KELLER'.
           03  FILLER PIC X(10) VALUE 'LOPEZ'.
           03  FILLER PIC X(10) VALUE 'MITCHELL'.
           03  FILLER PIC X(10) VALUE 'NELSON'.
           03  FILLER PIC X(10) VALUE 'OWENS'.
           03  FILLER PIC X(10) VALUE 'PARKER'.
           03  FILLER PIC X(10) VALUE 'QUINN'.
           03  FILLER PIC X(10) VALUE 'REYES'.
           03  FILLER PIC X(10) VALUE 'SULLIVAN'.
           03  FILLER PIC X(10) VALUE 'TURNER'.
           03  FILLER PIC X(10) VALUE 'UNDERWOOD'.
           03  FILLER PIC X(10) VALUE 'VAUGHN'.
           03  FILLER PIC X(10) VALUE 'WALKER'.
           03  FILLER PIC X(10) VALUE 'YOUNG'.
           03  FILLER PIC X(10) VALUE 'ZIMMERMAN'.
           03  FILLER PIC X(10) VALUE 'BROOKS'.
           03  FILLER PIC X(10) VALUE 'COLLINS'.
           03  FILLER PIC X(10) VALUE 'DIAZ'.
           03  FILLER PIC X(10) VALUE 'ELLIS'.
           03  FILLER PIC X(10) VALUE 'FLEMING'.
           03  FILLER PIC X(10) VALUE 'GRAHAM'.
           03  FILLER PIC X(10) VALUE 'HOLLAND'.
           03  FILLER PIC X(10) VALUE 'JENKINS'.
           03  FILLER PIC X(10) VALUE 'LAWSON'.
           03  FILLER PIC X(10) VALUE 'MORGAN'.
           03  FILLER PIC X(10) VALUE 'PRICE'.
           03  FILLER PIC X(10) VALUE 'RAMSEY'.
           03  FILLER PIC X(10) VALUE 'STEWART'.
           03  FILLER PIC X(10) VALUE 'THORNTON'.
           03  FILLER PIC X(10) VALUE 'WEBSTER'.
       01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
           03  WS-SURNAME          OCCURS 40 TIMES PIC X(10).
       01  WS-GIVEN-VALUES.
           03  FILLER PIC X(7) VALUE 'ALEX'.
           03  FILLER PIC X(7) VALUE 'BAILEY'.
           03  FILLER PIC X(7) VALUE 'CAMERON'.
           03  FILLER PIC X(7) VALUE 'DANA'.
           03  FILLER PIC X(7) VALUE 'ELLIOT'.
           03  FILLER PIC X(7) VALUE 'FRANCIS'.
           03  FILLER PIC X(7) VALUE 'GALE'.
           03  FILLER PIC X(7) VALUE 'HAYDEN'.
           03  FILLER PIC X(7) VALUE 'IAN'.
           03  FILLER PIC X(7) VALUE 'JORDAN'.
           03  FILLER PIC X(7) VALUE 'KELLY'.
           03  FILLER PIC X(7) VALUE 'LEE'.
           03  FILLER PIC X(7) VALUE 'MORGAN'.
           03  FILLER PIC X(7) VALUE 'NOEL'.
           03  FILLER PIC X(7) VALUE 'OAKLEY'.
           03  FILLER PIC X(7) VALUE 'PAT'.
           03  FILLER PIC X(7) VALUE 'QUINCY'.
           03  FILLER PIC X(7) VALUE 'RILEY'.
           03  FILLER PIC X(7) VALUE 'SAM'.
           03  FILLER PIC X(7) VALUE 'TAYLOR'.
           03  FILLER PIC X(7) VALUE 'VAL'.
           03  FILLER PIC X(7) VALUE 'WYNN'.
           03  FILLER PIC X(7) VALUE 'AVERY'.
           03  FILLER PIC X(7) VALUE 'BLAIR'.
           03  FILLER PIC X(7) VALUE 'CASEY'.
           03  FILLER PIC X(7) VALUE 'DREW'.
           03  FILLER PIC X(7) VALUE 'EMERSON'.
           03  FILLER PIC X(7) VALUE 'FINLEY'.
           03  FILLER PIC X(7) VALUE 'GRAY'.
           03  FILLER PIC X(7) VALUE 'HARPER'.
           03  FILLER PIC X(7) VALUE 'JESSE'.
           03  FILLER PIC X(7) VALUE 'KENDALL'.
           03  FILLER PIC X(7) VALUE 'LOGAN'.
           03  FILLER PIC X(7) VALUE 'MARLOW'.
           03  FILLER PIC X(7) VALUE 'PARKER'.
           03  FILLER PIC X(7) VALUE 'REESE'.
           03  FILLER PIC X(7) VALUE 'SHAY'.
           03  FILLER PIC X(7) VALUE 'TERRY'.
           03  FILLER PIC X(7) VALUE 'ROWAN'.
           03  FILLER PIC X(7) VALUE 'JAMIE'.
       01  WS-GIVEN-TABLE REDEFINES WS-GIVEN-VALUES.
           03  WS-GIVEN            OCCURS 40 TIMES PIC X(7).
       01  WS-STREET-VALUES.
           03  FILLER PIC X(14) VALUE 'OAK ST'.
           03  FILLER PIC X(14) VALUE 'MAPLE AVE'.
           03  FILLER PIC X(14) VALUE 'CEDAR LN'.
           03  FILLER PIC X(14) VALUE 'ELM ST'.
           03  FILLER PIC X(14) VALUE 'PINE RD'.
           03  FILLER PIC X(14) VALUE 'BIRCH DR'.
           03  FILLER PIC X(14) VALUE 'WALNUT ST'.
           03  FILLER PIC X(14) VALUE 'CHESTNUT AVE'.
           03  FILLER PIC X(14) VALUE 'SPRUCE CT'.
           03  FILLER PIC X(14) VALUE 'WILLOW WAY'.
           03  FILLER PIC X(14) VALUE 'ASH ST'.
           03  FILLER PIC X(14) VALUE 'HICKORY RD'.
           03  FILLER PIC X(14) VALUE 'POPLAR LN'.
           03  FILLER PIC X(14) VALUE 'SYCAMORE DR'.
           03  FILLER PIC X(14) VALUE 'LAUREL ST'.
           03  FILLER PIC X(14) VALUE 'MAGNOLIA AVE'.
           03  FILLER PIC X(14) VALUE 'HOLLY CT'.
           03  FILLER PIC X(14) VALUE 'LINDEN WAY'.
           03  FILLER PIC X(14) VALUE 'ALDER RD'.
           03  FILLER PIC X(14) VALUE 'JUNIPER LN'.
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           03  WS-STREET-NAME      OCCURS 20 TIMES PIC X(14).
      *TRAINING ACCOUNTS - ONE ADMINISTRATOR AND FIVE STAFF
       01  WS-OPER-VALUES.
           03  FILLER PIC X(9) VALUE 'TRAINADMA'.
           03  FILLER PIC X(9) VALUE 'TRAIN01 S'.
           03  FILLER PIC X(9) VALUE 'TRAIN02 S'.
           03  FILLER PIC X(9) VALUE 'TRAIN03 S'.
           03  FILLER PIC X(9) VALUE 'TRAIN04 S'.
           03  FILLER PIC X(9) VALUE 'TRAIN05 S'.
       01  WS-OPER-TABLE REDEFINES WS-OPER-VALUES.
           03  WS-TRAIN-OPER       OCCURS 6 TIMES.
               05  WS-TRAIN-ID     PIC X(8).
               05  WS-TRAIN-ROLE   PIC X.
       01  WS-RPT-LN.
           03  WS-R-FILE           PIC X(22).
           03  WS-R-COUNT          PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC XX    VALUE SPACES.
           03  WS-R-NOTE           PIC X(47).
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'TRAIN-COPY'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/TRAIN-COPY-REPORT.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'DE-IDENTIFIED TRAINING COPY'.
           DISPLAY 'REPLACES EVERYTHING IN ../TRAINING/FILES'.
           DISPLAY 'CONTINUE? (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-RESP.
           IF WS-RESP NOT = 'Y' AND WS-RESP NOT = 'y'
               DISPLAY 'TRAINING COPY NOT MADE'
               EXIT PROGRAM
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           PERFORM 100-MAKE-DIRS.
           PERFORM 150-START-REPORT.

           PERFORM 200-COPY-FILE
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > WS-FILE-COUNT.
           PERFORM 210-COPY-MST-CTRL.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'DE-IDENTIFIED' TO RPT-REC.
           WRITE RPT-REC.

           PERFORM 300-SCRAMBLE-STUDENT.
           PERFORM 310-SCRAMBLE-ADDR.
           PERFORM 320-SCRAMBLE-NAME-HIST.
           PERFORM 330-SCRAMBLE-EMRG.
           PERFORM 340-SCRAMBLE-FERPA.
           PERFORM 350-SCRAMBLE-CE-PART.
           PERFORM 360-SCRAMBLE-CLH.
           PERFORM 370-SCRAMBLE-INSTR.
           PERFORM 380-SCRAMBLE-INST-CRED.
           PERFORM 390-SCRAMBLE-VISA.
           PERFORM 400-SCRAMBLE-EVENT.
           PERFORM 500-TRAINING-OPERATORS.

           PERFORM 700-END-REPORT.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'TRAIN-COPY COMPLETE'.
           DISPLAY 'FILES COPIED     : ' WS-COPY-COUNT.
           DISPLAY 'NOT ON HAND      : ' WS-MISS-COUNT.
           DISPLAY 'DE-IDENTIFIED    : ' WS-TOT-SCRAM.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       050-TRAIN-NAME.
           MOVE SPACES TO WS-TR-NAME.
           STRING '../TRAINING/FILES/' DELIMITED BY SIZE
                  WS-FILE-TAG         DELIMITED BY SPACE
                  '.DAT'              DELIMITED BY SIZE
                  INTO WS-TR-NAME.
           MOVE 0 TO WS-SCRAM-COUNT.
           MOVE 0 TO WS-FAIL-COUNT.
           MOVE 'N' TO WS-EOF.
      *-----------------------------------------------------------------
       060-SCRAMBLE-LINE.
           MOVE SPACES      TO WS-RPT-LN.
           MOVE WS-FILE-TAG TO WS-R-FILE.
           IF WS-STAT NOT = ZERO AND WS-SCRAM-COUNT = ZERO
               AND WS-FAIL-COUNT = ZERO
               MOVE 'NO TRAINING COPY - NOTHING TO DO' TO WS-R-NOTE
           ELSE
               MOVE WS-SCRAM-COUNT TO WS-R-COUNT
               IF WS-FAIL-COUNT = ZERO
                   MOVE 'RECORDS' TO WS-R-NOTE
               ELSE
                   MOVE SPACES TO WS-R-NOTE
                   STRING 'RECORDS - '  DELIMITED BY SIZE
                          WS-FAIL-COUNT DELIMITED BY SIZE
                          ' NOT REWRITTEN'
                                       DELIMITED BY SIZE
                          INTO WS-R-NOTE
               END-IF
           END-IF.
           MOVE WS-RPT-LN TO RPT-REC.
           WRITE RPT-REC.
           ADD WS-SCRAM-COUNT TO WS-TOT-SCRAM.
      *-----------------------------------------------------------------
      *AN EXISTING DIRECTORY IS LEFT AS IT IS
       100-MAKE-DIRS.
           MOVE '../TRAINING' TO WS-DIR-NAME.
           CALL 'CBL_CREATE_DIR' USING WS-DIR-NAME
               RETURNING WS-CALL-STATUS.
           MOVE '../TRAINING/FILES' TO WS-DIR-NAME.
           CALL 'CBL_CREATE_DIR' USING WS-DIR-NAME
               RETURNING WS-CALL-STATUS.
           MOVE '../TRAINING/Files' TO WS-DIR-NAME.
           CALL 'CBL_CREATE_DIR' USING WS-DIR-NAME
               RETURNING WS-CALL-STATUS.
           MOVE '../TRAINING/FILES/STUDENT-MASTER.DAT'
               TO WS-TR-STU-NAME.
      *-----------------------------------------------------------------
       150-START-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO RPT-REC.
           STRING 'DE-IDENTIFIED TRAINING COPY  RUN '
                                      DELIMITED BY SIZE
                  WS-TODAY            DELIMITED BY SIZE
                  INTO RPT-REC.
           WRITE RPT-REC.
           MOVE 'FROM ../FILES TO ../TRAINING/FILES' TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'COPIED' TO RPT-REC.
           WRITE RPT-REC.
      *-----------------------------------------------------------------
       200-COPY-FILE.
           MOVE WS-FILE-NAME(WS-FILE-IX) TO WS-FILE-TAG.
           MOVE SPACES TO WS-SRC-NAME.
           STRING '../FILES/'          DELIMITED BY SIZE
                  WS-FILE-TAG         DELIMITED BY SPACE
                  '.DAT'              DELIMITED BY SIZE
                  INTO WS-SRC-NAME.
           PERFORM 050-TRAIN-NAME.
           PERFORM 220-COPY-ONE.
      *-----------------------------------------------------------------
      *THE CONTROL LIST LIVES UNDER ../Files
       210-COPY-MST-CTRL.
           MOVE 'MST-CTRL-LST' TO WS-FILE-TAG.
           MOVE '../Files/MST-CTRL-LST.DAT' TO WS-SRC-NAME.
           MOVE '../TRAINING/Files/MST-CTRL-LST.DAT' TO WS-TR-NAME.
           PERFORM 220-COPY-ONE.
      *-----------------------------------------------------------------
      *THE OLD TRAINING FILE GOES FIRST SO A FILE NOT ON HAND IN
      *PRODUCTION DOES NOT LEAVE A STALE COPY BEHIND
       220-COPY-ONE.
           CALL 'CBL_DELETE_FILE' USING WS-TR-NAME
               RETURNING WS-CALL-STATUS.
           CALL 'CBL_COPY_FILE' USING WS-SRC-NAME WS-TR-NAME
               RETURNING WS-CALL-STATUS.
           MOVE SPACES      TO WS-RPT-LN.
           MOVE WS-FILE-TAG TO WS-R-FILE.
           IF WS-CALL-STATUS = ZERO
               ADD 1 TO WS-COPY-COUNT
               MOVE 'COPIED' TO WS-R-NOTE
           ELSE
               ADD 1 TO WS-MISS-COUNT
               MOVE 'NOT ON HAND - NO TRAINING COPY' TO WS-R-NOTE
           END-IF.
           MOVE WS-RPT-LN TO RPT-REC.
           WRITE RPT-REC.
      *-----------------------------------------------------------------
      *A FAKE NAME THAT IS ALREADY TAKEN GETS THE STUDENT ID AFTER
      *THE FIRST NAME, WHICH NO OTHER STUDENT CAN HAVE
       300-SCRAMBLE-STUDENT.
           MOVE 'STUDENT-MASTER' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN I-O STU-MST.
           IF WS-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ STU-MST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE STU-ID TO WS-FAKE-ID
                       PERFORM 800-FAKE-PERSON
                       MOVE WS-FAKE-L-NAME TO STU-L-NAME
                       MOVE WS-FAKE-F-NAME TO STU-F-NAME
                       MOVE WS-FAKE-STREET TO STU-STREET
                       MOVE WS-FAKE-PHONE  TO STU-PHONE
                       MOVE WS-FAKE-EMAIL  TO STU-EMAIL
                       IF STU-DOB NOT = ZERO
                           COMPUTE STU-DOB =
                               ((STU-DOB / 10000) * 10000)
                               + WS-FAKE-MMDD
                       END-IF
                       IF STU-PIN NOT = SPACES
                           MOVE WS-FAKE-ID-X(4:4) TO STU-PIN
                       END-IF
                       REWRITE STU-REC
                           INVALID KEY
                               MOVE SPACES TO STU-F-NAME
                               MOVE WS-FAKE-F-NAME(1:7)
                                   TO STU-F-NAME(1:7)
                               MOVE WS-FAKE-ID-X TO STU-F-NAME(9:7)
                               REWRITE STU-REC
                                   INVALID KEY
                                       ADD 1 TO WS-FAIL-COUNT
                                   NOT INVALID KEY
                                       ADD 1 TO WS-SCRAM-COUNT
                               END-REWRITE
                           NOT INVALID KEY
                               ADD 1 TO WS-SCRAM-COUNT
                       END-REWRITE
               END-READ
           END-PERFORM.
           CLOSE STU-MST.
           PERFORM 060-SCRAMBLE-LINE.
      *-----------------------------------------------------------------
       310-SCRAMBLE-ADDR.
           MOVE 'ADDR-MASTER' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN I-O ADDR-MASTER.
           IF WS-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ ADDR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE AD-STU-ID TO WS-FAKE-ID
                       PERFORM 800-FAKE-PERSON
                       MOVE WS-FAKE-STREET TO AD-STREET
                       REWRITE AD-REC
                       ADD 1 TO WS-SCRAM-COUNT
               END-READ
           END-PERFORM.
           CLOSE ADDR-MASTER.
           PERFORM 060-SCRAMBLE-LINE.
      *-----------------------------------------------------------------
      *A PRIOR NAME IS A DIFFERENT FAKE NAME FROM THE CURRENT ONE
       320-SCRAMBLE-NAME-HIST.
           MOVE 'NAME-HISTORY' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN I-O NAME-HISTORY.
           IF WS-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ NAME-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-FAKE-ID = FUNCTION MOD(
                           NH-STU-ID + NH-SEQ, 10000000)
                       PERFORM 800-FAKE-PERSON
                       MOVE WS-FAKE-L-NAME TO NH-OLD-L-NAME
                       MOVE WS-FAKE-F-NAME TO NH-OLD-F-NAME
                       REWRITE NH-REC
                       ADD 1 TO WS-SCRAM-COUNT
               END-READ
           END-PERFORM.
           CLOSE NAME-HISTORY.
           PERFORM 060-SCRAMBLE-LINE.
      *-----------------------------------------------------------------
       330-SCRAMBLE-EMRG.
           MOVE 'EMRG-MASTER' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN I-O EMRG-MASTER.
           IF WS-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ EMRG-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-FAKE-ID = FUNCTION MOD(
                           EC-STU-ID + (EC-PRIORITY * 41), 10000000)
                       PERFORM 800-FAKE-PERSON
                       MOVE WS-FAKE-FULL TO EC-NAME
                       IF EC-PHONE-PRI NOT = SPACES
                           MOVE WS-FAKE-PHONE TO EC-PHONE-PRI
                           MOVE '6' TO EC-PHONE-PRI(6:1)
                       END-IF
                       IF EC-PHONE-ALT NOT = SPACES
                           MOVE WS-FAKE-PHONE TO EC-PHONE-ALT
                           MOVE '7' TO EC-PHONE-ALT(6:1)
                       END-IF
                       REWRITE EC-REC
                       ADD 1 TO WS-SCRAM-COUNT
               END-READ
           END-PERFORM.
           CLOSE EMRG-MASTER.
           PERFORM 060-SCRAMBLE-LINE.
      *-----------------------------------------------------------------
       340-SCRAMBLE-FERPA.
           MOVE 'FERPA-MASTER' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN I-O FERPA-MASTER.
           IF WS-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ FERPA-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-FAKE-ID = FUNCTION MOD(
                           FER-STU-ID + (FER-SEQ * 43), 10000000)
                       PERFORM 800-FAKE-PERSON
                       MOVE WS-FAKE-FULL TO FER-PARTY
                       REWRITE FER-REC
                       ADD 1 TO WS-SCRAM-COUNT
               END-READ
           END-PERFORM.
           CLOSE FERPA-MASTER.
           PERFORM 060-SCRAMBLE-LINE.
      *-----------------------------------------------------------------
      *A PARTICIPANT WHO IS ALSO A STUDENT TAKES THE STUDENT'S FAKE
      *NAME FROM THE TRAINING STUDENT MASTER. THE ZERO-ID RECORD IS
      *THE CONTROL RECORD.
       350-SCRAMBLE-CE-PART.
           MOVE 'CE-PARTICIPANT' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN INPUT STU-MST.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-STU-OPEN
           ELSE
               MOVE 'N' TO WS-STU-OPEN
           END-IF.
           OPEN I-O CE-PARTICIPANT.
           IF WS-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ CE-PARTICIPANT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CEP-ID NOT = ZERO
                           PERFORM 355-FAKE-PARTICIPANT
                       END-IF
               END-READ
           END-PERFORM.
           IF STU-OPEN
               CLOSE STU-MST
           END-IF.
           CLOSE CE-PARTICIPANT.
           PERFORM 060-SCRAMBLE-LINE.
      *-----------------------------------------------------------------
       355-FAKE-PARTICIPANT.
           IF CEP-STU-ID NOT = ZERO
               MOVE CEP-STU-ID TO WS-FAKE-ID
           ELSE
               MOVE CEP-ID TO WS-FAKE-ID
           END-IF.
           PERFORM 800-FAKE-PERSON.
           MOVE WS-FAKE-L-NAME TO CEP-L-NAME.
           MOVE WS-FAKE-F-NAME TO CEP-F-NAME.
           IF CEP-STU-ID NOT = ZERO AND STU-OPEN
               MOVE CEP-STU-ID TO STU-ID
               READ STU-MST
                   NOT INVALID KEY
                       MOVE STU-L-NAME TO CEP-L-NAME
                       MOVE STU-F-NAME TO CEP-F-NAME
               END-READ
           END-IF.
           IF CEP-EMAIL NOT = SPACES
               MOVE WS-FAKE-EMAIL TO CEP-EMAIL
           END-IF.
           IF CEP-PHONE NOT = SPACES
               MOVE WS-FAKE-PHONE TO CEP-PHONE
           END-IF.
           IF CEP-STREET NOT = SPACES
               MOVE WS-FAKE-STREET TO CEP-STREET
           END-IF.
           REWRITE CEP-REC.
           ADD 1 TO WS-SCRAM-COUNT.
      *-----------------------------------------------------------------
      *THE ZERO-ID RECORD IS THE CONTROL RECORD
       360-SCRAMBLE-CLH.
           MOVE 'CLH-MASTER' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN I-O CLH-MASTER.
           IF WS-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ CLH-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CLH-STU-ID NOT = ZERO
                           MOVE CLH-STU-ID TO WS-FAKE-ID
                           PERFORM 800-FAKE-PERSON
                           MOVE WS-FAKE-STREET TO CLH-STREET
                           REWRITE CLH-REC
                           ADD 1 TO WS-SCRAM-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLH-MASTER.
           PERFORM 060-SCRAMBLE-LINE.
      *-----------------------------------------------------------------
       370-SCRAMBLE-INSTR.
           MOVE 'INSTR-MASTER' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN I-O INSTR-MASTER.
           IF WS-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ INSTR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE INSTR-ID TO WS-FAKE-ID
                       PERFORM 800-FAKE-PERSON
                       MOVE WS-FAKE-FULL TO INSTR-NAME
                       IF INSTR-PHONE NOT = SPACES
                           MOVE WS-FAKE-PHONE TO INSTR-PHONE
                           MOVE '8' TO INSTR-PHONE-2(3:1)
                       END-IF
                       REWRITE INSTR-REC
                       ADD 1 TO WS-SCRAM-COUNT
               END-READ
           END-PERFORM.
           CLOSE INSTR-MASTER.
           PERFORM 060-SCRAMBLE-LINE.
      *-----------------------------------------------------------------
       380-SCRAMBLE-INST-CRED.
           MOVE 'INST-CRED' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN I-O INST-CRED.
           IF WS-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ INST-CRED NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IC-PIN NOT = SPACES
                           MOVE IC-INST-ID TO IC-PIN
                           REWRITE IC-REC
                           ADD 1 TO WS-SCRAM-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INST-CRED.
           PERFORM 060-SCRAMBLE-LINE.
      *-----------------------------------------------------------------
      *THE ZERO-ID RECORD IS THE CONTROL RECORD
       390-SCRAMBLE-VISA.
           MOVE 'VISA-MASTER' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN I-O VISA-MASTER.
           IF WS-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ VISA-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VISA-STU-ID NOT = ZERO
                           AND VISA-DOC-NO NOT = SPACES
                           MOVE VISA-STU-ID TO WS-FAKE-ID
                           MOVE SPACES TO VISA-DOC-NO
                           STRING 'N000'       DELIMITED BY SIZE
                                  WS-FAKE-ID-X DELIMITED BY SIZE
                                  INTO VISA-DOC-NO
                           REWRITE VISA-REC
                           ADD 1 TO WS-SCRAM-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VISA-MASTER.
           PERFORM 060-SCRAMBLE-LINE.
      *-----------------------------------------------------------------
       400-SCRAMBLE-EVENT.
           MOVE 'EVENT-MASTER' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN I-O EVENT-MASTER.
           IF WS-STAT NOT = ZERO
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL EOF
               READ EVENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE EVT-SEQ TO WS-FAKE-ID
                       PERFORM 800-FAKE-PERSON
                       IF EVT-CONTACT NOT = SPACES
                           MOVE WS-FAKE-FULL TO EVT-CONTACT
                       END-IF
                       IF EVT-PHONE NOT = SPACES
                           MOVE WS-FAKE-PHONE TO EVT-PHONE
                           MOVE '9' TO EVT-PHONE(6:1)
                       END-IF
                       REWRITE EVT-REC
                       ADD 1 TO WS-SCRAM-COUNT
               END-READ
           END-PERFORM.
           CLOSE EVENT-MASTER.
           PERFORM 060-SCRAMBLE-LINE.
      *-----------------------------------------------------------------
      *THE PRODUCTION OPERATORS ARE NOT CARRIED INTO TRAINING
       500-TRAINING-OPERATORS.
           MOVE 'OPERATOR-MASTER' TO WS-FILE-TAG.
           PERFORM 050-TRAIN-NAME.
           OPEN OUTPUT OPERATOR-MASTER.
           IF WS-STAT = ZERO
               CALL 'PASSWORD-HASH' USING WS-TRAIN-PASSWORD
                   WS-PWD-HASH
               PERFORM 510-WRITE-OPERATOR
                   VARYING WS-OPER-IX FROM 1 BY 1
                   UNTIL WS-OPER-IX > 6
           END-IF.
           CLOSE OPERATOR-MASTER.
           MOVE SPACES      TO WS-RPT-LN.
           MOVE WS-FILE-TAG TO WS-R-FILE.
           MOVE WS-SCRAM-COUNT TO WS-R-COUNT.
           MOVE 'TRAINING ACCOUNTS - PASSWORD TRAINING' TO WS-R-NOTE.
           MOVE WS-RPT-LN TO RPT-REC.
           WRITE RPT-REC.
      *-----------------------------------------------------------------
       510-WRITE-OPERATOR.
           MOVE WS-TRAIN-ID(WS-OPER-IX)   TO OPER-ID.
           MOVE WS-PWD-HASH               TO OPER-PASSWORD.
           MOVE WS-TRAIN-ROLE(WS-OPER-IX) TO OPER-ROLE.
           MOVE 'A'                       TO OPER-STATUS.
           MOVE WS-TODAY                  TO OPER-PWD-DATE.
           MOVE SPACE                     TO OPER-PWD-FLAG.
           WRITE OPER-REC.
           ADD 1 TO WS-SCRAM-COUNT.
      *-----------------------------------------------------------------
       700-END-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'FILES COPIED: '    DELIMITED BY SIZE
                  WS-COPY-COUNT       DELIMITED BY SIZE
                  '  NOT ON HAND: '   DELIMITED BY SIZE
                  WS-MISS-COUNT       DELIMITED BY SIZE
                  '  RECORDS DE-IDENTIFIED: '
                                      DELIMITED BY SIZE
                  WS-TOT-SCRAM        DELIMITED BY SIZE
                  INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPT-FILE.
      *-----------------------------------------------------------------
      *SURNAME, GIVEN NAME AND STREET COME FROM DIFFERENT PARTS OF THE
      *ID SO NEIGHBOURING IDS DO NOT SHARE A NAME. THE PHONE IS IN THE
      *555 EXCHANGE, ENDING IN THE LAST FOUR DIGITS OF THE ID.
       800-FAKE-PERSON.
           COMPUTE WS-SUR-IX = FUNCTION MOD(WS-FAKE-ID, 40) + 1.
           COMPUTE WS-FAKE-WORK = WS-FAKE-ID / 40.
           COMPUTE WS-GIV-IX = FUNCTION MOD(WS-FAKE-WORK, 40) + 1.
           COMPUTE WS-FAKE-WORK = WS-FAKE-ID / 1600.
           COMPUTE WS-STR-IX = FUNCTION MOD(WS-FAKE-WORK, 20) + 1.
           COMPUTE WS-HOUSE-NO = FUNCTION MOD(WS-FAKE-ID, 9000) + 100.
           COMPUTE WS-FAKE-MMDD =
               ((FUNCTION MOD(WS-FAKE-ID, 12) + 1) * 100)
               + FUNCTION MOD(WS-FAKE-ID, 28) + 1.

           MOVE WS-SURNAME(WS-SUR-IX) TO WS-FAKE-L-NAME.
           MOVE WS-GIVEN(WS-GIV-IX)   TO WS-FAKE-F-NAME.
           MOVE SPACES TO WS-FAKE-FULL.
           STRING WS-GIVEN(WS-GIV-IX)   DELIMITED BY SPACE
                  ' '                   DELIMITED BY SIZE
                  WS-SURNAME(WS-SUR-IX) DELIMITED BY SPACE
                  INTO WS-FAKE-FULL.
           MOVE SPACES TO WS-FAKE-STREET.
           STRING WS-HOUSE-NO               DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-STREET-NAME(WS-STR-IX) DELIMITED BY '  '
                  INTO WS-FAKE-STREET.
           MOVE SPACES TO WS-FAKE-PHONE.
           STRING '555555'            DELIMITED BY SIZE
                  WS-FAKE-ID-X(4:4)   DELIMITED BY SIZE
                  INTO WS-FAKE-PHONE.
           MOVE SPACES TO WS-FAKE-EMAIL.
           STRING 'S'                 DELIMITED BY SIZE
                  WS-FAKE-ID-X        DELIMITED BY SIZE
                  '@TRAINING.EDU'     DELIMITED BY SIZE
                  INTO WS-FAKE-EMAIL.

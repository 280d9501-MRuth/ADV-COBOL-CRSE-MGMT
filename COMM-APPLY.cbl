       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM-APPLY.
      *-----------------------------------------------------------------
      *COMMENCEMENT PARTICIPATION - TAKEN FROM A STUDENT WHO HAS
      *FILED A GRADUATION APPLICATION. RECORDS WHETHER THE STUDENT
      *WALKS, THE CEREMONY AND GUEST TICKETS, THE DEGREE, THE NAME
      *FOR THE DIPLOMA WHEN IT DIFFERS FROM THE STUDENT MASTER, AND
      *HOW THE NAME IS PRONOUNCED. THE COMMENCEMENT PROGRAM AND THE
      *DIPLOMA ORDER ARE BUILT FROM THESE RECORDS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT GRAD-MASTER  ASSIGN        TO
                               '../FILES/GRAD-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS GRAD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT COMM-MASTER  ASSIGN        TO
                               '../FILES/COMM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CMM-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-MST-DEF.
       COPY GRAD-MASTER-RECS.
       COPY COMM-MASTER-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-SAVE             PIC X   VALUE 'N'.
               88  SAVE                    VALUE 'Y' 'y'.
           03  WS-ANOTHER          PIC X   VALUE 'Y'.
               88  ANOTHER                 VALUE 'N' 'n'.
           03  WS-SPACE            PIC X   VALUE SPACE.
           03  WS-STU-ID           PIC 9(7).
           03  WS-STU-NAME         PIC X(31).
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-CMM-FOUND        PIC X VALUE 'N'.
               88  CMM-FOUND               VALUE 'Y'.
           03  WS-DATA-OK          PIC X.
               88  DATA-OK                 VALUE 'Y'.
           03  WS-MAX-GUESTS       PIC 99  VALUE 6.
           03  WS-WALKING          PIC X.
               88  VALID-WALKING           VALUE 'Y' 'N'.
               88  WALKING                 VALUE 'Y'.
           03  WS-CEREMONY         PIC X(4).
           03  WS-GUESTS           PIC 99.
           03  WS-DEGREE           PIC X(4).
           03  WS-DIPLOMA-NAME     PIC X(40).
           03  WS-PRONOUNCE        PIC X(40).
           03  WS-GRAD-DESC        PIC X(10).
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
           03  LINE 3  COL 26  VALUE 'COMMENCEMENT PARTICIPATION'.
       01  SCRN-STU-ID.
           03  LINE 5  COL 15  VALUE 'STUDENT ID   : '.
           03          COL 30  PIC 9(7) TO WS-STU-ID
                                            AUTO REQUIRED.
       01  SCRN-STU-NAME.
           03  LINE 6  COL 15  VALUE 'STUDENT NAME : '.
           03          COL 30  PIC X(31) FROM WS-STU-NAME.
       01  SCRN-GRAD.
           03  LINE 7  COL 15  VALUE 'GRAD TERM    : '.
           03          COL 30  PIC 9999 FROM GRAD-YEAR.
           03          COL 34  VALUE '/'.
           03          COL 35  PIC 99   FROM GRAD-SEM.
           03          COL 40  VALUE 'MAJOR: '.
           03          COL 47  PIC X(4) FROM GRAD-MAJOR.
           03          COL 53  VALUE 'STATUS: '.
           03          COL 61  PIC X(10) FROM WS-GRAD-DESC.
       01  SCRN-COMM-DATA.
           03  LINE 9  COL 15  VALUE 'WALKING      : '.
           03          COL 30  PIC X USING WS-WALKING AUTO.
           03          COL 33  VALUE '(Y/N)'.
           03  LINE 10 COL 15  VALUE 'CEREMONY     : '.
           03          COL 30  PIC X(4) USING WS-CEREMONY AUTO.
           03          COL 40  VALUE 'GUEST TICKETS: '.
           03          COL 55  PIC Z9   USING WS-GUESTS AUTO.
           03  LINE 11 COL 15  VALUE 'DEGREE       : '.
           03          COL 30  PIC X(4) USING WS-DEGREE AUTO.
           03          COL 40  VALUE '(BA, BS, AA ...)'.
           03  LINE 12 COL 15  VALUE 'DIPLOMA NAME : '.
           03          COL 30  PIC X(40) USING WS-DIPLOMA-NAME.
           03  LINE 13 COL 15  VALUE '(BLANK = NAME ON STUDENT RECORD)'.
           03  LINE 14 COL 15  VALUE 'PRONUNCIATION: '.
           03          COL 30  PIC X(40) USING WS-PRONOUNCE.
       01  SCRN-SAVE.
           03  LINE 16 COL 15  VALUE 'SAVE? (Y/N)'.
           03          COL 28  PIC X TO WS-SAVE.
       01  SCRN-ERR1.
           03  LINE 6  COL 15  VALUE 'STUDENT CANNOT BE FOUND'.
       01  SCRN-ERR-NO-APP.
           03  LINE 7  COL 15  VALUE
                   'NO GRADUATION APPLICATION ON FILE'.
       01  SCRN-ERR-DENIED.
           03  LINE 18 COL 15  VALUE
                   'GRADUATION APPLICATION WAS DENIED'.
       01  SCRN-ERR-WALKING.
           03  LINE 18 COL 15  VALUE 'WALKING MUST BE Y OR N'.
       01  SCRN-ERR-CEREMONY.
           03  LINE 18 COL 15  VALUE
                   'A STUDENT WHO WALKS NEEDS A CEREMONY'.
       01  SCRN-ERR-GUESTS.
           03  LINE 18 COL 15  VALUE 'TOO MANY GUEST TICKETS - MAX '.
           03          COL 44  PIC Z9 FROM WS-MAX-GUESTS.
       01  SCRN-ERR-DEGREE.
           03  LINE 18 COL 15  VALUE 'DEGREE IS REQUIRED'.
       01  SCRN-SAVED.
           03  LINE 18 COL 15  VALUE 'PARTICIPATION SAVED'.
       01  SCRN-NOT-SAVED.
           03  LINE 18 COL 15  VALUE 'PARTICIPATION NOT SAVED'.
       01  SCRN-CONTINUE.
           03  LINE 20 COL 15  VALUE 'ANOTHER? (Y/N)'.
           03          COL 31  PIC X TO WS-ANOTHER
                                        REQUIRED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'COMM-APPLY' TO WS-ERR-PGM.
           OPEN INPUT STU-MST.
           MOVE 'STUDENT-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN INPUT GRAD-MASTER.
           MOVE 'GRAD-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           OPEN I-O COMM-MASTER.
           MOVE 'COMM-MASTER' TO WS-ERR-FILE
           PERFORM 900-CHECK-OPEN
           IF OPEN-FAILED
               EXIT PROGRAM
           END-IF

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           MOVE 'Y' TO WS-ANOTHER.
           PERFORM UNTIL ANOTHER
               DISPLAY BLNK-SCRN
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-STU-ID
               ACCEPT  SCRN-STU-ID
               MOVE WS-STU-ID TO STU-ID
               READ STU-MST
                   INVALID KEY
                       DISPLAY SCRN-ERR1
                   NOT INVALID KEY
                       MOVE SPACES TO WS-STU-NAME
                       STRING STU-F-NAME DELIMITED BY SPACE
                              WS-SPACE   DELIMITED BY SIZE
                              STU-L-NAME DELIMITED BY SPACE
                              INTO WS-STU-NAME
                       DISPLAY SCRN-STU-NAME
                       PERFORM 100-GET-APPLICATION
               END-READ
               DISPLAY SCRN-CONTINUE
               ACCEPT  SCRN-CONTINUE
           END-PERFORM.

           CLOSE STU-MST.
           CLOSE GRAD-MASTER.
           CLOSE COMM-MASTER.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *PARTICIPATION FOLLOWS THE GRADUATION APPLICATION - NONE IS
      *TAKEN WITHOUT ONE OR AFTER IT HAS BEEN DENIED
       100-GET-APPLICATION.
           MOVE WS-STU-ID TO GRAD-STU-ID.
           READ GRAD-MASTER
               INVALID KEY
                   DISPLAY SCRN-ERR-NO-APP
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN GRAD-APPLIED
                   MOVE 'APPLIED'   TO WS-GRAD-DESC
               WHEN GRAD-CLEARED
                   MOVE 'CLEARED'   TO WS-GRAD-DESC
               WHEN GRAD-DENIED
                   MOVE 'DENIED'    TO WS-GRAD-DESC
               WHEN GRAD-CONFERRED
                   MOVE 'CONFERRED' TO WS-GRAD-DESC
           END-EVALUATE.
           DISPLAY SCRN-GRAD.
           IF GRAD-DENIED
               DISPLAY SCRN-ERR-DENIED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 200-SHOW-COMM.
           PERFORM 300-SAVE-COMM.
      *-----------------------------------------------------------------
       200-SHOW-COMM.
           MOVE 'N'       TO WS-CMM-FOUND.
           MOVE 'Y'       TO WS-WALKING.
           MOVE SPACES    TO WS-CEREMONY WS-DEGREE.
           MOVE SPACES    TO WS-DIPLOMA-NAME WS-PRONOUNCE.
           MOVE ZERO      TO WS-GUESTS.
           MOVE WS-STU-ID TO CMM-STU-ID.
           READ COMM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'              TO WS-CMM-FOUND
                   MOVE CMM-WALKING      TO WS-WALKING
                   MOVE CMM-CEREMONY     TO WS-CEREMONY
                   MOVE CMM-GUESTS       TO WS-GUESTS
                   MOVE CMM-DEGREE       TO WS-DEGREE
                   MOVE CMM-DIPLOMA-NAME TO WS-DIPLOMA-NAME
                   MOVE CMM-PRONOUNCE    TO WS-PRONOUNCE
           END-READ.
      *-----------------------------------------------------------------
       300-SAVE-COMM.
           DISPLAY SCRN-COMM-DATA.
           ACCEPT  SCRN-COMM-DATA.
           MOVE FUNCTION UPPER-CASE(WS-WALKING)  TO WS-WALKING.
           MOVE FUNCTION UPPER-CASE(WS-CEREMONY) TO WS-CEREMONY.
           MOVE FUNCTION UPPER-CASE(WS-DEGREE)   TO WS-DEGREE.
           PERFORM 350-CHECK-DATA.
           IF NOT DATA-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SAVE.
           DISPLAY SCRN-SAVE.
           ACCEPT  SCRN-SAVE.
           IF NOT SAVE
               DISPLAY SCRN-NOT-SAVED
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STU-ID       TO CMM-STU-ID.
           MOVE GRAD-YEAR       TO CMM-YEAR.
           MOVE GRAD-SEM        TO CMM-SEM.
           MOVE WS-WALKING      TO CMM-WALKING.
           MOVE WS-CEREMONY     TO CMM-CEREMONY.
           MOVE WS-GUESTS       TO CMM-GUESTS.
           MOVE WS-DEGREE       TO CMM-DEGREE.
           MOVE WS-DIPLOMA-NAME TO CMM-DIPLOMA-NAME.
           MOVE WS-PRONOUNCE    TO CMM-PRONOUNCE.
           MOVE WS-TODAY        TO CMM-ENTRY-DATE.
           IF CMM-FOUND
               REWRITE CMM-REC
           ELSE
               WRITE CMM-REC
           END-IF.
           DISPLAY SCRN-SAVED.
      *-----------------------------------------------------------------
      *A STUDENT NOT WALKING HOLDS NO CEREMONY SEAT OR TICKETS
       350-CHECK-DATA.
           MOVE 'Y' TO WS-DATA-OK.
           EVALUATE TRUE
               WHEN NOT VALID-WALKING
                   MOVE 'N' TO WS-DATA-OK
                   DISPLAY SCRN-ERR-WALKING
               WHEN WALKING AND WS-CEREMONY = SPACES
                   MOVE 'N' TO WS-DATA-OK
                   DISPLAY SCRN-ERR-CEREMONY
               WHEN WS-GUESTS > WS-MAX-GUESTS
                   MOVE 'N' TO WS-DATA-OK
                   DISPLAY SCRN-ERR-GUESTS
               WHEN WS-DEGREE = SPACES
                   MOVE 'N' TO WS-DATA-OK
                   DISPLAY SCRN-ERR-DEGREE
           END-EVALUATE.
           IF DATA-OK AND NOT WALKING
               MOVE SPACES TO WS-CEREMONY
               MOVE ZERO   TO WS-GUESTS
           END-IF.
      *-----------------------------------------------------------------
      *AFTER A CRITICAL OPEN - REPORT AND LOG ANY NON-ZERO STATUS
       900-CHECK-OPEN.
           IF WS-STAT NOT = ZERO
               MOVE WS-STAT TO WS-ERR-STAT
               CALL 'FILE-ERROR' USING WS-ERR-PGM WS-ERR-FILE
                   WS-ERR-STAT
               MOVE 'Y' TO WS-OPEN-FAIL
           END-IF.

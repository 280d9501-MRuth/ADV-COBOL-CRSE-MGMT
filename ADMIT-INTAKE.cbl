      *-----------------------------------------------------------------
      *DAILY ADMISSIONS INTAKE. READS THE ADMISSIONS EXTRACT
      *ADMIT-FEED.TXT - FIXED COLUMNS: L-NAME(15) F-NAME(15)
      *STREET(25) ZIP(5) PHONE(10) EMAIL(30) MAJOR(4) DOB(8) SEX(1)
      *ETHNICITY(1) ENTRY-TYPE(1) ENTRY-YEAR(4) ENTRY-SEM(2)
      *DEGREE-SEEKING(1) - AND
      *ADDS EACH NEW STUDENT WITH THE SAME EDITS STUDENT-ADD MAKES:
      *ZIP AGAINST THE ZIP MASTER AND NAME-PLUS-DOB/ZIP DUPLICATE
      *MATCHING. IDS COME FROM THE NEXT-STUDENT SLOT ON THE MASTER
      *CONTROL LIST. ACCEPT/REJECT COUNTS AND A REJECT REPORT COME
      *OUT LIKE THE SCHEDULE LOAD'S. EACH STUDENT ADDED ALSO GETS A
      *DEMOGRAPHICS RECORD - A BLANK OR UNRECOGNIZED CODE IS TAKEN
      *AS UNKNOWN (SEX/ETHNICITY), FIRST-TIME AND DEGREE-SEEKING.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               ACCESS IS RANDOM
                               RELATIVE KEY IS WS-MST-REC-KEY
                               FILE STATUS IS WS-MST-STAT.
           SELECT DEMO-MASTER  ASSIGN        TO
                               '../FILES/DEMO-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DEMO-KEY
                               FILE STATUS   IS WS-DEMO-STAT.
           SELECT REJECT-REPORT ASSIGN       TO
                               '../FILES/ADMIT-REJECTS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           03  FD-EMAIL            PIC X(30).
           03  FD-MAJOR            PIC X(4).
           03  FD-DOB              PIC 9(8).
           03  FD-SEX              PIC X.
           03  FD-ETHNIC           PIC X.
           03  FD-ENTRY-TYPE       PIC X.
           03  FD-ENTRY-YEAR       PIC X(4).
           03  FD-ENTRY-SEM        PIC XX.
           03  FD-DEG-SEEK         PIC X.
       COPY STU-MST-DEF.
       COPY ZIP-MST-DEF.
       COPY MST-CTRL-LIST-RECS.
       COPY DEMO-MASTER-RECS.
       FD  REJECT-REPORT.
       01  REJECT-REC              PIC X(120).
       WORKING-STORAGE SECTION.
           03  WS-FEED-STAT        PIC 99.
           03  WS-ZIP-STAT         PIC 99.
           03  WS-MST-STAT         PIC 99.
           03  WS-DEMO-STAT        PIC 99.
           03  WS-MST-REC-KEY      PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           OPEN I-O STU-MST.
           OPEN INPUT ZIP-MST.
           OPEN I-O MST-CTRL-LIST.
           OPEN I-O DEMO-MASTER.
           OPEN OUTPUT REJECT-REPORT.

           MOVE 6 TO WS-MST-REC-KEY.
           CLOSE STU-MST.
           CLOSE ZIP-MST.
           CLOSE MST-CTRL-LIST.
           CLOSE DEMO-MASTER.
           CLOSE REJECT-REPORT.

           DISPLAY 'ADMIT-INTAKE COMPLETE'.
                   MOVE 'STUDENT ID ALREADY ON FILE' TO WS-REASON
                   PERFORM 600-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 450-ADD-DEMO
                   ADD 1 TO WS-NEXT-ID
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
      *-----------------------------------------------------------------
      *THE FEED'S DEMOGRAPHIC CODES, DEFAULTED WHERE ADMISSIONS LEFT
      *THEM BLANK OR SENT A CODE THE IPEDS GRIDS DO NOT KNOW
       450-ADD-DEMO.
           MOVE STU-ID TO DEMO-STU-ID.
           MOVE FUNCTION UPPER-CASE(FD-SEX)        TO DEMO-SEX.
           MOVE FUNCTION UPPER-CASE(FD-ETHNIC)     TO DEMO-ETHNIC.
           MOVE FUNCTION UPPER-CASE(FD-ENTRY-TYPE) TO DEMO-ENTRY-TYPE.
           MOVE FUNCTION UPPER-CASE(FD-DEG-SEEK)   TO DEMO-DEG-SEEK.
           IF NOT DEMO-SEX-VALID
               MOVE 'U' TO DEMO-SEX
           END-IF.
           IF NOT DEMO-ETHNIC-VALID
               MOVE 'U' TO DEMO-ETHNIC
           END-IF.
           IF NOT DEMO-TYPE-VALID
               MOVE 'F' TO DEMO-ENTRY-TYPE
           END-IF.
           IF NOT DEMO-DEG-SEEK-VALID
               MOVE 'Y' TO DEMO-DEG-SEEK
           END-IF.
           IF FD-ENTRY-YEAR NUMERIC AND FD-ENTRY-SEM NUMERIC
               MOVE FD-ENTRY-YEAR TO DEMO-ENTRY-YEAR
               MOVE FD-ENTRY-SEM  TO DEMO-ENTRY-SEM
           ELSE
               MOVE ZERO TO DEMO-ENTRY-YEAR
               MOVE ZERO TO DEMO-ENTRY-SEM
           END-IF.
           MOVE STU-STATUS-DATE TO DEMO-UPD-DATE.
           WRITE DEMO-REC
               INVALID KEY
                   REWRITE DEMO-REC
           END-WRITE.
      *-----------------------------------------------------------------
       600-WRITE-REJECT.
           ADD 1 TO WS-REJ-COUNT.

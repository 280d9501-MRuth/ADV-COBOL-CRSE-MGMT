       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTER-PRINT.
      *-----------------------------------------------------------------
      *COMMON LETTER ROUTINE FOR THE LETTER PROGRAMS. THE CALLER
      *NAMES A TEMPLATE ON THE LETTER TEMPLATE FILE AND FILLS THE
      *MERGE VALUES IN WS-LETTER-PRINT; THE FINISHED LINES COME BACK
      *IN THE SAME BLOCK FOR THE CALLER TO WRITE TO ITS OWN FILE.
      *MERGE FIELDS IN THE TEMPLATE TEXT:
      *  &NAME     STUDENT FIRST AND LAST NAME
      *  &ID       STUDENT ID
      *  &ADDR     ADDRESS BLOCK - OR THE E-MAIL ADDRESS FOR E-MAIL
      *  &TERM     TERM AS CCYY/SS
      *  &COURSES  COURSE LIST, ONE LINE PER COURSE
      *  &BALANCE  BALANCE DUE
      *  &GPA      GRADE POINT AVERAGE
      *  &DATE     TODAY AS MM/DD/CCYY
      *  &SCHOOL   INSTITUTION NAME
      *  &SCHADDR  INSTITUTION ADDRESS
      *  &INFO1 &INFO2 &INFO3  TEXT SUPPLIED BY THE CALLING PROGRAM
      *&ADDR AND &COURSES TAKE A LINE OF THEIR OWN - THE TEXT IN
      *FRONT OF THEM IS REPEATED AHEAD OF EVERY LINE THEY EXPAND TO.
      *THE POSTAL ADDRESS IS THE MAILING ADDRESS, THEN PERMANENT,
      *THEN FOREIGN - PASSING OVER ENDED ADDRESSES AND ADDRESSES MAIL
      *HAS COME BACK FROM - THEN THE ONE-LINE ADDRESS ON THE STUDENT
      *MASTER UNLESS MAIL TO THAT ONE HAS COME BACK TOO. A LETTER
      *WITH NO GOOD ADDRESS LEFT, OR AN E-MAIL WITH NO E-MAIL
      *ADDRESS, IS NOT PRODUCED; THE STUDENT IS ADDED TO THE
      *NO-GOOD-ADDRESS LIST WITH THE LETTER CODE. A GENERAL-CLASS
      *LETTER IS NOT PRODUCED FOR A STUDENT UNDER A PRIVACY HOLD.
      *THE FILES STAY OPEN BETWEEN CALLS UNTIL
      *THE CALLER SENDS THE CLOSE FUNCTION.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTR-TEMPLATE ASSIGN        TO
                               '../FILES/LTR-TEMPLATE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS LT-KEY
                               FILE STATUS   IS WS-LT-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STU-STAT.
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-ADDR-STAT.
           SELECT MST-CTRL-LIST    ASSIGN TO
                               "../Files/MST-CTRL-LST.DAT"
                               ORGANIZATION IS RELATIVE
                               ACCESS IS RANDOM
                               RELATIVE KEY IS WS-MST-REC-KEY
                               FILE STATUS IS WS-MST-STAT.
           SELECT NO-ADDR-LIST ASSIGN        TO
                               '../FILES/NO-GOOD-ADDRESS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-NA-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY LTR-TEMPLATE-RECS.
       COPY STU-MST-DEF.
       COPY ADDR-MASTER-RECS.
       COPY MST-CTRL-LIST-RECS.
       FD  NO-ADDR-LIST.
       01  NO-ADDR-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-OPENED           PIC X   VALUE 'N'.
               88  FILES-OPEN              VALUE 'Y'.
           03  WS-LT-STAT          PIC 99.
           03  WS-LT-AVAIL         PIC X   VALUE 'N'.
               88  LT-AVAIL                VALUE 'Y'.
           03  WS-STU-STAT         PIC 99.
           03  WS-STU-AVAIL        PIC X   VALUE 'N'.
               88  STU-AVAIL               VALUE 'Y'.
           03  WS-ADDR-STAT        PIC 99.
           03  WS-ADDR-AVAIL       PIC X   VALUE 'N'.
               88  ADDR-AVAIL              VALUE 'Y'.
           03  WS-MST-STAT         PIC 99.
           03  WS-MST-REC-KEY      PIC 99.
           03  WS-NA-STAT          PIC 99.
           03  WS-NA-OPEN          PIC X   VALUE 'N'.
               88  NA-OPEN                 VALUE 'Y'.
           03  WS-STU-RETURNED     PIC X.
               88  STU-ADDR-RETURNED       VALUE 'Y'.
           03  WS-ANY-RETURNED     PIC X.
               88  ANY-RETURNED            VALUE 'Y'.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-CLASS            PIC X.
               88  CLASS-GENERAL           VALUE 'G'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-LETTER-DATE      PIC X(10).
           03  WS-UNIV-NAME        PIC X(70).
           03  WS-UNIV-ADDR        PIC X(70).
           03  WS-STU-NAME         PIC X(31).
           03  WS-TERM-TXT         PIC X(7).
           03  WS-BAL-EDIT         PIC Z,ZZZ,ZZ9.99-.
           03  WS-GPA-EDIT         PIC 9.99.
           03  WS-ADDR-PICKED      PIC X.
               88  ADDR-PICKED             VALUE 'Y'.
           03  WS-ADDR-COUNT       PIC 9.
           03  WS-ADDR-LN          PIC X(60) OCCURS 3.
           03  WS-JX               PIC 99  COMP.
           03  WS-POS              PIC 99  COMP.
           03  WS-OUT-PTR          PIC 999 COMP.
           03  WS-TOKEN-LEN        PIC 99  COMP.
           03  WS-PREFIX-LEN       PIC 99  COMP.
           03  WS-TOKEN-AREA       PIC X(8).
           03  WS-MERGE-VAL        PIC X(70).
           03  WS-OUT-LN           PIC X(80).
       01  WS-NA-LN.
           03  WS-NA-DATE          PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-NA-SOURCE        PIC X(8).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-NA-STU-ID        PIC 9(7).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-NA-NAME          PIC X(31).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-NA-REASON        PIC X(20).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY WS-LETTER-PRINT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-LETTER-PRINT.
       000-MAIN.
           IF LP-CLOSE
               PERFORM 900-CLOSE-FILES
               EXIT PROGRAM
           END-IF.
           IF NOT FILES-OPEN
               PERFORM 050-OPEN-FILES
           END-IF.

           MOVE 0   TO WS-LP-LINE-COUNT.
           MOVE 'Y' TO WS-LP-RESULT.

           PERFORM 100-GET-TEMPLATE.
           IF LP-PRINTED
               PERFORM 200-GET-STUDENT
           END-IF.
           IF LP-PRINTED
               PERFORM 300-PICK-ADDRESS
           END-IF.
           IF LP-PRINTED
               PERFORM 400-MERGE-LETTER
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *LETTERHEAD AND LETTER DATE ARE TAKEN ONCE PER RUN
       050-OPEN-FILES.
           OPEN INPUT LTR-TEMPLATE.
           IF WS-LT-STAT = ZERO
               MOVE 'Y' TO WS-LT-AVAIL
           END-IF.
           OPEN INPUT STU-MST.
           IF WS-STU-STAT = ZERO
               MOVE 'Y' TO WS-STU-AVAIL
           END-IF.
           OPEN INPUT ADDR-MASTER.
           IF WS-ADDR-STAT = ZERO
               MOVE 'Y' TO WS-ADDR-AVAIL
           END-IF.

           MOVE SPACES TO WS-UNIV-NAME.
           MOVE SPACES TO WS-UNIV-ADDR.
           OPEN INPUT MST-CTRL-LIST.
           IF WS-MST-STAT = ZERO
               MOVE 1 TO WS-MST-REC-KEY
               READ MST-CTRL-LIST
                   NOT INVALID KEY
                       MOVE MST-UNIV-NAME TO WS-UNIV-NAME
               END-READ
               MOVE 2 TO WS-MST-REC-KEY
               READ MST-CTRL-LIST
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(MST-UNIV-ADDR-ST)
                                             DELIMITED BY SIZE
                              ' '            DELIMITED BY SIZE
                              MST-UNIV-ADDR-ZIP DELIMITED BY SIZE
                              INTO WS-UNIV-ADDR
               END-READ
               CLOSE MST-CTRL-LIST
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE SPACES TO WS-LETTER-DATE.
           STRING WS-DATE-MM      DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-DATE-DD      DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-TODAY(1:4)   DELIMITED BY SIZE
                  INTO WS-LETTER-DATE.

           MOVE 'Y' TO WS-OPENED.
      *-----------------------------------------------------------------
      *LINE 00 OF THE LETTER CARRIES ITS MAIL CLASS
       100-GET-TEMPLATE.
           IF NOT LT-AVAIL
               MOVE 'T' TO WS-LP-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LP-CODE TO LT-CODE.
           MOVE 0          TO LT-LINE.
           READ LTR-TEMPLATE
               INVALID KEY
                   MOVE 'T' TO WS-LP-RESULT
               NOT INVALID KEY
                   MOVE LT-CLASS TO WS-CLASS
           END-READ.
      *-----------------------------------------------------------------
       200-GET-STUDENT.
           MOVE SPACES TO WS-STU-NAME.
           IF NOT STU-AVAIL
               MOVE 'S' TO WS-LP-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LP-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'S' TO WS-LP-RESULT
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          ' '        DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-STU-NAME
                   IF CLASS-GENERAL AND STU-PRIVACY-ON
                       MOVE 'P' TO WS-LP-RESULT
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *E-MAIL GOES TO THE ADDRESS THE CALLER NAMED, ELSE THE
      *STUDENT'S. POSTAL MAIL TRIES MAILING, PERMANENT AND FOREIGN
      *ADDRESSES BEFORE FALLING BACK TO THE STUDENT MASTER
       300-PICK-ADDRESS.
           MOVE 0 TO WS-ADDR-COUNT.
           MOVE SPACES TO WS-ADDR-LN(1).
           MOVE SPACES TO WS-ADDR-LN(2).
           MOVE SPACES TO WS-ADDR-LN(3).
           IF LP-BY-EMAIL
               IF WS-LP-SEND-TO NOT = SPACES
                   MOVE WS-LP-SEND-TO TO WS-ADDR-LN(1)
               ELSE
                   MOVE STU-EMAIL     TO WS-ADDR-LN(1)
               END-IF
               IF WS-ADDR-LN(1) = SPACES
                   MOVE 'A' TO WS-LP-RESULT
                   PERFORM 350-LIST-NO-ADDRESS
               ELSE
                   MOVE 1 TO WS-ADDR-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ADDR-PICKED.
           MOVE 'N' TO WS-ANY-RETURNED.
           IF ADDR-AVAIL
               MOVE 'M' TO AD-TYPE
               PERFORM 310-TRY-ADDR-TYPE
               IF NOT ADDR-PICKED
                   MOVE 'P' TO AD-TYPE
                   PERFORM 310-TRY-ADDR-TYPE
               END-IF
               IF NOT ADDR-PICKED
                   MOVE 'F' TO AD-TYPE
                   PERFORM 310-TRY-ADDR-TYPE
               END-IF
           END-IF.

           IF NOT ADDR-PICKED
               PERFORM 330-CHECK-STU-RETURNED
               IF (STU-STREET = SPACES AND STU-ZIP = SPACES)
                   OR STU-ADDR-RETURNED
                   MOVE 'A' TO WS-LP-RESULT
                   PERFORM 350-LIST-NO-ADDRESS
               ELSE
                   MOVE 1 TO WS-ADDR-COUNT
                   STRING STU-STREET DELIMITED BY SIZE
                          ' '        DELIMITED BY SIZE
                          STU-ZIP    DELIMITED BY SIZE
                          INTO WS-ADDR-LN(1)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *AN ENDED ADDRESS, OR ONE MAIL HAS COME BACK FROM, NO LONGER
      *WINS - THE PICK FALLS THROUGH TO THE NEXT TYPE
       310-TRY-ADDR-TYPE.
           MOVE WS-LP-STU-ID TO AD-STU-ID.
           READ ADDR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AD-END-DATE NUMERIC
                           AND AD-END-DATE NOT = ZERO
                           AND AD-END-DATE < WS-TODAY
                           CONTINUE
                       WHEN AD-RETURNED-DATE NUMERIC
                           AND AD-RETURNED-DATE NOT = ZERO
                           MOVE 'Y' TO WS-ANY-RETURNED
                       WHEN OTHER
                           PERFORM 320-LOAD-ADDRESS
                   END-EVALUATE
           END-READ.
      *-----------------------------------------------------------------
       320-LOAD-ADDRESS.
           MOVE 'Y' TO WS-ADDR-PICKED.
           MOVE AD-STREET TO WS-ADDR-LN(1).
           STRING FUNCTION TRIM(AD-CITY) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  AD-STATE               DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  AD-ZIP                 DELIMITED BY SIZE
                  INTO WS-ADDR-LN(2).
           MOVE 2 TO WS-ADDR-COUNT.
           IF AD-COUNTRY NOT = SPACES
               MOVE AD-COUNTRY TO WS-ADDR-LN(3)
               MOVE 3 TO WS-ADDR-COUNT
           END-IF.
      *-----------------------------------------------------------------
       330-CHECK-STU-RETURNED.
           MOVE 'N' TO WS-STU-RETURNED.
           IF NOT ADDR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LP-STU-ID TO AD-STU-ID.
           MOVE 'S'          TO AD-TYPE.
           READ ADDR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AD-RETURNED-DATE NUMERIC
                       AND AD-RETURNED-DATE NOT = ZERO
                       AND AD-STREET = STU-STREET
                       AND AD-ZIP    = STU-ZIP
                       MOVE 'Y' TO WS-STU-RETURNED
                       MOVE 'Y' TO WS-ANY-RETURNED
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *THE LIST IS ADDED TO BY EVERY MAILING RUN - THE REGISTRAR
      *WORKS IT WITH THE BAD-ADDRESS REPORT
       350-LIST-NO-ADDRESS.
           IF NOT NA-OPEN
               OPEN EXTEND NO-ADDR-LIST
               IF WS-NA-STAT NOT = ZERO
                   OPEN OUTPUT NO-ADDR-LIST
               END-IF
               MOVE 'Y' TO WS-NA-OPEN
           END-IF.
           MOVE WS-TODAY     TO WS-NA-DATE.
           MOVE WS-LP-CODE   TO WS-NA-SOURCE.
           MOVE WS-LP-STU-ID TO WS-NA-STU-ID.
           MOVE WS-STU-NAME  TO WS-NA-NAME.
           EVALUATE TRUE
               WHEN LP-BY-EMAIL
                   MOVE 'NO E-MAIL ADDRESS'  TO WS-NA-REASON
               WHEN ANY-RETURNED
                   MOVE 'ALL MAIL RETURNED'  TO WS-NA-REASON
               WHEN OTHER
                   MOVE 'NO ADDRESS ON FILE' TO WS-NA-REASON
           END-EVALUATE.
           WRITE NO-ADDR-REC FROM WS-NA-LN.
      *-----------------------------------------------------------------
       400-MERGE-LETTER.
           MOVE SPACES TO WS-TERM-TXT.
           IF WS-LP-YEAR NUMERIC AND WS-LP-YEAR > ZERO
               STRING WS-LP-YEAR DELIMITED BY SIZE
                      '/'        DELIMITED BY SIZE
                      WS-LP-SEM  DELIMITED BY SIZE
                      INTO WS-TERM-TXT
           END-IF.
           MOVE WS-LP-BALANCE TO WS-BAL-EDIT.
           MOVE WS-LP-GPA     TO WS-GPA-EDIT.

           MOVE WS-LP-CODE TO LT-CODE.
           MOVE 1          TO LT-LINE.
           MOVE 'N' TO WS-EOF.
           START LTR-TEMPLATE KEY NOT LESS THAN LT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL EOF
               READ LTR-TEMPLATE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LT-CODE NOT = WS-LP-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 410-MERGE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       410-MERGE-ONE-LINE.
           MOVE 0 TO WS-PREFIX-LEN.
           INSPECT LT-TEXT TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL '&ADDR'.
           IF WS-PREFIX-LEN < 70
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-ADDR-COUNT
                   MOVE WS-ADDR-LN(WS-JX) TO WS-MERGE-VAL
                   PERFORM 420-ADD-BLOCK-LINE
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PREFIX-LEN.
           INSPECT LT-TEXT TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL '&COURSES'.
           IF WS-PREFIX-LEN < 70
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-LP-COURSE-COUNT
                          OR WS-JX > 20
                   MOVE WS-LP-COURSE(WS-JX) TO WS-MERGE-VAL
                   PERFORM 420-ADD-BLOCK-LINE
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           PERFORM 430-MERGE-TEXT.
      *-----------------------------------------------------------------
       420-ADD-BLOCK-LINE.
           MOVE SPACES TO WS-OUT-LN.
           IF WS-PREFIX-LEN > 0
               MOVE LT-TEXT(1:WS-PREFIX-LEN) TO WS-OUT-LN
           END-IF.
           MOVE WS-MERGE-VAL TO WS-OUT-LN(WS-PREFIX-LEN + 1:).
           PERFORM 490-ADD-LINE.
      *-----------------------------------------------------------------
      *COPY THE LINE ACROSS A CHARACTER AT A TIME, REPLACING EACH
      *MERGE FIELD WITH ITS VALUE
       430-MERGE-TEXT.
           MOVE SPACES TO WS-OUT-LN.
           MOVE 1 TO WS-OUT-PTR.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > 70
               MOVE 0 TO WS-TOKEN-LEN
               IF LT-TEXT(WS-POS:1) = '&'
                   PERFORM 440-MATCH-TOKEN
               END-IF
               IF WS-TOKEN-LEN > 0
                   IF WS-MERGE-VAL NOT = SPACES
                       STRING FUNCTION TRIM(WS-MERGE-VAL)
                                         DELIMITED BY SIZE
                              INTO WS-OUT-LN
                              WITH POINTER WS-OUT-PTR
                   END-IF
                   ADD WS-TOKEN-LEN TO WS-POS
               ELSE
                   IF WS-OUT-PTR <= 80
                       MOVE LT-TEXT(WS-POS:1)
                           TO WS-OUT-LN(WS-OUT-PTR:1)
                       ADD 1 TO WS-OUT-PTR
                   END-IF
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM.
           PERFORM 490-ADD-LINE.
      *-----------------------------------------------------------------
       440-MATCH-TOKEN.
           MOVE LT-TEXT(WS-POS:) TO WS-TOKEN-AREA.
           MOVE SPACES TO WS-MERGE-VAL.
           EVALUATE TRUE
               WHEN WS-TOKEN-AREA(1:8) = '&BALANCE'
                   MOVE 8 TO WS-TOKEN-LEN
                   MOVE WS-BAL-EDIT    TO WS-MERGE-VAL
               WHEN WS-TOKEN-AREA(1:8) = '&SCHADDR'
                   MOVE 8 TO WS-TOKEN-LEN
                   MOVE WS-UNIV-ADDR   TO WS-MERGE-VAL
               WHEN WS-TOKEN-AREA(1:7) = '&SCHOOL'
                   MOVE 7 TO WS-TOKEN-LEN
                   MOVE WS-UNIV-NAME   TO WS-MERGE-VAL
               WHEN WS-TOKEN-AREA(1:6) = '&INFO1'
                   MOVE 6 TO WS-TOKEN-LEN
                   MOVE WS-LP-INFO-1   TO WS-MERGE-VAL
               WHEN WS-TOKEN-AREA(1:6) = '&INFO2'
                   MOVE 6 TO WS-TOKEN-LEN
                   MOVE WS-LP-INFO-2   TO WS-MERGE-VAL
               WHEN WS-TOKEN-AREA(1:6) = '&INFO3'
                   MOVE 6 TO WS-TOKEN-LEN
                   MOVE WS-LP-INFO-3   TO WS-MERGE-VAL
               WHEN WS-TOKEN-AREA(1:5) = '&NAME'
                   MOVE 5 TO WS-TOKEN-LEN
                   MOVE WS-STU-NAME    TO WS-MERGE-VAL
               WHEN WS-TOKEN-AREA(1:5) = '&TERM'
                   MOVE 5 TO WS-TOKEN-LEN
                   MOVE WS-TERM-TXT    TO WS-MERGE-VAL
               WHEN WS-TOKEN-AREA(1:5) = '&DATE'
                   MOVE 5 TO WS-TOKEN-LEN
                   MOVE WS-LETTER-DATE TO WS-MERGE-VAL
               WHEN WS-TOKEN-AREA(1:4) = '&GPA'
                   MOVE 4 TO WS-TOKEN-LEN
                   MOVE WS-GPA-EDIT    TO WS-MERGE-VAL
               WHEN WS-TOKEN-AREA(1:3) = '&ID'
                   MOVE 3 TO WS-TOKEN-LEN
                   MOVE WS-LP-STU-ID   TO WS-MERGE-VAL
           END-EVALUATE.
      *-----------------------------------------------------------------
       490-ADD-LINE.
           IF WS-LP-LINE-COUNT < 60
               ADD 1 TO WS-LP-LINE-COUNT
               MOVE WS-OUT-LN TO WS-LP-LINE(WS-LP-LINE-COUNT)
           END-IF.
      *-----------------------------------------------------------------
       900-CLOSE-FILES.
           IF NOT FILES-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF LT-AVAIL
               CLOSE LTR-TEMPLATE
           END-IF.
           IF STU-AVAIL
               CLOSE STU-MST
           END-IF.
           IF ADDR-AVAIL
               CLOSE ADDR-MASTER
           END-IF.
           IF NA-OPEN
               CLOSE NO-ADDR-LIST
           END-IF.
           MOVE 'N' TO WS-NA-OPEN.
           MOVE 'N' TO WS-LT-AVAIL.
           MOVE 'N' TO WS-STU-AVAIL.
           MOVE 'N' TO WS-ADDR-AVAIL.
           MOVE 'N' TO WS-OPENED.
      *-----------------------------------------------------------------

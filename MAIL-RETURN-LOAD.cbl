       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-RETURN-LOAD.
      *-----------------------------------------------------------------
      *RETURNED MAIL BULK LOAD. READS MAIL-RETURNS.TXT - ONE LINE PER
      *PIECE OF MAIL THAT CAME BACK UNDELIVERABLE, AS KEYED FROM THE
      *RETURNED ENVELOPES OR SENT BY THE MAILING HOUSE - AND MARKS
      *THE ADDRESS IT WAS SENT TO AS RETURNED, THE SAME AS THE
      *RETURNED MAIL SCREEN. A LINE NAMES THE ADDRESS TYPE (M, P, F,
      *OR S FOR THE STUDENT MASTER ADDRESS) OR LEAVES IT BLANK AND
      *GIVES THE STREET AND ZIP, WHICH ARE MATCHED TO THE STUDENT'S
      *ADDRESSES IN THAT ORDER. WHEN A STREET IS GIVEN AND THE
      *ADDRESS ON FILE NO LONGER CARRIES IT, THE STUDENT HAS MOVED
      *SINCE THE MAILING AND NOTHING IS MARKED. EVERY LINE IS LISTED
      *ON MAIL-RETURN-LOAD.TXT WITH WHAT WAS DONE. NO RETURNS FILE
      *MEANS NOTHING TO LOAD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE  ASSIGN        TO
                               '../FILES/MAIL-RETURNS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RTN-STAT.
           SELECT ADDR-MASTER  ASSIGN        TO
                               '../FILES/ADDR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STU-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/MAIL-RETURN-LOAD.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY ADDR-MASTER-RECS.
       COPY STU-MST-DEF.
       FD  RETURN-FILE.
       01  RTN-REC.
           03  RTN-STU-ID          PIC 9(7).
           03  RTN-AD-TYPE         PIC X.
           03  RTN-DATE            PIC 9(8).
           03  RTN-STREET          PIC X(25).
           03  RTN-ZIP             PIC X(5).
           03  FILLER              PIC X(34).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-STU-STAT         PIC 99.
           03  WS-RTN-STAT         PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-RETURN-DATE      PIC 9(8).
           03  WS-AD-TYPE          PIC X.
           03  WS-TYPE-IX          PIC 9.
           03  WS-TYPE-LIST        PIC X(3) VALUE 'MPF'.
           03  WS-ROW-FOUND        PIC X.
               88  ROW-FOUND               VALUE 'Y'.
           03  WS-WRITE-OK         PIC X.
               88  WRITE-OK                VALUE 'Y'.
           03  WS-ACTION           PIC X(30).
           03  WS-STU-NAME         PIC X(31).
       01  WS-COUNTS.
           03  WS-READ-COUNT       PIC 9(6) VALUE 0.
           03  WS-MARKED-COUNT     PIC 9(5) VALUE 0.
           03  WS-ALREADY-COUNT    PIC 9(5) VALUE 0.
           03  WS-MOVED-COUNT      PIC 9(5) VALUE 0.
           03  WS-REJECT-COUNT     PIC 9(5) VALUE 0.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'MAIL-RTN-LOAD'.
           03  WS-CAT-FILE         PIC X(40).
       01  WS-TITLE-LN.
           03  FILLER              PIC X(36) VALUE
                                   'RETURNED MAIL LOAD  RUN '.
           03  WS-TL-DATE          PIC 9(8).
       01  WS-HDR-LN.
           03  FILLER              PIC X(9)  VALUE 'ID'.
           03  FILLER              PIC X(32) VALUE 'NAME'.
           03  FILLER              PIC X(5)  VALUE 'TYPE'.
           03  FILLER              PIC X(10) VALUE 'RETURNED'.
           03  FILLER              PIC X(30) VALUE 'ACTION'.
       01  WS-DTL-LN.
           03  WS-D-ID             PIC 9(7).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-NAME           PIC X(31).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-TYPE           PIC X.
           03  FILLER              PIC X(4) VALUE SPACES.
           03  WS-D-DATE           PIC 9(8).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-ACTION         PIC X(30).
       01  WS-TOT-LN.
           03  WS-T-LABEL          PIC X(30).
           03  WS-T-COUNT          PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN INPUT RETURN-FILE.
           IF WS-RTN-STAT NOT = ZERO
               DISPLAY 'NO RETURNED MAIL FILE - NOTHING LOADED'
               EXIT PROGRAM
           END-IF.
           OPEN I-O ADDR-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'ADDR-MASTER.DAT CANNOT BE OPENED - NO RUN'
               CLOSE RETURN-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT STU-MST.
           IF WS-STU-STAT NOT = ZERO
               DISPLAY 'STUDENT-MASTER.DAT CANNOT BE OPENED - NO RUN'
               CLOSE RETURN-FILE
               CLOSE ADDR-MASTER
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT PRINT-FILE.

           MOVE WS-TODAY TO WS-TL-DATE.
           WRITE PRINT-REC FROM WS-TITLE-LN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-HDR-LN.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ RETURN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 100-ONE-RETURN
               END-READ
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'RETURN LINES READ' TO WS-T-LABEL.
           MOVE WS-READ-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'ADDRESSES MARKED RETURNED' TO WS-T-LABEL.
           MOVE WS-MARKED-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'ALREADY MARKED' TO WS-T-LABEL.
           MOVE WS-ALREADY-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'MOVED SINCE MAILING' TO WS-T-LABEL.
           MOVE WS-MOVED-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.
           MOVE 'LINES NOT APPLIED' TO WS-T-LABEL.
           MOVE WS-REJECT-COUNT TO WS-T-COUNT.
           WRITE PRINT-REC FROM WS-TOT-LN.

           CLOSE RETURN-FILE.
           CLOSE ADDR-MASTER.
           CLOSE STU-MST.
           CLOSE PRINT-FILE.

           MOVE '../FILES/MAIL-RETURN-LOAD.TXT' TO WS-CAT-FILE.
           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'MAIL-RETURN-LOAD COMPLETE'.
           DISPLAY 'RETURN LINES READ   : ' WS-READ-COUNT.
           DISPLAY 'ADDRESSES MARKED    : ' WS-MARKED-COUNT.
           DISPLAY 'ALREADY MARKED      : ' WS-ALREADY-COUNT.
           DISPLAY 'MOVED SINCE MAILING : ' WS-MOVED-COUNT.
           DISPLAY 'LINES NOT APPLIED   : ' WS-REJECT-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-ONE-RETURN.
           MOVE SPACES TO WS-STU-NAME.
           MOVE RTN-AD-TYPE TO WS-AD-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-AD-TYPE) TO WS-AD-TYPE.
           IF RTN-DATE NUMERIC AND RTN-DATE NOT = ZERO
               MOVE RTN-DATE TO WS-RETURN-DATE
           ELSE
               MOVE WS-TODAY TO WS-RETURN-DATE
           END-IF.

           IF RTN-STU-ID NOT NUMERIC
               MOVE ZERO TO RTN-STU-ID
               MOVE 'BAD STUDENT ID - NOT APPLIED' TO WS-ACTION
               PERFORM 800-PRINT-LINE
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE RTN-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'STUDENT NOT ON FILE' TO WS-ACTION
                   PERFORM 800-PRINT-LINE
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
           END-READ.
           STRING STU-F-NAME DELIMITED BY '  '
                  ' '        DELIMITED BY SIZE
                  STU-L-NAME DELIMITED BY '  '
                  INTO WS-STU-NAME.

           EVALUATE WS-AD-TYPE
               WHEN 'M'
               WHEN 'P'
               WHEN 'F'
                   PERFORM 200-MARK-ADDR-ROW
               WHEN 'S'
                   PERFORM 300-MARK-STU-ADDR
               WHEN SPACE
                   PERFORM 150-MATCH-STREET
               WHEN OTHER
                   MOVE 'BAD ADDRESS TYPE - NOT APPLIED' TO WS-ACTION
                   PERFORM 800-PRINT-LINE
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
      *-----------------------------------------------------------------
      *NO TYPE GIVEN - THE STREET AND ZIP ON THE ENVELOPE PICK THE
      *ADDRESS, TRYING MAILING, PERMANENT, FOREIGN, THEN THE MASTER
       150-MATCH-STREET.
           IF RTN-STREET = SPACES
               MOVE 'NO TYPE OR STREET - NOT APPLIED' TO WS-ACTION
               PERFORM 800-PRINT-LINE
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 3 OR ROW-FOUND
               MOVE RTN-STU-ID TO AD-STU-ID
               MOVE WS-TYPE-LIST(WS-TYPE-IX:1) TO AD-TYPE
               READ ADDR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AD-STREET = RTN-STREET
                           AND (RTN-ZIP = SPACES OR AD-ZIP = RTN-ZIP)
                           MOVE 'Y'     TO WS-ROW-FOUND
                           MOVE AD-TYPE TO WS-AD-TYPE
                       END-IF
               END-READ
           END-PERFORM.
           IF ROW-FOUND
               PERFORM 200-MARK-ADDR-ROW
               EXIT PARAGRAPH
           END-IF.
           IF STU-STREET = RTN-STREET
               AND (RTN-ZIP = SPACES OR STU-ZIP = RTN-ZIP)
               MOVE 'S' TO WS-AD-TYPE
               PERFORM 300-MARK-STU-ADDR
               EXIT PARAGRAPH
           END-IF.
           MOVE 'MOVED SINCE MAILING - NOT MARKED' TO WS-ACTION.
           PERFORM 800-PRINT-LINE.
           ADD 1 TO WS-MOVED-COUNT.
      *-----------------------------------------------------------------
      *THE FIRST RETURN DATE ON AN ADDRESS STANDS
       200-MARK-ADDR-ROW.
           MOVE RTN-STU-ID TO AD-STU-ID.
           MOVE WS-AD-TYPE TO AD-TYPE.
           READ ADDR-MASTER
               INVALID KEY
                   MOVE 'NO ADDRESS OF THIS TYPE' TO WS-ACTION
                   PERFORM 800-PRINT-LINE
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF RTN-STREET NOT = SPACES
               AND AD-STREET NOT = RTN-STREET
               MOVE 'MOVED SINCE MAILING - NOT MARKED' TO WS-ACTION
               PERFORM 800-PRINT-LINE
               ADD 1 TO WS-MOVED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF AD-RETURNED-DATE NUMERIC
               AND AD-RETURNED-DATE NOT = ZERO
               MOVE 'ALREADY MARKED RETURNED' TO WS-ACTION
               PERFORM 800-PRINT-LINE
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RETURN-DATE TO AD-RETURNED-DATE.
           REWRITE AD-REC
               INVALID KEY
                   MOVE 'ADDRESS NOT UPDATED' TO WS-ACTION
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE 'ADDRESS MARKED RETURNED' TO WS-ACTION
                   ADD 1 TO WS-MARKED-COUNT
           END-REWRITE.
           PERFORM 800-PRINT-LINE.
      *-----------------------------------------------------------------
      *THE MASTER ADDRESS IS MARKED ON A TYPE S ROW COPYING ITS
      *STREET AND ZIP; A ROW LEFT FROM AN EARLIER ADDRESS IS REUSED
       300-MARK-STU-ADDR.
           IF STU-STREET = SPACES AND STU-ZIP = SPACES
               MOVE 'NO ADDRESS OF THIS TYPE' TO WS-ACTION
               PERFORM 800-PRINT-LINE
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF RTN-STREET NOT = SPACES
               AND STU-STREET NOT = RTN-STREET
               MOVE 'MOVED SINCE MAILING - NOT MARKED' TO WS-ACTION
               PERFORM 800-PRINT-LINE
               ADD 1 TO WS-MOVED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE RTN-STU-ID TO AD-STU-ID.
           MOVE 'S'        TO AD-TYPE.
           READ ADDR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ROW-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-FOUND
           END-READ.
           IF ROW-FOUND
               AND AD-RETURNED-DATE NUMERIC
               AND AD-RETURNED-DATE NOT = ZERO
               AND AD-STREET = STU-STREET
               AND AD-ZIP    = STU-ZIP
               MOVE 'ALREADY MARKED RETURNED' TO WS-ACTION
               PERFORM 800-PRINT-LINE
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE RTN-STU-ID     TO AD-STU-ID.
           MOVE 'S'            TO AD-TYPE.
           MOVE STU-STREET     TO AD-STREET.
           MOVE STU-ZIP        TO AD-ZIP.
           MOVE SPACES         TO AD-CITY AD-STATE AD-COUNTRY.
           MOVE ZERO           TO AD-EFF-DATE AD-END-DATE.
           MOVE WS-RETURN-DATE TO AD-RETURNED-DATE.
           MOVE 'Y' TO WS-WRITE-OK.
           IF ROW-FOUND
               REWRITE AD-REC
                   INVALID KEY
                       MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
           ELSE
               WRITE AD-REC
                   INVALID KEY
                       MOVE 'N' TO WS-WRITE-OK
               END-WRITE
           END-IF.
           IF WRITE-OK
               MOVE 'ADDRESS MARKED RETURNED' TO WS-ACTION
               ADD 1 TO WS-MARKED-COUNT
           ELSE
               MOVE 'ADDRESS NOT UPDATED' TO WS-ACTION
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM 800-PRINT-LINE.
      *-----------------------------------------------------------------
       800-PRINT-LINE.
           MOVE RTN-STU-ID     TO WS-D-ID.
           MOVE WS-STU-NAME    TO WS-D-NAME.
           MOVE WS-AD-TYPE     TO WS-D-TYPE.
           MOVE WS-RETURN-DATE TO WS-D-DATE.
           MOVE WS-ACTION      TO WS-D-ACTION.
           WRITE PRINT-REC FROM WS-DTL-LN.

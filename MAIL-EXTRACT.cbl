      *-----------------------------------------------------------------
      *BULK MAILING EXTRACT WITH PRIVACY SCREENING. SELECTS ON
      *STATUS, MAJOR, STANDING, AND COUNTY (VIA THE ZIP MASTER),
      *FORMS THE FULL ADDRESS BY JOINING THE STREET AND ZIP TO
      *ZIP-CITY AND ZIP-STATE, AND WRITES BOTH LABEL-FORMAT OUTPUT
      *AND A DELIMITED FILE. THE ADDRESS IS PICKED AS FOR LETTERS -
      *MAILING, PERMANENT, THEN FOREIGN ON THE ADDRESS FILE, PASSING
      *OVER ENDED AND RETURNED ADDRESSES, THEN STU-ADDR UNLESS MAIL
      *TO IT HAS COME BACK. A STUDENT WITH NO GOOD ADDRESS GETS NO
      *LABEL AND GOES ON THE NO-GOOD-ADDRESS LIST. A GENERAL MAILING
      *SUPPRESSES PRIVACY-FLAGGED STUDENTS; A REQUIRED MAILING
      *INCLUDES THEM FLAGGED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXTRACT-FILE ASSIGN        TO
                               '../FILES/MAIL-EXTRACT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT NO-ADDR-LIST ASSIGN        TO
                               '../FILES/NO-GOOD-ADDRESS.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-NA-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       01  LABEL-REC               PIC X(80).
       FD  EXTRACT-FILE.
       01  EXTRACT-REC             PIC X(132).
       FD  NO-ADDR-LIST.
       01  NO-ADDR-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-ZIP-STAT         PIC 99.
           03  WS-ADDR-STAT        PIC 99 VALUE 99.
           03  WS-ADDR-AVAIL       PIC X  VALUE 'N'.
               88  ADDR-AVAIL              VALUE 'Y'.
           03  WS-NA-STAT          PIC 99.
           03  WS-ADDR-PICKED      PIC X.
               88  ADDR-PICKED             VALUE 'Y'.
           03  WS-GOOD-ADDR        PIC X.
               88  GOOD-ADDR               VALUE 'Y'.
           03  WS-ANY-RETURNED     PIC X.
               88  ANY-RETURNED            VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-PRIV-NOTE        PIC X(9).
           03  WS-SEL-COUNT        PIC 9(6) VALUE 0.
           03  WS-SUPP-COUNT       PIC 9(6) VALUE 0.
           03  WS-NOADDR-COUNT     PIC 9(6) VALUE 0.
       01  WS-CSZ-LN               PIC X(45).
       01  WS-EXT-LN.
           03  WS-X-STU-ID         PIC 9(7).
           03  WS-X-ZIP            PIC X(5).
           03  FILLER              PIC X VALUE '|'.
           03  WS-X-PRIV           PIC X(9).
       01  WS-NA-LN.
           03  WS-NA-DATE          PIC 9(8).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-NA-SOURCE        PIC X(8) VALUE 'MAILEXT'.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-NA-STU-ID        PIC 9(7).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-NA-NAME          PIC X(31).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-NA-REASON        PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION UPPER-CASE(WS-F-COUNTY) TO WS-F-COUNTY.
           MOVE FUNCTION UPPER-CASE(WS-MAIL-TYPE) TO WS-MAIL-TYPE.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

           OPEN INPUT STU-MST.
           OPEN INPUT ZIP-MST.
           OPEN INPUT ADDR-MASTER.
           END-IF.
           OPEN OUTPUT LABEL-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           OPEN EXTEND NO-ADDR-LIST.
           IF WS-NA-STAT NOT = ZERO
               OPEN OUTPUT NO-ADDR-LIST
           END-IF.

           MOVE LOW-VALUES TO STU-ID.
           MOVE 'N' TO WS-EOF.
           END-IF.
           CLOSE LABEL-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE NO-ADDR-LIST.

           DISPLAY 'MAIL-EXTRACT COMPLETE'.
           DISPLAY 'SELECTED  : ' WS-SEL-COUNT.
           DISPLAY 'SUPPRESSED: ' WS-SUPP-COUNT.
           DISPLAY 'NO ADDRESS: ' WS-NOADDR-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
               MOVE '*PRIVACY*' TO WS-PRIV-NOTE
           END-IF.

           IF NOT GOOD-ADDR
               PERFORM 350-LIST-NO-ADDRESS
               EXIT PARAGRAPH
           END-IF.

           PERFORM 300-WRITE-OUTPUT.
      *-----------------------------------------------------------------
       200-RESOLVE-ADDRESS.
                  STU-L-NAME DELIMITED BY SPACE
                  INTO WS-STU-NAME.

           MOVE SPACES TO WS-STREET.
           MOVE SPACES TO WS-ZIP.
           MOVE SPACES TO WS-CITY.
           MOVE SPACES TO WS-STATE.
           MOVE SPACES TO WS-COUNTY.
           MOVE 'N' TO WS-ADDR-PICKED.
           MOVE 'N' TO WS-ANY-RETURNED.
           IF ADDR-AVAIL
               MOVE 'M' TO AD-TYPE
               PERFORM 210-TRY-ADDR-TYPE
               IF NOT ADDR-PICKED
                   MOVE 'P' TO AD-TYPE
                   PERFORM 210-TRY-ADDR-TYPE
               END-IF
               IF NOT ADDR-PICKED
                   MOVE 'F' TO AD-TYPE
                   PERFORM 210-TRY-ADDR-TYPE
               END-IF
           END-IF.

           MOVE 'Y' TO WS-GOOD-ADDR.
           IF NOT ADDR-PICKED
               PERFORM 220-CHECK-STU-ADDR
           END-IF.
           IF NOT GOOD-ADDR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ZIP TO ZIP-KEY.
           READ ZIP-MST
               INVALID KEY
                   MOVE ZIP-STATE  TO WS-STATE
                   MOVE ZIP-COUNTY TO WS-COUNTY
           END-READ.
      *-----------------------------------------------------------------
      *AN ENDED ADDRESS, OR ONE MAIL HAS COME BACK FROM, IS PASSED
      *OVER FOR THE NEXT TYPE
       210-TRY-ADDR-TYPE.
           MOVE STU-ID TO AD-STU-ID.
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
                           MOVE 'Y'       TO WS-ADDR-PICKED
                           MOVE AD-STREET TO WS-STREET
                           MOVE AD-ZIP    TO WS-ZIP
                           MOVE AD-CITY   TO WS-CITY
                           MOVE AD-STATE  TO WS-STATE
                   END-EVALUATE
           END-READ.
      *-----------------------------------------------------------------
      *THE STUDENT MASTER ADDRESS IS USED UNLESS IT IS EMPTY OR A
      *RETURN IS ON FILE FOR THAT SAME STREET AND ZIP
       220-CHECK-STU-ADDR.
           IF STU-STREET = SPACES AND STU-ZIP = SPACES
               MOVE 'N' TO WS-GOOD-ADDR
               EXIT PARAGRAPH
           END-IF.
           MOVE STU-STREET TO WS-STREET.
           MOVE STU-ZIP    TO WS-ZIP.
           IF NOT ADDR-AVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE STU-ID TO AD-STU-ID.
           MOVE 'S'    TO AD-TYPE.
           READ ADDR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AD-RETURNED-DATE NUMERIC
                       AND AD-RETURNED-DATE NOT = ZERO
                       AND AD-STREET = STU-STREET
                       AND AD-ZIP    = STU-ZIP
                       MOVE 'N' TO WS-GOOD-ADDR
                       MOVE 'Y' TO WS-ANY-RETURNED
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       300-WRITE-OUTPUT.
           ADD 1 TO WS-SEL-COUNT.
           MOVE WS-EXT-LN TO EXTRACT-REC.
           WRITE EXTRACT-REC.
      *-----------------------------------------------------------------
       350-LIST-NO-ADDRESS.
           ADD 1 TO WS-NOADDR-COUNT.
           MOVE WS-TODAY    TO WS-NA-DATE.
           MOVE STU-ID      TO WS-NA-STU-ID.
           MOVE WS-STU-NAME TO WS-NA-NAME.
           IF ANY-RETURNED
               MOVE 'ALL MAIL RETURNED'  TO WS-NA-REASON
           ELSE
               MOVE 'NO ADDRESS ON FILE' TO WS-NA-REASON
           END-IF.
           WRITE NO-ADDR-REC FROM WS-NA-LN.
      *-----------------------------------------------------------------

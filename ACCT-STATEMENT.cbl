       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-STATEMENT.
      *-----------------------------------------------------------------
      *STATEMENT OF ACCOUNT FROM THE STUDENT ACCOUNT LEDGER. FOR ONE
      *STUDENT (OR EVERY STUDENT WITH LEDGER ACTIVITY WHEN THE ID IS
      *LEFT ZERO) EACH TERM SHOWS THE BALANCE BROUGHT FORWARD FROM
      *EARLIER TERMS, EVERY DETAIL LINE WITH ITS RUNNING BALANCE,
      *AND THE TERM'S OWN NET. THE ACCOUNT BALANCE CLOSES THE
      *STATEMENT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-MASTER ASSIGN       TO
                               '../FILES/LEDGER-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS LDG-KEY
                               ALTERNATE KEY IS LDG-POST-DATE
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT STU-MST      ASSIGN TO
                               '../FILES/STUDENT-MASTER.DAT'
                               ORGANIZATION    IS INDEXED
                               ACCESS          IS RANDOM
                               RECORD KEY      IS STU-ID
                               ALTERNATE   KEY IS STU-NAME
                               FILE STATUS     IS WS-STAT.
           SELECT MST-CTRL-LIST    ASSIGN TO
                               "../Files/MST-CTRL-LST.DAT"
                               ORGANIZATION IS RELATIVE
                               ACCESS IS RANDOM
                               RELATIVE KEY IS WS-MST-REC-KEY
                               FILE STATUS IS WS-MST-STAT.
           SELECT PRINT-FILE   ASSIGN        TO
                               '../FILES/ACCOUNT-STATEMENT.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY LEDGER-RECS.
       COPY STU-MST-DEF.
       COPY MST-CTRL-LIST-RECS.
       FD  PRINT-FILE.
       01  PRINT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-RESP             PIC X   VALUE SPACE.
           03  WS-STAT             PIC 99.
           03  WS-MST-STAT         PIC 99.
           03  WS-MST-REC-KEY      PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-SEL-STU-ID       PIC 9(7) VALUE 0.
           03  WS-CUR-STU-ID       PIC 9(7) VALUE 0.
           03  WS-VIEW-PGM         PIC X(15) VALUE 'ACCT-STATEMENT'.
           03  WS-CUR-YEAR         PIC 9(4) VALUE 0.
           03  WS-CUR-SEM          PIC 99   VALUE 0.
           03  WS-ACCT-BAL         PIC S9(7)V99 VALUE 0.
           03  WS-TERM-NET         PIC S9(7)V99 VALUE 0.
           03  WS-STU-COUNT        PIC 9(6) VALUE 0.
           03  WS-LINE-COUNT       PIC 9(7) VALUE 0.
           03  WS-UNIV-NAME        PIC X(80) VALUE SPACES.
       01  WS-STU-HDR-LN.
           03  FILLER              PIC X(10) VALUE 'STUDENT: '.
           03  WS-SH-NAME          PIC X(31).
           03  FILLER              PIC X(5)  VALUE 'ID: '.
           03  WS-SH-STU-ID        PIC 9(7).
       01  WS-STU-ADDR-LN.
           03  FILLER              PIC X(10) VALUE 'ADDRESS: '.
           03  WS-SA-STREET        PIC X(25).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-SA-ZIP           PIC X(5).
       01  WS-COL-HDR-LN.
           03  FILLER              PIC X(11) VALUE 'DATE'.
           03  FILLER              PIC X(3)  VALUE 'TY'.
           03  FILLER              PIC X(21) VALUE 'DESCRIPTION'.
           03  FILLER              PIC X(13) VALUE 'REFERENCE'.
           03  FILLER              PIC X(12) VALUE '     CHARGES'.
           03  FILLER              PIC X(12) VALUE '     CREDITS'.
           03  FILLER              PIC X(13) VALUE '      BALANCE'.
       01  WS-TERM-OPEN-LN.
           03  FILLER              PIC X(6)  VALUE 'TERM '.
           03  WS-TO-YEAR          PIC 9999.
           03  FILLER              PIC X VALUE '/'.
           03  WS-TO-SEM           PIC 99.
           03  FILLER              PIC X(22) VALUE SPACES.
           03  FILLER              PIC X(24) VALUE
                                   'BALANCE FORWARD'.
           03  FILLER              PIC X(1)  VALUE SPACE.
           03  FILLER              PIC X(12) VALUE SPACES.
           03  WS-TO-BAL           PIC Z,ZZZ,ZZ9.99-.
       01  WS-LDG-DTL-LN.
           03  WS-LD-MM            PIC 99.
           03  FILLER              PIC X VALUE '/'.
           03  WS-LD-DD            PIC 99.
           03  FILLER              PIC X VALUE '/'.
           03  WS-LD-CCYY          PIC 9999.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-LD-TYPE          PIC X.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-LD-DESC          PIC X(20).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-LD-REF           PIC X(12).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-LD-DEBIT         PIC ZZZ,ZZ9.99.
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-LD-CREDIT        PIC ZZZ,ZZ9.99.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-LD-BAL           PIC Z,ZZZ,ZZ9.99-.
       01  WS-POST-DATE-X.
           03  WS-PD-CCYY          PIC 9999.
           03  WS-PD-MM            PIC 99.
           03  WS-PD-DD            PIC 99.
       01  WS-TERM-CLOSE-LN.
           03  FILLER              PIC X(36) VALUE SPACES.
           03  FILLER              PIC X(14) VALUE 'TERM NET   :'.
           03  WS-TC-NET           PIC Z,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(3)  VALUE SPACES.
           03  FILLER              PIC X(9)  VALUE 'BALANCE:'.
           03  WS-TC-BAL           PIC Z,ZZZ,ZZ9.99-.
       01  WS-ACCT-CLOSE-LN.
           03  FILLER              PIC X(36) VALUE SPACES.
           03  FILLER              PIC X(22) VALUE
                                   'ACCOUNT BALANCE DUE :'.
           03  WS-AC-BAL           PIC Z,ZZZ,ZZ9.99-.
       01  WS-STMT-SEP             PIC X(100) VALUE ALL '-'.
       01  WS-CAT-FIELDS.
           03  WS-CAT-PGM          PIC X(15) VALUE 'ACCT-STATEMENT'.
           03  WS-CAT-FILE         PIC X(40) VALUE
                                   '../FILES/ACCOUNT-STATEMENT.TXT'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY 'STUDENT STATEMENT OF ACCOUNT'.
           DISPLAY 'STUDENT ID (0 = ALL): ' WITH NO ADVANCING.
           ACCEPT WS-SEL-STU-ID.

           OPEN I-O MST-CTRL-LIST.
           MOVE 1 TO WS-MST-REC-KEY.
           READ MST-CTRL-LIST
               NOT INVALID KEY
                   MOVE MST-UNIV-NAME TO WS-UNIV-NAME
           END-READ.
           CLOSE MST-CTRL-LIST.

           OPEN INPUT LEDGER-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'LEDGER FILE NOT AVAILABLE - STATUS ' WS-STAT
               DISPLAY 'PRESS ENTER TO RETURN TO MENU'
               ACCEPT WS-RESP
               EXIT PROGRAM
           END-IF.
           OPEN INPUT STU-MST.
           OPEN OUTPUT PRINT-FILE.

           MOVE LOW-VALUES TO LDG-KEY.
           IF WS-SEL-STU-ID NOT = ZERO
               MOVE WS-SEL-STU-ID TO LDG-STU-ID
               MOVE ZERO TO LDG-YEAR
               MOVE ZERO TO LDG-SEM
               MOVE ZERO TO LDG-SEQ
           END-IF.
           MOVE 'N' TO WS-EOF.
           START LEDGER-MASTER KEY NOT LESS THAN LDG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL EOF
               READ LEDGER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SEL-STU-ID NOT = ZERO
                           AND LDG-STU-ID NOT = WS-SEL-STU-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM 100-PRINT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CUR-STU-ID NOT = ZERO
               PERFORM 300-CLOSE-TERM
               PERFORM 400-CLOSE-STUDENT
           END-IF.

           CLOSE LEDGER-MASTER.
           CLOSE STU-MST.
           CLOSE PRINT-FILE.

           CALL 'OUTPUT-CATALOG' USING WS-CAT-PGM WS-CAT-FILE.

           DISPLAY 'STATEMENTS PRINTED: ' WS-STU-COUNT.
           DISPLAY 'LEDGER LINES      : ' WS-LINE-COUNT.
           DISPLAY 'REPORT WRITTEN TO ../FILES/ACCOUNT-STATEMENT.TXT'.
           DISPLAY 'PRESS ENTER TO RETURN TO MENU'.
           ACCEPT WS-RESP.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *A CHANGE OF STUDENT OR TERM CLOSES OFF THE ONE BEFORE IT
       100-PRINT-ONE-LINE.
           IF LDG-STU-ID NOT = WS-CUR-STU-ID
               IF WS-CUR-STU-ID NOT = ZERO
                   PERFORM 300-CLOSE-TERM
                   PERFORM 400-CLOSE-STUDENT
               END-IF
               PERFORM 200-OPEN-STUDENT
               PERFORM 250-OPEN-TERM
           ELSE
               IF LDG-YEAR NOT = WS-CUR-YEAR
                   OR LDG-SEM NOT = WS-CUR-SEM
                   PERFORM 300-CLOSE-TERM
                   PERFORM 250-OPEN-TERM
               END-IF
           END-IF.

           MOVE LDG-POST-DATE TO WS-POST-DATE-X.
           MOVE WS-PD-MM   TO WS-LD-MM.
           MOVE WS-PD-DD   TO WS-LD-DD.
           MOVE WS-PD-CCYY TO WS-LD-CCYY.
           MOVE LDG-TYPE   TO WS-LD-TYPE.
           MOVE LDG-DESC   TO WS-LD-DESC.
           MOVE LDG-REF    TO WS-LD-REF.
           IF LDG-DEBIT
               ADD LDG-AMOUNT TO WS-ACCT-BAL
               ADD LDG-AMOUNT TO WS-TERM-NET
               MOVE LDG-AMOUNT TO WS-LD-DEBIT
               MOVE ZERO       TO WS-LD-CREDIT
           ELSE
               SUBTRACT LDG-AMOUNT FROM WS-ACCT-BAL
               SUBTRACT LDG-AMOUNT FROM WS-TERM-NET
               MOVE ZERO       TO WS-LD-DEBIT
               MOVE LDG-AMOUNT TO WS-LD-CREDIT
           END-IF.
           MOVE WS-ACCT-BAL TO WS-LD-BAL.
           MOVE WS-LDG-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
           ADD 1 TO WS-LINE-COUNT.
      *-----------------------------------------------------------------
       200-OPEN-STUDENT.
           MOVE LDG-STU-ID TO WS-CUR-STU-ID.
           MOVE ZERO TO WS-ACCT-BAL.
           ADD 1 TO WS-STU-COUNT.

           MOVE WS-UNIV-NAME TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'STATEMENT OF ACCOUNT' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACES TO WS-SH-NAME.
           MOVE SPACES TO WS-SA-STREET.
           MOVE SPACES TO WS-SA-ZIP.
           MOVE LDG-STU-ID TO STU-ID.
           READ STU-MST
               INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO WS-SH-NAME
               NOT INVALID KEY
                   STRING STU-F-NAME DELIMITED BY SPACE
                          WS-SPACE   DELIMITED BY SIZE
                          STU-L-NAME DELIMITED BY SPACE
                          INTO WS-SH-NAME
                   CALL 'STU-VIEW-LOG' USING WS-VIEW-PGM STU-ID
                   MOVE STU-STREET TO WS-SA-STREET
                   MOVE STU-ZIP    TO WS-SA-ZIP
           END-READ.
           MOVE LDG-STU-ID TO WS-SH-STU-ID.
           MOVE WS-STU-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-STU-ADDR-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-COL-HDR-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       250-OPEN-TERM.
           MOVE LDG-YEAR TO WS-CUR-YEAR.
           MOVE LDG-SEM  TO WS-CUR-SEM.
           MOVE ZERO     TO WS-TERM-NET.
           MOVE LDG-YEAR    TO WS-TO-YEAR.
           MOVE LDG-SEM     TO WS-TO-SEM.
           MOVE WS-ACCT-BAL TO WS-TO-BAL.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TERM-OPEN-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       300-CLOSE-TERM.
           MOVE WS-TERM-NET TO WS-TC-NET.
           MOVE WS-ACCT-BAL TO WS-TC-BAL.
           MOVE WS-TERM-CLOSE-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
       400-CLOSE-STUDENT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-ACCT-BAL TO WS-AC-BAL.
           MOVE WS-ACCT-CLOSE-LN TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-STMT-SEP TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------

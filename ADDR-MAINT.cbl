      *MAINTAINS THE STUDENT ADDRESS CHILD FILE - MAILING, PERMANENT,
      *AND FOREIGN ADDRESSES WITH EFFECTIVE DATES. DOMESTIC ZIPS ARE
      *VALIDATED AGAINST THE ZIP MASTER; FOREIGN ADDRESSES SKIP ZIP
      *VALIDATION AND CARRY A COUNTRY INSTEAD. AN ADDRESS MAIL HAS
      *COME BACK FROM IS MARKED * IN THE LIST; SAVING THE ADDRESS
      *AGAIN CLEARS THE MARK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05          COL 42  PIC X(20) FROM WS-STU-NAME.
       01  SCRN-ADDR-HDR.
           03  LINE 8  COL 5  VALUE
               'TYPE *=RTN STREET                     CITY/CTRY'.
       01  SCRN-ADDR-LN.
           03  SCRN-AL-TYPE.
               05  LINE WS-LINE COL 5  PIC X(10) FROM WS-TYPE-DESC.
               WHEN 'M' MOVE 'MAILING'   TO WS-TYPE-DESC
               WHEN 'P' MOVE 'PERMANENT' TO WS-TYPE-DESC
               WHEN 'F' MOVE 'FOREIGN'   TO WS-TYPE-DESC
               WHEN 'S' MOVE 'STU MAST'  TO WS-TYPE-DESC
               WHEN OTHER MOVE AD-TYPE   TO WS-TYPE-DESC
           END-EVALUATE.
           IF AD-RETURNED-DATE NUMERIC AND AD-RETURNED-DATE NOT = ZERO
               MOVE '*' TO WS-TYPE-DESC(10:1)
           END-IF.
      *-----------------------------------------------------------------
       200-ACTION-LOOP.
           MOVE SPACE TO WS-SEL.
           MOVE WS-COUNTRY  TO AD-COUNTRY.
           MOVE WS-EFF-DATE TO AD-EFF-DATE.
           MOVE ZERO        TO AD-END-DATE.
           MOVE ZERO        TO AD-RETURNED-DATE.
           MOVE FUNCTION UPPER-CASE(AD-REC) TO AD-REC.
           IF ADDR-FOUND
               REWRITE AD-REC

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-VIEW-LOG.
      *-----------------------------------------------------------------
      *RECORDS THAT AN OPERATOR LOOKED AT A STUDENT. CALLED BY THE
      *INQUIRY AND BILLING SCREENS WITH THEIR PROGRAM NAME AND THE
      *STUDENT SHOWN; APPENDS DATE, TIME, SIGNED-ON OPERATOR, PROGRAM
      *AND STUDENT TO STUDENT-VIEW-LOG.TXT. THE FILE STAYS OPEN
      *BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEW-LOG     ASSIGN        TO
                               '../FILES/STUDENT-VIEW-LOG.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-VIEW-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILE-OPENED               VALUE 'Y'.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LNK-PGM                 PIC X(15).
       01  LNK-STU-ID              PIC 9(7).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-PGM LNK-STU-ID.
       000-MAIN.
           IF NOT FILE-OPENED
               OPEN EXTEND VIEW-LOG
               MOVE 'Y' TO WS-OPENED
           END-IF.

           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME FROM TIME.
           MOVE SPACES TO VIEW-REC.
           STRING WS-DATE-MM DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-DD DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATE-YY DELIMITED BY SIZE
                  INTO VIEW-DATE.
           STRING WS-TIME-HH DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-TIME-MM DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-TIME-SS DELIMITED BY SIZE
                  INTO VIEW-TIME.
           MOVE SESSION-OPER-ID TO VIEW-OPER.
           MOVE LNK-PGM         TO VIEW-PGM.
           MOVE LNK-STU-ID      TO VIEW-STU-ID.
           WRITE VIEW-REC.

           EXIT PROGRAM.
      *-----------------------------------------------------------------

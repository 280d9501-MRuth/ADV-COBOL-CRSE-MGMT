       IDENTIFICATION DIVISION.
       PROGRAM-ID. DE-COURSE-CHECK.
      *-----------------------------------------------------------------
      *CHECKS WHETHER A DUAL ENROLLMENT STUDENT'S HIGH SCHOOL
      *APPROVED A COURSE FOR THE TERM. LNK-OK COMES BACK N WHEN THE
      *STUDENT IS DUAL ENROLLED FOR THE TERM AND THE COURSE HAS NO
      *APPROVAL ON FILE. A STUDENT WITH NO DESIGNATION, OR WHOSE
      *DESIGNATION DOES NOT COVER THE TERM, ALWAYS PASSES.
      *FILES STAY OPEN BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DE-STU       ASSIGN        TO
                               '../FILES/DE-STU.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DES-STU-ID
                               FILE STATUS   IS WS-DES-STAT.
           SELECT DE-CRSE      ASSIGN        TO
                               '../FILES/DE-CRSE.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DEC-KEY
                               FILE STATUS   IS WS-DEC-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY DE-STU-RECS.
       COPY DE-CRSE-RECS.
       WORKING-STORAGE SECTION.
       01  WS-DES-STAT             PIC 99.
       01  WS-DEC-STAT             PIC 99.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILES-OPENED              VALUE 'Y'.
       01  WS-DE-AVAIL             PIC X VALUE 'N'.
           88  DE-AVAIL                  VALUE 'Y'.
       01  WS-TERM.
           03  WS-TERM-YEAR        PIC 9(4).
           03  WS-TERM-SEM         PIC 99.
       LINKAGE SECTION.
       01  LNK-STU-ID              PIC 9(7).
       01  LNK-YEAR                PIC 9(4).
       01  LNK-SEM                 PIC 99.
       01  LNK-COURSE-ID           PIC X(9).
       01  LNK-OK                  PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-STU-ID LNK-YEAR LNK-SEM
                                LNK-COURSE-ID LNK-OK.
       000-MAIN.
           IF NOT FILES-OPENED
               OPEN INPUT DE-STU
               OPEN INPUT DE-CRSE
               IF WS-DES-STAT = ZERO AND WS-DEC-STAT = ZERO
                   MOVE 'Y' TO WS-DE-AVAIL
               END-IF
               MOVE 'Y' TO WS-OPENED
           END-IF.

           MOVE 'Y' TO LNK-OK.
           IF NOT DE-AVAIL
               EXIT PROGRAM
           END-IF.

           MOVE LNK-STU-ID TO DES-STU-ID.
           READ DE-STU
               INVALID KEY
                   EXIT PROGRAM
           END-READ.

           MOVE LNK-YEAR TO WS-TERM-YEAR.
           MOVE LNK-SEM  TO WS-TERM-SEM.
           IF WS-TERM < DES-FROM-TERM
               EXIT PROGRAM
           END-IF.
           IF DES-THRU-TERM NOT = ZERO AND WS-TERM > DES-THRU-TERM
               EXIT PROGRAM
           END-IF.

           MOVE LNK-STU-ID    TO DEC-STU-ID.
           MOVE LNK-YEAR      TO DEC-YEAR.
           MOVE LNK-SEM       TO DEC-SEM.
           MOVE LNK-COURSE-ID TO DEC-CRSE-ID.
           READ DE-CRSE
               INVALID KEY
                   MOVE 'N' TO LNK-OK
           END-READ.

           EXIT PROGRAM.
      *-----------------------------------------------------------------

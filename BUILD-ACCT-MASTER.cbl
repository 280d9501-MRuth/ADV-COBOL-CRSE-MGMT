       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-ACCT-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACCT-MASTER   ASSIGN        TO
                                       "../FILES/ACCT-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS ACCT-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY ACCT-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT ACCT-MASTER.

       DISPLAY WS-STAT.

       MOVE SPACES TO ACCT-CTRL-REC.
       MOVE '00000000' TO ACCT-CTRL-KEY.
       MOVE ZERO TO ACCT-LAST-SEQ.
       MOVE ZERO TO ACCT-LAST-RUN.
       WRITE ACCT-CTRL-REC.

       CLOSE ACCT-MASTER.


       STOP RUN.

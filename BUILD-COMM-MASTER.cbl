       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-COMM-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMM-MASTER  ASSIGN        TO
                                       "../FILES/COMM-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS CMM-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY COMM-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT COMM-MASTER.

       DISPLAY WS-STAT.

       CLOSE COMM-MASTER.


       STOP RUN.

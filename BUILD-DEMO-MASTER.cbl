       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-DEMO-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEMO-MASTER    ASSIGN        TO
                                       "../FILES/DEMO-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS DEMO-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY DEMO-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT DEMO-MASTER.

       DISPLAY WS-STAT.

       CLOSE DEMO-MASTER.


       STOP RUN.

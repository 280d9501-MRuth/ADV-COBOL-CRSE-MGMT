       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-EVENT-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EVENT-MASTER   ASSIGN        TO
                                       "../FILES/EVENT-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS EVT-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY EVENT-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT EVENT-MASTER.

       DISPLAY WS-STAT.

       CLOSE EVENT-MASTER.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-RISK-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RISK-MASTER    ASSIGN        TO
                                       "../FILES/RISK-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS RK-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY RISK-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT RISK-MASTER.

       DISPLAY WS-STAT.

       CLOSE RISK-MASTER.


       STOP RUN.

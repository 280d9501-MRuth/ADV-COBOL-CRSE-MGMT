       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-VISA-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VISA-MASTER    ASSIGN        TO
                                       "../FILES/VISA-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS VISA-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY VISA-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT VISA-MASTER.

       DISPLAY WS-STAT.

       CLOSE VISA-MASTER.


       STOP RUN.

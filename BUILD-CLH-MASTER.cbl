       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-CLH-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLH-MASTER    ASSIGN        TO
                                       "../FILES/CLH-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS CLH-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CLH-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT CLH-MASTER.

       DISPLAY WS-STAT.

       CLOSE CLH-MASTER.


       STOP RUN.

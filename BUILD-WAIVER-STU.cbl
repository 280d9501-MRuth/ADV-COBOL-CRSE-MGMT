       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-WAIVER-STU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WAIVER-STU   ASSIGN        TO
                                       "../FILES/WAIVER-STU.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS WVST-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY WAIVER-STU-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT WAIVER-STU.

       DISPLAY WS-STAT.

       CLOSE WAIVER-STU.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-TXTBK-ADOPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TXTBK-ADOPT  ASSIGN        TO
                                       "../FILES/TXTBK-ADOPT.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS TA-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY TXTBK-ADOPT-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT TXTBK-ADOPT.

       DISPLAY WS-STAT.

       CLOSE TXTBK-ADOPT.


       STOP RUN.

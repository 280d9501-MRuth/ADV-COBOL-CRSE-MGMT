       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-EVAL-RESP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EVAL-RESP    ASSIGN        TO
                                       "../FILES/EVAL-RESP.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS ER-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY EVAL-RESP-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT EVAL-RESP.

       DISPLAY WS-STAT.

       CLOSE EVAL-RESP.


       STOP RUN.

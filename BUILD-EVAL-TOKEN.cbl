       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-EVAL-TOKEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EVAL-TOKEN    ASSIGN        TO
                                       "../FILES/EVAL-TOKEN.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS ET-TOKEN
                                       ALTERNATE KEY IS ET-ISSUE-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY EVAL-TOKEN-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT EVAL-TOKEN.

       DISPLAY WS-STAT.

       CLOSE EVAL-TOKEN.


       STOP RUN.

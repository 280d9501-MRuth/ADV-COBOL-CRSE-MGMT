       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-EVAL-QUEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EVAL-QUEST    ASSIGN        TO
                                       "../FILES/EVAL-QUEST.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS EQ-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY EVAL-QUEST-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT EVAL-QUEST.

       DISPLAY WS-STAT.

       CLOSE EVAL-QUEST.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-RETAIN-RULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETAIN-RULE  ASSIGN        TO
                                       "../FILES/RETAIN-RULE.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS RR-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY RETAIN-RULE-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT RETAIN-RULE.

       DISPLAY WS-STAT.

       CLOSE RETAIN-RULE.


       STOP RUN.

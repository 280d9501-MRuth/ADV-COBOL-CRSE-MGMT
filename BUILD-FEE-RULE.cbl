       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-FEE-RULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FEE-RULE    ASSIGN        TO
                                       "../FILES/FEE-RULE.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS FR-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY FEE-RULE-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT FEE-RULE.

       DISPLAY WS-STAT.

       CLOSE FEE-RULE.


       STOP RUN.

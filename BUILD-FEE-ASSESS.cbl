       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-FEE-ASSESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FEE-ASSESS    ASSIGN        TO
                                       "../FILES/FEE-ASSESS.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS FA-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY FEE-ASSESS-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT FEE-ASSESS.

       DISPLAY WS-STAT.

       CLOSE FEE-ASSESS.


       STOP RUN.

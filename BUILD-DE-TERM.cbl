       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-DE-TERM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DE-TERM    ASSIGN        TO
                                       "../FILES/DE-TERM.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS DET-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY DE-TERM-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT DE-TERM.

       DISPLAY WS-STAT.

       CLOSE DE-TERM.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-DE-CRSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DE-CRSE    ASSIGN        TO
                                       "../FILES/DE-CRSE.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS DEC-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY DE-CRSE-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT DE-CRSE.

       DISPLAY WS-STAT.

       CLOSE DE-CRSE.


       STOP RUN.

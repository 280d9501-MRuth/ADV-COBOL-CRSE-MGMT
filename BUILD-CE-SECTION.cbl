       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-CE-SECTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CE-SECTION    ASSIGN        TO
                                       "../FILES/CE-SECTION.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS CES-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CE-SECTION-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT CE-SECTION.

       DISPLAY WS-STAT.

       CLOSE CE-SECTION.


       STOP RUN.

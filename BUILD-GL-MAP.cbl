       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-GL-MAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GL-MAP       ASSIGN        TO
                                       "../FILES/GL-MAP.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS GLM-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY GL-MAP-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT GL-MAP.

       DISPLAY WS-STAT.

       CLOSE GL-MAP.


       STOP RUN.

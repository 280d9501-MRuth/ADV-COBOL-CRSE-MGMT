       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-CE-PARTICIPANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CE-PARTICIPANT    ASSIGN        TO
                                       "../FILES/CE-PARTICIPANT.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS CEP-ID
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CE-PART-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT CE-PARTICIPANT.

       DISPLAY WS-STAT.

       CLOSE CE-PARTICIPANT.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-RSV-SEAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RSV-SEAT    ASSIGN        TO
                                       "../FILES/RSV-SEAT.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS RSV-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY RSV-SEAT-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT RSV-SEAT.

       DISPLAY WS-STAT.

       CLOSE RSV-SEAT.


       STOP RUN.

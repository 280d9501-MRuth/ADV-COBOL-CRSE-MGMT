       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-PAY-RATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-RATE         ASSIGN        TO
                                       "../FILES/PAY-RATE.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS PYR-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY PAY-RATE-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT PAY-RATE.

       DISPLAY WS-STAT.

       CLOSE PAY-RATE.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-PAY-SUSPENSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-SUSPENSE ASSIGN        TO
                                       "../FILES/PAY-SUSPENSE.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS SUSP-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY PAY-SUSPENSE-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT PAY-SUSPENSE.

       DISPLAY WS-STAT.

       CLOSE PAY-SUSPENSE.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-WAIVER-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WAIVER-MASTER    ASSIGN        TO
                                       "../FILES/WAIVER-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS WVR-CODE
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY WAIVER-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT WAIVER-MASTER.

       DISPLAY WS-STAT.

       CLOSE WAIVER-MASTER.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-DEGX-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEGX-MASTER    ASSIGN        TO
                                       "../FILES/DEGX-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS DX-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY DEGX-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT DEGX-MASTER.

       DISPLAY WS-STAT.

       CLOSE DEGX-MASTER.


       STOP RUN.

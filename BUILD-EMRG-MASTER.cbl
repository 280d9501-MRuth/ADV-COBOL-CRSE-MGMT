       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-EMRG-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMRG-MASTER    ASSIGN        TO
                                       "../FILES/EMRG-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS EC-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY EMRG-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT EMRG-MASTER.

       DISPLAY WS-STAT.

       CLOSE EMRG-MASTER.


       STOP RUN.

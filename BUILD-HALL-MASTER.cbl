       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-HALL-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HALL-MASTER  ASSIGN        TO
                                       "../FILES/HALL-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS HALL-CODE
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY HALL-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT HALL-MASTER.

       DISPLAY WS-STAT.

       CLOSE HALL-MASTER.


       STOP RUN.

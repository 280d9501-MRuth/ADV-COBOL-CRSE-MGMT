       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-ATHL-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ATHL-MASTER    ASSIGN        TO
                                       "../FILES/ATHL-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS ATHL-KEY
                                       ALTERNATE KEY IS ATHL-STU-ID
                                           WITH DUPLICATES
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY ATHL-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT ATHL-MASTER.

       DISPLAY WS-STAT.

       CLOSE ATHL-MASTER.


       STOP RUN.

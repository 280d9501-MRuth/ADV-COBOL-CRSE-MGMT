       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-COLL-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COLL-MASTER  ASSIGN        TO
                                       "../FILES/COLL-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS COLL-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY COLL-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT COLL-MASTER.

       DISPLAY WS-STAT.

       CLOSE COLL-MASTER.


       STOP RUN.

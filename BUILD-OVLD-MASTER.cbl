       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-OVLD-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OVLD-MASTER    ASSIGN        TO
                                       "../FILES/OVLD-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS OVLD-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY OVLD-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT OVLD-MASTER.

       DISPLAY WS-STAT.

       CLOSE OVLD-MASTER.


       STOP RUN.

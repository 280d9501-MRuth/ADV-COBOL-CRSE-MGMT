       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-PTRM-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PTRM-MASTER    ASSIGN        TO
                                       "../FILES/PTRM-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS PTRM-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY PTRM-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT PTRM-MASTER.

       DISPLAY WS-STAT.

       CLOSE PTRM-MASTER.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-SAP-HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SAP-HISTORY  ASSIGN        TO
                                       "../FILES/SAP-HISTORY.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS SAP-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY SAP-HIST-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT SAP-HISTORY.

       DISPLAY WS-STAT.

       CLOSE SAP-HISTORY.


       STOP RUN.

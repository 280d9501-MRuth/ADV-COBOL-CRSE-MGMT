       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-ADVNOTE-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ADVNOTE-MASTER    ASSIGN        TO
                                       "../FILES/ADVNOTE-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS AN-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY ADVNOTE-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT ADVNOTE-MASTER.

       DISPLAY WS-STAT.

       CLOSE ADVNOTE-MASTER.


       STOP RUN.

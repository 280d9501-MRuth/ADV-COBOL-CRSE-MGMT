       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-DE-STU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DE-STU    ASSIGN        TO
                                       "../FILES/DE-STU.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS DES-STU-ID
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY DE-STU-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT DE-STU.

       DISPLAY WS-STAT.

       CLOSE DE-STU.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-DE-DISTRICT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DE-DISTRICT    ASSIGN        TO
                                       "../FILES/DE-DISTRICT.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS DIST-ID
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY DE-DISTRICT-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT DE-DISTRICT.

       DISPLAY WS-STAT.

       CLOSE DE-DISTRICT.


       STOP RUN.

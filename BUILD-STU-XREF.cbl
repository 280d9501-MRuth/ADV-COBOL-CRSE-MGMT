       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-STU-XREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STU-XREF         ASSIGN        TO
                                       "../FILES/STU-XREF.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS XR-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY STU-XREF-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT STU-XREF.

       DISPLAY WS-STAT.

       CLOSE STU-XREF.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-HSG-APPL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HSG-APPL  ASSIGN        TO
                                       "../FILES/HSG-APPL.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS HAPP-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY HSG-APPL-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT HSG-APPL.

       DISPLAY WS-STAT.

       CLOSE HSG-APPL.


       STOP RUN.

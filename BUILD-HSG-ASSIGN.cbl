       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-HSG-ASSIGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HSG-ASSIGN     ASSIGN        TO
                                       "../FILES/HSG-ASSIGN.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS HASG-KEY
                                       ALTERNATE KEY IS HASG-BED-KEY
                                           WITH DUPLICATES
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY HSG-ASSIGN-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT HSG-ASSIGN.

       DISPLAY WS-STAT.

       CLOSE HSG-ASSIGN.


       STOP RUN.

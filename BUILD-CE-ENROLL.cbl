       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-CE-ENROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CE-ENROLL    ASSIGN        TO
                                       "../FILES/CE-ENROLL.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS CEE-KEY
                                       ALTERNATE KEY IS CEE-PART-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CE-ENROLL-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT CE-ENROLL.

       DISPLAY WS-STAT.

       CLOSE CE-ENROLL.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-RATE-SCHEDULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RATE-SCHEDULE    ASSIGN        TO
                                       "../FILES/RATE-SCHEDULE.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS RTS-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY RATE-SCHED-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT RATE-SCHEDULE.

       DISPLAY WS-STAT.

       CLOSE RATE-SCHEDULE.


       STOP RUN.

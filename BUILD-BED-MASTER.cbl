       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-BED-MASTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BED-MASTER  ASSIGN        TO
                                       "../FILES/BED-MASTER.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS BED-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY BED-MASTER-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT BED-MASTER.

       DISPLAY WS-STAT.

       CLOSE BED-MASTER.


       STOP RUN.

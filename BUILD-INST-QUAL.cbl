       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-INST-QUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INST-QUAL      ASSIGN        TO
                                       "../FILES/INST-QUAL.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS IQ-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY INST-QUAL-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT INST-QUAL.

       DISPLAY WS-STAT.

       CLOSE INST-QUAL.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-CRED-LIMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CRED-LIMIT    ASSIGN        TO
                                       "../FILES/CRED-LIMIT.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS CRL-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CRED-LIMIT-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT CRED-LIMIT.

       DISPLAY WS-STAT.

       CLOSE CRED-LIMIT.


       STOP RUN.

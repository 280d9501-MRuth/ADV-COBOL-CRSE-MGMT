       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-SECT-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SECT-REVIEW    ASSIGN        TO
                                       "../FILES/SECT-REVIEW.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS SRV-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY SECT-REVIEW-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT SECT-REVIEW.

       DISPLAY WS-STAT.

       CLOSE SECT-REVIEW.


       STOP RUN.

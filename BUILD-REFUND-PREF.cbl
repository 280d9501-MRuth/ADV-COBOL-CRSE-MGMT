       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-REFUND-PREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REFUND-PREF  ASSIGN        TO
                                       "../FILES/REFUND-PREF.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS RFP-STU-ID
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY REFUND-PREF-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT REFUND-PREF.

       DISPLAY WS-STAT.

       CLOSE REFUND-PREF.


       STOP RUN.

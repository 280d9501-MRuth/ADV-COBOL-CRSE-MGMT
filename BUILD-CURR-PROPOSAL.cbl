       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-CURR-PROPOSAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CURR-PROPOSAL    ASSIGN        TO
                                       "../FILES/CURR-PROPOSAL.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS PRP-ID
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CURR-PROP-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT CURR-PROPOSAL.

       DISPLAY WS-STAT.

       CLOSE CURR-PROPOSAL.


       STOP RUN.

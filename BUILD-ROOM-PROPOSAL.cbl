       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-ROOM-PROPOSAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROOM-PROPOSAL  ASSIGN        TO
                                       "../FILES/ROOM-PROPOSAL.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS RAP-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY ROOM-PROP-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT ROOM-PROPOSAL.

       DISPLAY WS-STAT.

       CLOSE ROOM-PROPOSAL.


       STOP RUN.

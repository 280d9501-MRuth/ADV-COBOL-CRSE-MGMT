       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-LOCKBOX-ITEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOCKBOX-ITEM ASSIGN        TO
                                       "../FILES/LOCKBOX-ITEM.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS LBX-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY LOCKBOX-ITEM-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT LOCKBOX-ITEM.

       DISPLAY WS-STAT.

       CLOSE LOCKBOX-ITEM.


       STOP RUN.

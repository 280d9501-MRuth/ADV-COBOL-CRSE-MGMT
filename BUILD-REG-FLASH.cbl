       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-REG-FLASH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REG-FLASH         ASSIGN        TO
                                       "../FILES/REG-FLASH.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS RF-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY REG-FLASH-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT REG-FLASH.

       DISPLAY WS-STAT.

       CLOSE REG-FLASH.


       STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-CHECK-REFUSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHECK-REFUSE ASSIGN        TO
                                       "../FILES/CHECK-REFUSE.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS CKR-STU-ID
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CHECK-REFUSE-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT CHECK-REFUSE.

       DISPLAY WS-STAT.

       CLOSE CHECK-REFUSE.


       STOP RUN.

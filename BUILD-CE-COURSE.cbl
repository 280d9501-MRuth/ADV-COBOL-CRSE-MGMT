       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-CE-COURSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CE-COURSE    ASSIGN        TO
                                       "../FILES/CE-COURSE.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS CEC-ID
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CE-COURSE-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT CE-COURSE.

       DISPLAY WS-STAT.

       CLOSE CE-COURSE.


       STOP RUN.

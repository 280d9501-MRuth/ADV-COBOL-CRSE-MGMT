      *        SCH - SCHED-ID COURSE-ID DEPT TIMEDAY BUILDING
      *              INSTRUCTOR SEATS CAMPUS INST2
      *        REG - STU-ID YEAR SEM CRN GRADE MIDTERM
      *OUTPUT IS PIPE-DELIMITED ON EXTRACT-OUT.TXT. DOB COMES OUT
      *MASKED UNLESS THE OPERATOR IS CLEARED FOR SENSITIVE DATA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  REG-MASTER.
       01  REG-REC.
           03  REG-KEY.
       FD  EXTRACT-FILE.
       01  EXTRACT-REC             PIC X(200).
       WORKING-STORAGE SECTION.
       COPY OPER-SESSION.
       01  MISC-VARS.
           03  WS-PARM-STAT        PIC 99.
           03  WS-STAT             PIC 99.
               WHEN 'STU' ALSO 'PRIVACY     '
                   MOVE STU-PRIVACY TO WS-FIELD-VAL
               WHEN 'STU' ALSO 'DOB         '
                   IF SESSION-SEES-SENSITIVE
                       MOVE STU-DOB TO WS-FIELD-VAL
                   ELSE
                       MOVE '********' TO WS-FIELD-VAL
                   END-IF
               WHEN 'SCH' ALSO 'SCHED-ID    '
                   MOVE SCHEDULE-ID-O TO WS-FIELD-VAL
               WHEN 'SCH' ALSO 'COURSE-ID   '

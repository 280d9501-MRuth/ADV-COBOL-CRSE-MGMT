      *CONTROL LINES (FIXED COLUMNS):
      *  CODE(12) YEAR(4) SP SEM(2) SP CRN(4) SP DEPT(4) SP ID(4)
      *  CODES: CLASSROLL, INSTRLOAD, DEPTHEAD, CRSBYINST, GRADEDIST
      *         SCHPROD
      *OUTPUT LANDS IN THE REPORT'S OWN *.RPT FILE UNDER ../FILES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               WHEN 'GRADEDIST   '
                   CALL 'REPORT-GRADE-DIST'
                   ADD 1 TO WS-RUN-COUNT
               WHEN 'SCHPROD     '
                   CALL 'REPORT-CREDIT-HOURS'
                   ADD 1 TO WS-RUN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BAD-COUNT
                   MOVE 'UNKNOWN ' TO WS-L-EVENT

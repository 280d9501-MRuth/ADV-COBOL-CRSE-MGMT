      *Skeleton COBOL Copybook
      *EARLY-ALERT RISK SCORES - ONE RECORD PER STUDENT PER TERM,
      *REWRITTEN BY EACH WEEKLY SCORING RUN. RK-FACTORS HOLDS A
      *LETTER FOR EACH FACTOR FOUND (A ABSENCE STREAK, M MIDTERM
      *DEFICIENCY, H HOLD, B BALANCE, P PROBATION OR SUSPENSION,
      *G GPA DROP). RK-HIGH-DATE IS THE RUN THAT FIRST PUT THE
      *STUDENT IN THE HIGH BAND FOR THE TERM - ZERO UNTIL THEN - SO
      *THE ALERT IS SENT ONLY ONCE A TERM.
       FD  RISK-MASTER.
       01  RK-REC.
           03  RK-KEY.
               05  RK-STU-ID       PIC 9(7).
               05  RK-YEAR         PIC 9(4).
               05  RK-SEM          PIC 99.
           03  RK-SCORE            PIC 999.
           03  RK-BAND             PIC X.
               88  RK-HIGH                 VALUE 'H'.
               88  RK-MODERATE             VALUE 'M'.
               88  RK-LOW                  VALUE 'L'.
           03  RK-FACTORS          PIC X(6).
           03  RK-ADVISOR          PIC 9(4).
           03  RK-HIGH-DATE        PIC 9(8).
           03  RK-RUN-DATE         PIC 9(8).
           03  FILLER              PIC X(20).

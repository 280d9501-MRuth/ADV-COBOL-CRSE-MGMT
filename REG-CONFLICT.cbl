      *REGISTRATIONS FOR THE TERM AND REPORTS THE FIRST MEETING-TIME
      *CONFLICT FOUND. TWO SECTIONS CONFLICT WHEN THEY SHARE A
      *MEETING DAY AND THEIR START/END TIMES OVERLAP. WITHDRAWN
      *ROWS AND SECTIONS WITHOUT TIMES NEVER CONFLICT. A SECTION
      *BEING SWAPPED OUT FOR THE NEW ONE IS PASSED IN LNK-SKIP-CRN AND
      *IS PASSED OVER AS IF ALREADY DROPPED - ZERO SKIPS NOTHING.
      *FILES STAY OPEN BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       WORKING-STORAGE SECTION.
       01  WS-REG-STAT             PIC 99.
       01  WS-SCH-STAT             PIC 99.
       01  LNK-CRN                 PIC 9(4).
       01  LNK-CONFLICT            PIC X.
       01  LNK-CONF-CRN            PIC 9(4).
       01  LNK-SKIP-CRN            PIC 9(4).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-STU-ID LNK-YEAR LNK-SEM
                                LNK-CRN LNK-CONFLICT LNK-CONF-CRN
                                LNK-SKIP-CRN.
       000-MAIN.
           IF NOT FILES-OPENED
               OPEN INPUT REG-MASTER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF REG-CRN NOT = LNK-CRN
                               AND REG-CRN NOT = LNK-SKIP-CRN
                               AND REG-GRADE NOT = 'W'
                               PERFORM 200-CHECK-ONE-SECTION
                           END-IF

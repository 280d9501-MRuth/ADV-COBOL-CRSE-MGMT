      *SAME-TERM REGISTRATION. LNK-OK COMES BACK N WITH THE MISSING
      *PARTNER COURSE IN LNK-COREQ WHEN THE STUDENT HOLDS NO
      *REGISTRATION FOR IT THIS TERM. A COURSE WITH NO CO-REQUISITE
      *RECORD ALWAYS PASSES. A SECTION BEING SWAPPED OUT IS PASSED
      *IN LNK-SKIP-CRN AND DOES NOT COVER THE PARTNER - ZERO SKIPS
      *NOTHING. FILES STAY OPEN BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       WORKING-STORAGE SECTION.
       01  WS-CQ-STAT              PIC 99.
       01  WS-REG-STAT             PIC 99.
       01  LNK-COURSE-ID           PIC X(9).
       01  LNK-OK                  PIC X.
       01  LNK-COREQ               PIC X(9).
       01  LNK-SKIP-CRN            PIC 9(4).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-STU-ID LNK-YEAR LNK-SEM
                                LNK-COURSE-ID LNK-OK LNK-COREQ
                                LNK-SKIP-CRN.
       000-MAIN.
           IF NOT FILES-OPENED
               OPEN INPUT CRSE-COREQ
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF REG-GRADE NOT = 'W'
                               AND REG-CRN NOT = LNK-SKIP-CRN
                               PERFORM 100-CHECK-ONE-ROW
                           END-IF
                       END-IF

      *Skeleton COBOL Copybook
      *EARLY-ALERT RISK SCORING PARAMETERS - A SINGLE RECORD. EACH
      *RISK FACTOR FOUND ADDS ITS WEIGHT TO THE STUDENT'S SCORE; THE
      *MIDTERM WEIGHT IS ADDED ONCE PER DEFICIENT SECTION. AN ABSENCE
      *STREAK COUNTS AT RP-ABS-STREAK CONSECUTIVE ABSENCES, A GPA
      *DROP WHEN THE LAST TERM GPA FELL BY RP-GPA-DROP OR MORE FROM
      *THE TERM BEFORE. THE BAND MINIMUMS SPLIT SCORES INTO HIGH,
      *MODERATE AND LOW RISK.
       FD  RISK-PARM.
       01  RP-REC.
           03  RP-W-ABSENCE        PIC 99.
           03  RP-ABS-STREAK       PIC 99.
           03  RP-W-MIDTERM        PIC 99.
           03  RP-W-HOLD           PIC 99.
           03  RP-W-BALANCE        PIC 99.
           03  RP-W-PROBATION      PIC 99.
           03  RP-W-GPA-DROP       PIC 99.
           03  RP-GPA-DROP         PIC 9V99.
           03  RP-HIGH-MIN         PIC 999.
           03  RP-MOD-MIN          PIC 999.
           03  RP-UPD-DATE         PIC 9(8).
           03  RP-UPD-BY           PIC X(8).
           03  FILLER              PIC X(20).

      *Skeleton COBOL Copybook
      *TUITION WAIVER AND DISCOUNT PROGRAMS - EMPLOYEE, DEPENDENT,
      *SENIOR AUDIT, DEPARTMENTAL AND THE LIKE. METHOD P TAKES A
      *PERCENTAGE OF THE WAIVABLE CHARGE, METHOD F A FLAT AMOUNT.
      *SCOPE T WAIVES TUITION ONLY, SCOPE A TUITION PLUS THE TERM AND
      *COURSE FEES. A NON-ZERO CREDIT CAP LIMITS THE TUITION WAIVED
      *TO THAT MANY CREDIT HOURS A TERM.
       FD  WAIVER-MASTER.
       01  WVR-REC.
           03  WVR-CODE            PIC X(4).
           03  WVR-DESC            PIC X(30).
           03  WVR-METHOD          PIC X.
               88  WVR-PERCENT             VALUE 'P'.
               88  WVR-FLAT-AMT            VALUE 'F'.
           03  WVR-PCT             PIC 999.
           03  WVR-FLAT            PIC 9(6)V99.
           03  WVR-SCOPE           PIC X.
               88  WVR-TUITION-ONLY        VALUE 'T'.
               88  WVR-TUITION-FEES        VALUE 'A'.
           03  WVR-CREDIT-CAP      PIC 99.
           03  WVR-STATUS          PIC X.
               88  WVR-ACTIVE              VALUE 'A'.
               88  WVR-INACTIVE            VALUE 'I'.

      *Skeleton COBOL Copybook
      *RECORDS RETENTION RULES - ONE RECORD PER FILE UNDER RETENTION.
      *RR-BASIS NAMES THE FIELD THE RECORD'S AGE IS TAKEN FROM (SEE
      *WS-RETAIN-FILES FOR THE FILES AND BASIS FIELDS SUPPORTED) AND
      *RR-YEARS HOW LONG A RECORD IS KEPT. PAST THAT AN ARCHIVE RULE
      *COPIES THE RECORD TO A DATED ARCHIVE FILE BEFORE REMOVING IT;
      *A PURGE RULE REMOVES IT OUTRIGHT. RR-LAST-RUN IS THE LAST DATE
      *RETAIN-APPLY ENFORCED THE RULE. A FILE WITH NO RULE IS KEPT.
       FD  RETAIN-RULE.
       01  RR-REC.
           03  RR-KEY.
               05  RR-FILE         PIC X(20).
           03  RR-BASIS            PIC X(12).
           03  RR-YEARS            PIC 99.
           03  RR-ACTION           PIC X.
               88  RR-PURGE                VALUE 'P'.
               88  RR-ARCHIVE              VALUE 'A'.
               88  RR-VALID-ACTION         VALUE 'P' 'A'.
           03  RR-LAST-RUN         PIC 9(8).
           03  FILLER              PIC X(20).

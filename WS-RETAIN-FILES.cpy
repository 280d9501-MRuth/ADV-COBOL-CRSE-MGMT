      *Skeleton COBOL Copybook
      *FILES RETAIN-APPLY KNOWS HOW TO AGE, WITH THE BASIS FIELDS A
      *RETENTION RULE MAY NAME FOR EACH. THE TEXT LOGS ALL START WITH
      *THE MM/DD/YY ENTRY DATE; WS-RF-STU-POS IS WHERE THE STUDENT ID
      *SITS ON THE LINE (ZERO = NO STUDENT ON THE LOG). A MAINTENANCE
      *AUDIT LINE IS TIED TO A STUDENT ONLY WHEN ITS KEY IS A STUDENT
      *ID.
       01  WS-RETAIN-VALUES.
           03  FILLER              PIC X(46) VALUE
               'REGISTER-AUDIT      ENTRY-DATE              24'.
           03  FILLER              PIC X(46) VALUE
               'MAINT-AUDIT         ENTRY-DATE              44'.
           03  FILLER              PIC X(46) VALUE
               'SIGNON-LOG          ENTRY-DATE              00'.
           03  FILLER              PIC X(46) VALUE
               'PAYMENT-HISTORY     ENTRY-DATE              19'.
           03  FILLER              PIC X(46) VALUE
               'FERPA-RELEASE-LOG   ENTRY-DATE              26'.
           03  FILLER              PIC X(46) VALUE
               'ATTEND-HISTORY      ATH-DATE    ATH-YEAR    00'.
           03  FILLER              PIC X(46) VALUE
               'BILL-MASTER         BILL-DATE   BILL-YEAR   00'.
           03  FILLER              PIC X(46) VALUE
               'STUDENT-VIEW-LOG    ENTRY-DATE              44'.
       01  WS-RETAIN-TABLE REDEFINES WS-RETAIN-VALUES.
           03  WS-RF-ENTRY         OCCURS 8 TIMES.
               05  WS-RF-FILE      PIC X(20).
               05  WS-RF-BASIS-1   PIC X(12).
               05  WS-RF-BASIS-2   PIC X(12).
               05  WS-RF-STU-POS   PIC 99.
       01  WS-RF-COUNT             PIC 99  VALUE 8.

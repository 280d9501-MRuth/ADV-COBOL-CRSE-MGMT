      *Skeleton COBOL Copybook
      *CAMPUS ACCOUNT PROVISIONING HISTORY - ONE RECORD PER STUDENT
      *OR INSTRUCTOR ACCOUNT HOLDING WHAT WAS LAST SENT TO IT FOR
      *THEM, SO THE NIGHTLY FEED SENDS ONLY ACCOUNTS WHOSE STATUS,
      *NAME OR E-MAIL HAVE CHANGED. ACCT-SEEN-DATE IS THE LAST RUN
      *THAT FOUND THE PERSON ON THEIR MASTER FILE. THE RECORD WITH
      *TYPE '0' AND A ZERO ID IS THE CONTROL RECORD CARRYING THE
      *LAST FEED SEQUENCE NUMBER.
       FD  ACCT-MASTER.
       01  ACCT-REC.
           03  ACCT-KEY.
               05  ACCT-TYPE       PIC X.
                   88  ACCT-STUDENT        VALUE 'S'.
                   88  ACCT-INSTRUCTOR     VALUE 'I'.
               05  ACCT-ID         PIC 9(7).
           03  ACCT-STATUS         PIC X.
               88  ACCT-ACTIVE             VALUE 'A'.
               88  ACCT-SUSPENDED          VALUE 'S'.
               88  ACCT-DISABLED           VALUE 'D'.
           03  ACCT-NAME           PIC X(30).
           03  ACCT-EMAIL          PIC X(30).
           03  ACCT-SENT-DATE      PIC 9(8).
           03  ACCT-SEEN-DATE      PIC 9(8).
       01  ACCT-CTRL-REC.
           03  ACCT-CTRL-KEY       PIC X(8).
           03  ACCT-LAST-SEQ       PIC 9(6).
           03  ACCT-LAST-RUN       PIC 9(8).
           03  ACCT-LAST-MODE      PIC X.
           03  FILLER              PIC X(62).

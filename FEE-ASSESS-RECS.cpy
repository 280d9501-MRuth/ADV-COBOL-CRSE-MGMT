      *Skeleton COBOL Copybook
      *REGISTRATION FEE ASSESSMENTS - ONE RECORD PER FEE PER AUDITED
      *REGISTRATION TRANSACTION, POSTED OR WAIVED. THE KEY CARRIES
      *THE AUDIT DATE AND TIME SO A TRANSACTION IS NEVER ASSESSED
      *TWICE. FEE TYPE L = LATE REGISTRATION, C = SCHEDULE CHANGE.
      *STATUS P = POSTED TO THE BILL, W = WAIVED FOR THE REASON
      *GIVEN (OVRD OVERRIDE, CNCL SECTION CANCELLED, TERM FULL-TERM
      *WITHDRAWAL, CAP CHANGE FEE CAP REACHED, SWAP SECOND HALF OF
      *A SECTION SWAP).
       FD  FEE-ASSESS.
       01  FA-REC.
           03  FA-KEY.
               05  FA-STU-ID       PIC 9(7).
               05  FA-YEAR         PIC 9(4).
               05  FA-SEM          PIC 99.
               05  FA-AUD-DATE     PIC 9(8).
               05  FA-AUD-TIME     PIC X(8).
               05  FA-CRN          PIC 9(4).
               05  FA-FEE-TYPE     PIC X.
                   88  FA-LATE-FEE         VALUE 'L'.
                   88  FA-CHANGE-FEE       VALUE 'C'.
           03  FA-ACTION           PIC X(4).
           03  FA-AMOUNT           PIC 9(4)V99.
           03  FA-STATUS           PIC X.
               88  FA-POSTED               VALUE 'P'.
               88  FA-WAIVED               VALUE 'W'.
           03  FA-WAIVE-RSN        PIC X(4).
           03  FA-RUN-DATE         PIC 9(8).

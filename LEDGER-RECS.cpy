      *Skeleton COBOL Copybook
      *STUDENT ACCOUNT LEDGER - ONE DATED, TYPED DETAIL LINE FOR
      *EVERY CHARGE, FEE, CREDIT, WAIVER, PAYMENT, AID DISBURSEMENT,
      *AND REFUND POSTED TO A TERM BILL. DEBITS RAISE WHAT THE STUDENT
      *OWES, CREDITS LOWER IT, SO THE LINES FOR A TERM NET TO
      *BILL-AMOUNT LESS BILL-PAID. LINES ARE WRITTEN ONLY THROUGH
      *LEDGER-POST; A LINE IS NEVER CHANGED EXCEPT TO MARK IT
      *REVERSED WHEN AN OFFSETTING LINE IS POSTED AGAINST IT. A
      *PAYMENT LINE REMEMBERS WHETHER IT TOOK A BUSINESS HOLD OFF SO
      *A RETURNED PAYMENT CAN PUT THE HOLD BACK.
       FD  LEDGER-MASTER.
       01  LDG-REC.
           03  LDG-KEY.
               05  LDG-STU-ID      PIC 9(7).
               05  LDG-YEAR        PIC 9(4).
               05  LDG-SEM         PIC 99.
               05  LDG-SEQ         PIC 9(4).
           03  LDG-POST-DATE       PIC 9(8).
           03  LDG-POST-TIME       PIC 9(6).
           03  LDG-TYPE            PIC X.
               88  LDG-TUITION             VALUE 'T'.
               88  LDG-CHARGE              VALUE 'C'.
               88  LDG-COURSE-FEE          VALUE 'F'.
               88  LDG-SPONSOR             VALUE 'S'.
               88  LDG-PAYMENT             VALUE 'P'.
               88  LDG-ADJUSTMENT          VALUE 'A'.
               88  LDG-AID                 VALUE 'D'.
               88  LDG-REFUND              VALUE 'R'.
               88  LDG-WAIVER              VALUE 'W'.
               88  LDG-HOUSING             VALUE 'H'.
           03  LDG-DRCR            PIC X.
               88  LDG-DEBIT               VALUE 'D'.
               88  LDG-CREDIT              VALUE 'C'.
           03  LDG-AMOUNT          PIC 9(6)V99.
           03  LDG-DESC            PIC X(20).
           03  LDG-REF             PIC X(12).
           03  LDG-ORIG-SEQ        PIC 9(4).
           03  LDG-REVERSED        PIC X.
               88  LDG-IS-REVERSED         VALUE 'Y'.
           03  LDG-PGM             PIC X(15).
           03  LDG-OPER            PIC X(8).
           03  LDG-HOLD-REL        PIC X.
               88  LDG-RELEASED-HOLD       VALUE 'Y'.

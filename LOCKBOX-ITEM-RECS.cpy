      *Skeleton COBOL Copybook
      *LOCKBOX ITEMS ALREADY IMPORTED - ONE RECORD FOR EVERY BANK OR
      *CARD ITEM THE IMPORT HAS APPLIED OR PUT IN SUSPENSE, KEYED BY
      *SOURCE, THE BANK'S ITEM REFERENCE AND THE PAYMENT DATE, SO A
      *FEED THAT IS RUN AGAIN IS NOT POSTED A SECOND TIME. RESULT
      *A = APPLIED TO THE TERM BILL, S = PLACED IN SUSPENSE UNDER
      *THE SUSPENSE KEY GIVEN.
       FD  LOCKBOX-ITEM.
       01  LBX-REC.
           03  LBX-KEY.
               05  LBX-SOURCE      PIC X.
               05  LBX-ITEM-REF    PIC X(12).
               05  LBX-PAY-DATE    PIC X(8).
           03  LBX-STU-ID          PIC X(7).
           03  LBX-YEAR            PIC X(4).
           03  LBX-SEM             PIC XX.
           03  LBX-AMOUNT          PIC 9(6)V99.
           03  LBX-RESULT          PIC X.
               88  LBX-APPLIED             VALUE 'A'.
               88  LBX-SUSPENSE            VALUE 'S'.
           03  LBX-SUSP-DATE       PIC 9(8).
           03  LBX-SUSP-SEQ        PIC 9(4).
           03  LBX-LOAD-DATE       PIC 9(8).

      *Skeleton COBOL Copybook
      *ONE PAYMENT TO APPLY TO A TERM BILL - FILLED BY THE CALLER
      *AND PASSED TO PAYMENT-APPLY. PAYMENT-APPLY RETURNS Y IN
      *WS-PA-RESULT WHEN THE BILL WAS FOUND AND THE PAYMENT POSTED,
      *N WHEN THERE IS NO BILL FOR THE TERM, AND Y IN
      *WS-PA-HOLD-REL WHEN THE PAYMENT TOOK A BUSINESS HOLD OFF.
      *WS-PA-TYPE IS P FOR A PAYMENT UNLESS THE CALLER SETS A FOR A
      *CASHIER ADJUSTMENT, WHICH COMES OFF THE AMOUNT BILLED.
       01  WS-PAY-APPLY.
           03  WS-PA-STU-ID        PIC 9(7).
           03  WS-PA-YEAR          PIC 9(4).
           03  WS-PA-SEM           PIC 99.
           03  WS-PA-AMOUNT        PIC 9(6)V99.
           03  WS-PA-DESC          PIC X(20).
           03  WS-PA-REF           PIC X(12).
           03  WS-PA-PGM           PIC X(15).
           03  WS-PA-RESULT        PIC X.
           03  WS-PA-HOLD-REL      PIC X.
           03  WS-PA-TYPE          PIC X   VALUE 'P'.

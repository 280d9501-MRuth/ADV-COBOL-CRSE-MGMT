      *Skeleton COBOL Copybook
      *ONE LEDGER POSTING - FILLED BY THE CALLER AND PASSED TO
      *LEDGER-POST. FUNCTION P POSTS THE LINE; FUNCTION R POSTS AN
      *OFFSETTING LINE AGAINST EVERY UNREVERSED LINE THE NAMED
      *PROGRAM POSTED TO THE TERM (A REBILL); FUNCTION V OFFSETS THE
      *ONE LINE IN WS-LL-ORIG-SEQ UNDER WS-LL-DESC. LEDGER-POST
      *RETURNS THE SEQUENCE NUMBER IT ASSIGNED AND Y/N IN
      *WS-LL-RESULT. WS-LL-HOLD-REL IS Y ON A PAYMENT THAT TOOK A
      *BUSINESS HOLD OFF.
       01  WS-LEDGER-LN.
           03  WS-LL-FUNC          PIC X   VALUE 'P'.
           03  WS-LL-STU-ID        PIC 9(7).
           03  WS-LL-YEAR          PIC 9(4).
           03  WS-LL-SEM           PIC 99.
           03  WS-LL-TYPE          PIC X.
           03  WS-LL-DRCR          PIC X.
           03  WS-LL-AMOUNT        PIC 9(6)V99.
           03  WS-LL-DESC          PIC X(20).
           03  WS-LL-REF           PIC X(12).
           03  WS-LL-ORIG-SEQ      PIC 9(4) VALUE 0.
           03  WS-LL-PGM           PIC X(15).
           03  WS-LL-SEQ           PIC 9(4).
           03  WS-LL-RESULT        PIC X.
           03  WS-LL-HOLD-REL      PIC X   VALUE 'N'.

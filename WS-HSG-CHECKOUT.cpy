      *Skeleton COBOL Copybook
      *HOUSING CHECKOUT - PASSED TO HSG-CHECKOUT FOR ONE STUDENT'S
      *ASSIGNMENT IN A TERM. FUNCTION Q RETURNS THE ASSIGNED BED AND
      *WS-HC-CHARGE, THE HOUSING STILL CHARGED (ROOM PLUS MEALS LESS
      *ANY REFUND ALREADY GIVEN). FUNCTION W IS A WITHDRAWAL ON
      *WS-HC-DATE - A BED NOT YET CHECKED INTO IS CANCELLED WITH THE
      *WHOLE CHARGE REFUNDED; A STUDENT IN RESIDENCE IS CHECKED OUT
      *WITH THE CHARGE PRORATED BY THE DAYS LEFT IN THE TERM, AND
      *THE REFUND COMES BACK IN WS-HC-REFUND. WS-HC-RESULT IS Y WHEN
      *THE STUDENT HAS A LIVE ASSIGNMENT (AND FOR W WHEN IT WAS
      *CLOSED), N OTHERWISE.
       01  WS-HSG-CHECKOUT.
           03  WS-HC-FUNC          PIC X.
           03  WS-HC-STU-ID        PIC 9(7).
           03  WS-HC-YEAR          PIC 9(4).
           03  WS-HC-SEM           PIC 99.
           03  WS-HC-DATE          PIC 9(8).
           03  WS-HC-RESULT        PIC X.
           03  WS-HC-HALL          PIC X(4).
           03  WS-HC-ROOM          PIC X(5).
           03  WS-HC-SPACE         PIC X.
           03  WS-HC-CHARGE        PIC 9(6)V99.
           03  WS-HC-REFUND        PIC 9(6)V99.

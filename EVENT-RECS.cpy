      *Skeleton COBOL Copybook
      *NON-CLASS EVENT BOOKINGS AGAINST A BUILDING/ROOM. AN EVENT
      *RUNS FROM ITS START DATE TO ITS END DATE BETWEEN THE START
      *AND END TIMES ON THE DAYS FLAGGED Y (MON-SUN ORDER, THE SAME
      *AS THE SCHEDULE) - BLANK DAYS MEANS EVERY DAY IN THE RANGE.
      *SEVERAL EVENTS STACK UP AGAINST A ROOM, SO EACH CARRIES A
      *SEQUENCE NUMBER. A CANCELLED EVENT STAYS ON FILE WITH
      *STATUS C AND NO LONGER HOLDS THE ROOM.
       FD  EVENT-MASTER.
       01  EVT-REC.
           03  EVT-KEY.
               05  EVT-BUILDING-ROOM   PIC X(13).
               05  EVT-SEQ             PIC 9(4).
           03  EVT-NAME            PIC X(30).
           03  EVT-START-DATE      PIC 9(8).
           03  EVT-END-DATE        PIC 9(8).
           03  EVT-DAYS            PIC X(7).
           03  EVT-START-TIME      PIC 9(4).
           03  EVT-END-TIME        PIC 9(4).
           03  EVT-SPONSOR         PIC X(30).
           03  EVT-CONTACT         PIC X(25).
           03  EVT-PHONE           PIC X(10).
           03  EVT-HEADCOUNT       PIC 9(4).
           03  EVT-STATUS          PIC X.
               88  EVT-ACTIVE              VALUE 'A'.
               88  EVT-CANCELLED           VALUE 'C'.
           03  EVT-BOOKED-BY       PIC X(8).
           03  EVT-BOOKED-DATE     PIC 9(8).
           03  FILLER              PIC X(20).

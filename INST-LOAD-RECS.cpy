      *INSTRUCTOR LOAD LIMITS - MAXIMUM SECTIONS PER TERM. NO RECORD
      *(OR A ZERO MAXIMUM) MEANS NO LIMIT. CO-TEACHING UNDER
      *SCHED-INST2 COUNTS TOWARD THE LOAD TOO.
      *ALSO CARRIES THE PAY TERMS - RANK (PICKS THE PAY RATE), THE
      *FULL-TIME FLAG AND THE CONTRACT LOAD IN CREDIT HOURS A TERM.
      *FULL-TIME FACULTY ARE PAID ONLY FOR HOURS ABOVE THE CONTRACT
      *LOAD; ANYONE ELSE (OR WITH NO RECORD) IS PAID FOR EVERY HOUR.
      *RANKS: AD ADJUNCT  LE LECTURER  AP ASSISTANT PROFESSOR
      *       AS ASSOCIATE PROFESSOR   PR PROFESSOR
       FD  INST-LOAD.
       01  IL-REC.
           03  IL-KEY.
               05  IL-INST-ID      PIC 9(4).
           03  IL-MAX-SECTIONS     PIC 99.
           03  IL-RANK             PIC XX.
           03  IL-FT-FLAG          PIC X.
               88  IL-FULL-TIME            VALUE 'Y'.
           03  IL-LOAD-HOURS       PIC 99.

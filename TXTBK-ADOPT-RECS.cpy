      *Skeleton COBOL Copybook
      *TEXTBOOK ADOPTIONS - THE BOOKS AN INSTRUCTOR HAS ADOPTED FOR A
      *SECTION, ONE ROW PER BOOK UNDER THE SECTION'S SCHEDULE ID.
      *KEPT BY THE INSTRUCTOR FROM THE FACULTY KIOSK. A ROW MARKED
      *N)O TEXT RECORDS THAT THE SECTION USES NO BOOK, SO IT IS NOT
      *REPORTED AS MISSING ITS ADOPTION. TA-ADOPTED-BY IS THE
      *INSTRUCTOR WHO LAST ENTERED OR CHANGED THE ROW AND
      *TA-ADOPT-DATE THE DAY THEY DID.
       FD  TXTBK-ADOPT.
       01  TA-REC.
           03  TA-KEY.
               05  TA-SCHED-ID     PIC X(12).
               05  TA-SEQ          PIC 99.
           03  TA-ISBN             PIC X(13).
           03  TA-TITLE            PIC X(40).
           03  TA-USE              PIC X.
               88  TA-REQUIRED             VALUE 'R'.
               88  TA-OPTIONAL             VALUE 'O'.
               88  TA-NO-TEXT              VALUE 'N'.
               88  TA-VALID-USE            VALUE 'R' 'O' 'N'.
           03  TA-ADOPTED-BY       PIC 9(4).
           03  TA-ADOPT-DATE       PIC 9(8).

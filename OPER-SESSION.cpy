      *Skeleton COBOL Copybook
      *SIGNED-ON OPERATOR - POPULATED BY MAIN-MENU AT SIGN-ON AND
      *SHARED WITH CALLED PROGRAMS AS AN EXTERNAL ITEM. SESSION-
      *SENSITIVE IS SET FROM PERMISSION SLOT 20 - WITHOUT IT DOB AND
      *KIOSK PIN ARE MASKED ON SCREEN
       01  OPER-SESSION EXTERNAL.
           03  SESSION-OPER-ID         PIC X(8).
           03  SESSION-OPER-ROLE       PIC X.
               88  SESSION-IS-ADMIN            VALUE 'A'.
           03  SESSION-SENSITIVE       PIC X.
               88  SESSION-SEES-SENSITIVE      VALUE 'Y'.

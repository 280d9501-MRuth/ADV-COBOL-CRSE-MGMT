      *Skeleton COBOL Copybook
      *LETTER TEMPLATES - THE WORDING OF EVERY LETTER AND NOTICE THE
      *SYSTEM PRINTS, ONE RECORD PER LINE, KEYED BY LETTER CODE AND
      *LINE NUMBER. LINE 00 OF A LETTER IS ITS HEADER - DESCRIPTION,
      *MAIL CLASS AND LAST CHANGE. AN O)FFICIAL LETTER GOES TO EVERY
      *STUDENT; A G)ENERAL LETTER IS HELD BACK FROM A STUDENT UNDER A
      *PRIVACY HOLD. LINE TEXT CARRIES THE MERGE FIELDS LETTER-PRINT
      *FILLS IN (SEE LETTER-PRINT FOR THE LIST).
       FD  LTR-TEMPLATE.
       01  LT-REC.
           03  LT-KEY.
               05  LT-CODE         PIC X(8).
               05  LT-LINE         PIC 99.
           03  LT-TEXT             PIC X(70).
           03  LT-HDR REDEFINES LT-TEXT.
               05  LT-DESC         PIC X(40).
               05  LT-CLASS        PIC X.
                   88  LT-OFFICIAL         VALUE 'O'.
                   88  LT-GENERAL          VALUE 'G'.
                   88  LT-VALID-CLASS      VALUE 'O' 'G'.
               05  LT-UPD-DATE     PIC 9(8).
               05  LT-UPD-BY       PIC X(8).
               05  FILLER          PIC X(13).

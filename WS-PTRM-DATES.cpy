      *Skeleton COBOL Copybook
      *PART-OF-TERM CALENDAR REQUEST - PASSED TO PTRM-DATES-GET WITH
      *THE TERM RECORD ALREADY READ FROM TERM-MASTER.
      *FUNCTION S - OVERLAY THE TERM DATES AND DEADLINES WITH THOSE
      *             OF THE SECTION'S PART OF TERM (BLANK CODE OR NO
      *             PART ON FILE LEAVES THE TERM RECORD AS IT IS)
      *FUNCTION L - CARRY THE ADD DEADLINE OUT TO THE LATEST ADD
      *             DEADLINE OF ANY PART OF THE TERM
       01  WS-PTRM-DATES.
           03  WS-PD-FUNC          PIC X.
           03  WS-PD-CODE          PIC XX.
           03  WS-PD-FOUND         PIC X.
               88  PD-FOUND                VALUE 'Y'.
           03  WS-PD-DESC          PIC X(20).
           03  WS-PD-CENSUS-DATE   PIC 9(8).

      *Skeleton COBOL Copybook
      *GENERAL LEDGER ACCOUNT MAP - TIES EACH KIND OF LEDGER ACTIVITY
      *TO THE COLLEGE'S GL ACCOUNT. THE CATEGORY NAMES THE KIND OF
      *ACTIVITY AND THE SUBCODE NARROWS IT (RESIDENCY TIER, COURSE,
      *AID TYPE, WAIVER PROGRAM, CHARGE OR ADJUSTMENT REFERENCE). A
      *BLANK SUBCODE IS THE DEFAULT FOR THE CATEGORY. CATEGORIES:
      *  AR STUDENT RECEIVABLES     CA CASH
      *  TU TUITION REVENUE (TIER)  CH OTHER CHARGES (REFERENCE)
      *  CF COURSE FEE REVENUE      SR SPONSOR RECEIVABLES
      *  AC AID CLEARING (AID TYPE) AD ADJUSTMENTS (REFERENCE)
      *  RF TUITION REFUNDS         RP REFUNDS PAYABLE
      *  WV WAIVER EXPENSE (PROGRAM) HO HOUSING REVENUE (HALL, MEALS)
      *  SU SUSPENSE - ANYTHING THE MAP DOES NOT COVER
       FD  GL-MAP.
       01  GLM-REC.
           03  GLM-KEY.
               05  GLM-CATEGORY    PIC XX.
               05  GLM-SUBCODE     PIC X(10).
           03  GLM-ACCOUNT         PIC X(16).
           03  GLM-DESC            PIC X(30).

      *Skeleton COBOL Copybook
      *HOW A STUDENT TAKES CREDIT-BALANCE REFUNDS - ONE RECORD PER
      *STUDENT WHO HAS SIGNED UP. DIRECT DEPOSIT GOES TO THE BANK
      *ACCOUNT ON FILE; A STUDENT WITH NO RECORD, OR ONE SET BACK TO
      *CHECK, IS MAILED A CHECK.
       FD  REFUND-PREF.
       01  RFP-REC.
           03  RFP-STU-ID          PIC 9(7).
           03  RFP-METHOD          PIC X.
               88  RFP-DIRECT              VALUE 'D'.
               88  RFP-CHECK               VALUE 'C'.
           03  RFP-ROUTING         PIC 9(9).
           03  RFP-ACCOUNT         PIC X(17).
           03  RFP-ACCT-TYPE       PIC X.
               88  RFP-CHECKING            VALUE 'C'.
               88  RFP-SAVINGS             VALUE 'S'.
           03  RFP-UPD-DATE        PIC 9(8).
           03  RFP-UPD-OPER        PIC X(8).

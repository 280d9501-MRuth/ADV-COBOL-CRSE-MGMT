      *Skeleton COBOL Copybook
      *PAYMENT SUSPENSE - LOCKBOX AND ONLINE PAYMENTS THE IMPORT
      *COULD NOT MATCH TO A TERM BILL. KEYED BY IMPORT DATE AND A
      *SEQUENCE WITHIN THE DAY. THE ITEM AS RECEIVED IS KEPT; THE
      *RES- FIELDS RECORD HOW THE BURSAR'S OFFICE RESOLVED IT.
       FD  PAY-SUSPENSE.
       01  SUSP-REC.
           03  SUSP-KEY.
               05  SUSP-DATE       PIC 9(8).
               05  SUSP-SEQ        PIC 9(4).
           03  SUSP-SOURCE         PIC X.
               88  SUSP-LOCKBOX            VALUE 'L'.
               88  SUSP-ONLINE             VALUE 'C'.
           03  SUSP-ITEM-REF       PIC X(12).
           03  SUSP-IN-STU-ID      PIC X(7).
           03  SUSP-IN-YEAR        PIC X(4).
           03  SUSP-IN-SEM         PIC XX.
           03  SUSP-AMOUNT         PIC 9(6)V99.
           03  SUSP-PAY-DATE       PIC 9(8).
           03  SUSP-PAYER          PIC X(25).
           03  SUSP-REASON         PIC X(20).
           03  SUSP-STATUS         PIC X.
               88  SUSP-OPEN               VALUE 'O'.
               88  SUSP-APPLIED            VALUE 'A'.
               88  SUSP-RETURNED           VALUE 'R'.
           03  SUSP-RES-STU-ID     PIC 9(7).
           03  SUSP-RES-YEAR       PIC 9(4).
           03  SUSP-RES-SEM        PIC 99.
           03  SUSP-RES-DATE       PIC 9(8).
           03  SUSP-RES-OPER       PIC X(8).

      *Skeleton COBOL Copybook
      *STUDENTS WHOSE CHECKS ARE REFUSED - ONE RECORD PER STUDENT,
      *WRITTEN WHEN A PAYMENT COMES BACK FROM THE BANK. CHECKS ARE
      *NOT TAKEN UNTIL CKR-UNTIL-DATE HAS PASSED.
       FD  CHECK-REFUSE.
       01  CKR-REC.
           03  CKR-STU-ID          PIC 9(7).
           03  CKR-UNTIL-DATE      PIC 9(8).
           03  CKR-RETURN-COUNT    PIC 99.
           03  CKR-LAST-DATE       PIC 9(8).
           03  CKR-LAST-REF        PIC X(12).

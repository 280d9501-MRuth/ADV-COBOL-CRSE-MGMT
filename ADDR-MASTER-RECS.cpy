      *ADDRESS TYPE. M)AILING P)ERMANENT F)OREIGN. FOREIGN ROWS
      *CARRY A COUNTRY AND SKIP ZIP VALIDATION. THE LETTER PROGRAMS
      *PREFER MAILING, THEN PERMANENT, THEN FOREIGN, THEN THE OLD
      *ONE-LINE ADDRESS ON THE STUDENT MASTER. AD-RETURNED-DATE IS
      *THE DATE MAIL TO THE ADDRESS CAME BACK UNDELIVERABLE - ZERO
      *WHILE IT IS GOOD. A RETURNED ADDRESS IS PASSED OVER AS IF IT
      *HAD ENDED; SAVING A CHANGE TO THE ADDRESS CLEARS IT. MAIL
      *RETURNED FROM THE ONE-LINE ADDRESS ON THE STUDENT MASTER IS
      *RECORDED ON A TYPE S ROW HOLDING A COPY OF THAT STREET AND
      *ZIP - IT COUNTS ONLY WHILE THE STUDENT MASTER STILL CARRIES
      *THE SAME STREET AND ZIP, SO CHANGING THAT ADDRESS CLEARS IT.
       FD  ADDR-MASTER.
       01  AD-REC.
           03  AD-KEY.
                   88  AD-MAILING          VALUE 'M'.
                   88  AD-PERMANENT        VALUE 'P'.
                   88  AD-FOREIGN          VALUE 'F'.
                   88  AD-STU-MASTER       VALUE 'S'.
           03  AD-STREET           PIC X(25).
           03  AD-CITY             PIC X(20).
           03  AD-STATE            PIC XX.
           03  AD-COUNTRY          PIC X(15).
           03  AD-EFF-DATE         PIC 9(8).
           03  AD-END-DATE         PIC 9(8).
           03  AD-RETURNED-DATE    PIC 9(8).

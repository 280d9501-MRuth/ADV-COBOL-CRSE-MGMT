      *Skeleton COBOL Copybook
      *STUDENT ID CROSS-REFERENCE - ONE RECORD PER ID RETIRED BY A
      *DUPLICATE MERGE, POINTING AT THE SURVIVING ID. WHEN A
      *SURVIVOR IS ITSELF MERGED LATER THE OLDER RECORDS ARE
      *REPOINTED, SO ONE LOOKUP ALWAYS LANDS ON A LIVE STUDENT.
      *XR-LEFT-BEHIND COUNTS THE RECORDS THE LAST MERGE RUN COULD
      *NOT MOVE - THEY ARE ON THE MERGE EXCEPTION LIST.
       FD  STU-XREF.
       01  XR-REC.
           03  XR-KEY.
               05  XR-OLD-ID       PIC 9(7).
           03  XR-NEW-ID           PIC 9(7).
           03  XR-MERGE-DATE       PIC 9(8).
           03  XR-OPER             PIC X(8).
           03  XR-LEFT-BEHIND      PIC 9(5).
           03  FILLER              PIC X(20).

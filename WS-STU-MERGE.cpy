      *Skeleton COBOL Copybook
      *ONE DUPLICATE-ID MERGE - FILLED BY STU-MERGE AND PASSED TO
      *EACH FILE MOVER (STU-MERGE-REG, STU-MERGE-FIN, STU-MERGE-REC).
      *A MOVER RE-KEYS EVERY RECORD OF THE RETIRING ID TO THE
      *SURVIVING ID, ADDS WHAT IT MOVED TO WS-SM-MOVED AND WHAT IT
      *RENUMBERED TO WS-SM-RESEQ, AND LEAVES A RECORD THAT WOULD
      *LAND ON A KEY THE SURVIVOR ALREADY HAS WHERE IT IS - ONE LINE
      *ON THE EXCEPTION LIST EACH, COUNTED IN WS-SM-EXCEPTIONS.
       01  WS-STU-MERGE.
           03  WS-SM-KEEP-ID       PIC 9(7).
           03  WS-SM-RETIRE-ID     PIC 9(7).
           03  WS-SM-MOVED         PIC 9(6).
           03  WS-SM-RESEQ         PIC 9(5).
           03  WS-SM-EXCEPTIONS    PIC 9(5).

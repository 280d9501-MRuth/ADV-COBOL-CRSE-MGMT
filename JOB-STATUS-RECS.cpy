      *NIGHTLY JOB CHAIN STEP STATUS - ONE RECORD PER STEP, THE SAME
      *RESTART TRACKING IDEA AS THE REBUILD CHECKPOINT RECORD. THE
      *CHAIN RUNNER SKIPS STEPS ALREADY COMPLETE FOR THE RUN DATE
      *WHEN RESTARTED AFTER A FAILURE. JS-REASON SAYS WHY A FAILED
      *STEP FAILED - A RETURN CODE OR AN INPUT FILE OUT OF BALANCE.
       FD  JOB-STATUS.
       01  JS-REC.
           03  JS-KEY.
           03  JS-RUN-DATE         PIC 9(8).
           03  JS-START-TIME       PIC X(8).
           03  JS-END-TIME         PIC X(8).
           03  JS-REASON           PIC X(40).

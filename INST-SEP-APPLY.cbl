       IDENTIFICATION DIVISION.
       PROGRAM-ID. INST-SEP-APPLY.
      *-----------------------------------------------------------------
      *NIGHTLY SEPARATION SWEEP. EVERY INSTRUCTOR WHOSE SEPARATION
      *DATE HAS ARRIVED HAS THE FACULTY KIOSK PIN BLANKED ON
      *INST-CRED, SO A SEPARATION ENTERED AHEAD OF TIME TAKES THE
      *PIN AWAY ON THE DAY ITSELF. THE KIOSK ALREADY REFUSES A
      *SEPARATED INSTRUCTOR FROM THAT DATE - THIS CLEARS THE
      *CREDENTIAL ITSELF. NO PROMPTS - RUNS FROM THE JOB CHAIN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTR-MASTER ASSIGN        TO
                               '../FILES/INSTR-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS INSTR-ID
                               ALTERNATE KEY IS INSTR-NAME
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.
           SELECT INST-CRED    ASSIGN        TO
                               '../FILES/INST-CRED.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS IC-INST-ID
                               FILE STATUS   IS WS-CRED-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY INST-CRED-RECS.
       FD  INSTR-MASTER.
       01  INSTR-REC.
           03  INSTR-ID    PIC 9999.
           03  INSTR-NAME  PIC X(22).
           03  INSTR-DEPT    PIC X(4).
           03  INSTR-OFFICE  PIC X(11).
           03  INSTR-PHONE.
               05  INSTR-PHONE-1  PIC XXX.
               05  INSTR-PHONE-2  PIC XXX.
               05  INSTR-PHONE-3  PIC XXXX.
           03  INSTR-STATUS  PIC X.
               88  INSTR-SEPARATED         VALUE 'S'.
           03  INSTR-SEP-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-CRED-STAT        PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-TODAY-YMD        PIC 9(6).
           03  WS-TODAY            PIC 9(8).
           03  WS-SEP-COUNT        PIC 9(5).
           03  WS-PIN-COUNT        PIC 9(5).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.
           MOVE 0 TO WS-SEP-COUNT WS-PIN-COUNT.

           OPEN INPUT INSTR-MASTER.
           IF WS-STAT NOT = ZERO
               DISPLAY 'INSTR-MASTER.DAT CANNOT BE OPENED - NO RUN'
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN I-O INST-CRED.
           IF WS-CRED-STAT NOT = ZERO
               DISPLAY 'INST-CRED.DAT CANNOT BE OPENED - NO RUN'
               CLOSE INSTR-MASTER
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
               READ INSTR-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF INSTR-SEPARATED AND INSTR-SEP-DATE NUMERIC
                           AND INSTR-SEP-DATE NOT > WS-TODAY
                           ADD 1 TO WS-SEP-COUNT
                           PERFORM 100-CLEAR-PIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INSTR-MASTER.
           CLOSE INST-CRED.

           DISPLAY 'INST-SEP-APPLY COMPLETE'.
           DISPLAY 'SEPARATED INSTRUCTORS : ' WS-SEP-COUNT.
           DISPLAY 'PINS CLEARED          : ' WS-PIN-COUNT.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-CLEAR-PIN.
           MOVE INSTR-ID TO IC-INST-ID.
           READ INST-CRED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IC-PIN NOT = SPACES
                       MOVE SPACES TO IC-PIN
                       REWRITE IC-REC
                       ADD 1 TO WS-PIN-COUNT
                   END-IF
           END-READ.

           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  REG-HISTORY.
       01  RH-REC.
           03  RH-KEY.
           03  WS-MV-COURSES       PIC X(180).
           03  WS-MV-FOUND         PIC X.
           03  WS-DENIED-COUNT     PIC 9(5) VALUE 0.
           03  WS-DX-IX            PIC 99.
       COPY WS-DEGX-TBL.
      *STUDENT COURSE HISTORY LOADED FROM REG-MASTER AND THE ARCHIVE
       01  WS-HIST-TBL.
           03  WS-HIST-COUNT       PIC 999 VALUE 0.
      *-----------------------------------------------------------------
      *SAME REQUIREMENT WALK DEGREE-AUDIT MAKES - A REQUIREMENT IS
      *OPEN ONLY WHEN NO GRADED OR IN-PROGRESS ROW COVERS IT, SINCE
      *CURRENT-TERM WORK FINISHES BEFORE CONFERRAL, AND NO APPROVED
      *EXCEPTION WAIVES OR SUBSTITUTES FOR IT
       200-AUDIT-REQUIREMENTS.
           MOVE 0 TO WS-REQS-OPEN.
           PERFORM 210-LOAD-HISTORY.
           PERFORM 220-LOAD-ARCHIVED.
           MOVE WS-STU-ID TO WS-DX-STU-ID.
           CALL 'DEGX-GET' USING WS-DEGX-TBL.

           MOVE GRAD-MAJOR TO MAJOR-CODE.
           READ MAJOR-MASTER
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-REQ-MET = 'N'
                   PERFORM 260-CHECK-EXCEPTIONS
               END-IF
               IF WS-REQ-MET = 'N'
                   ADD 1 TO WS-REQS-OPEN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *AN APPROVED WAIVER MEETS THE REQUIREMENT, AS DOES A SUBSTITUTE
      *COURSE THE STUDENT HAS PASSED OR IS TAKING
       260-CHECK-EXCEPTIONS.
           PERFORM VARYING WS-DX-IX FROM 1 BY 1
                   UNTIL WS-DX-IX > WS-DX-COUNT
               IF WS-DX-REQ(WS-DX-IX) = MAJOR-COURSE(WS-RIX)
                   AND (WS-DX-PROG(WS-DX-IX) = SPACES
                        OR WS-DX-PROG(WS-DX-IX) = MAJOR-CODE)
                   IF WS-DX-TYPE(WS-DX-IX) = 'W'
                       MOVE 'Y' TO WS-REQ-MET
                   END-IF
                   IF WS-DX-TYPE(WS-DX-IX) = 'S'
                       PERFORM VARYING WS-IX FROM 1 BY 1
                               UNTIL WS-IX > WS-HIST-COUNT
                           IF WS-HIST-COURSE(WS-IX) =
                               WS-DX-CRSE(WS-DX-IX)
                               MOVE WS-HIST-GRADE(WS-IX)
                                   TO WS-GRADE-CHECK
                               IF GRADE-COUNTS
                                   OR WS-HIST-GRADE(WS-IX) = SPACE
                                   MOVE 'Y' TO WS-REQ-MET
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       300-CHECK-HOLDS.
           MOVE 'N' TO WS-HAS-HOLD.

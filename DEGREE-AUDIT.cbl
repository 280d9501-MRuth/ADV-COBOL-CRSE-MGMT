           03  SCHED-INST2-O       PIC X(4).
           03  SCHED-INST2-PCT-O   PIC 999.
           03  SCHED-CAMPUS-O      PIC X(4).
           03  SCHED-PTRM-O        PIC XX.
       FD  CRSE-MASTER.
       01  CRSE-REC.
           03  CRSE-ID        PIC X(9).
               88  BK-EOF                  VALUE 'Y'.
           03  WS-BK-FILLED        PIC 999.
           03  WS-ATTR-HIT         PIC X.
           03  WS-DX-IX            PIC 99.
           03  WS-REQ-EXC          PIC 99.
           03  WS-BK-EXC-COUNT     PIC 99.
           03  WS-BK-EXC-IX        PIC 99 OCCURS 10 TIMES.
           03  WS-BX               PIC 99.
           03  WS-EOF              PIC X   VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           03  WS-SPACE            PIC X VALUE SPACE.
           03  WS-CREDIT-DIGIT     PIC 9.
           03  WS-CRD-REMAINING    PIC 999 VALUE 0.
           03  WS-BLNK-LN          PIC X(80) VALUE SPACES.
       COPY WS-DEGX-TBL.
      *STUDENT COURSE HISTORY LOADED FROM REG-MASTER
       01  WS-HIST-TBL.
           03  WS-HIST-COUNT       PIC 999 VALUE 0.
           03  FILLER              PIC X(14) VALUE 'STATUS'.
       01  WS-DTL-LN.
           03  WS-D-COURSE         PIC X(9).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-MARK           PIC X.
           03  FILLER              PIC X VALUE SPACE.
           03  WS-D-NAME           PIC X(35).
           03  FILLER              PIC XX VALUE SPACES.
           03  WS-D-CREDIT         PIC 9.
           03  WS-D-STATUS         PIC X(20).
       01  WS-BKT-LN.
           03  WS-B-DESC           PIC X(20).
           03  WS-B-MARK           PIC X.
           03  WS-B-ATTR           PIC X(4).
           03  FILLER              PIC X(9) VALUE '  FILLED'.
           03  WS-B-FILLED         PIC ZZ9.
           03  FILLER              PIC X(25) VALUE
                                       'CREDITS STILL NEEDED:'.
           03  WS-T-REMAINING      PIC ZZ9.
       01  WS-EXC-LN.
           03  FILLER              PIC X(6)  VALUE SPACES.
           03  FILLER              PIC XX VALUE '* '.
           03  WS-X-TEXT           PIC X(30).
           03  FILLER              PIC X(13) VALUE ' APPROVED BY '.
           03  WS-X-APPROVER       PIC X(20).
           03  FILLER              PIC X VALUE SPACE.
           03  WS-X-DATE           PIC 9(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLNK-SCRN.
           PERFORM 100-LOAD-HISTORY.
           PERFORM 150-LOAD-ARCHIVED.
           CLOSE REG-MASTER.
           MOVE WS-STU-ID TO WS-DX-STU-ID.
           CALL 'DEGX-GET' USING WS-DEGX-TBL.
           CLOSE SCHE-MST.

           OPEN INPUT CRSE-MASTER.
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-REQ-EXC
               IF WS-REQ-STATUS NOT = 'C'
                   PERFORM 450-APPLY-EXCEPTIONS
               END-IF
               PERFORM 500-PRINT-ONE-REQ
           END-IF.
      *-----------------------------------------------------------------
      *A REQUIREMENT THE STUDENT'S OWN WORK DOES NOT MEET MAY STILL BE
      *MET BY AN APPROVED WAIVER OR BY A SUBSTITUTE COURSE THE
      *STUDENT HAS PASSED OR IS TAKING
       450-APPLY-EXCEPTIONS.
           PERFORM VARYING WS-DX-IX FROM 1 BY 1
                   UNTIL WS-DX-IX > WS-DX-COUNT
               IF WS-DX-REQ(WS-DX-IX) = MAJOR-COURSE(WS-RIX)
                   AND (WS-DX-PROG(WS-DX-IX) = SPACES
                        OR WS-DX-PROG(WS-DX-IX) = MAJOR-CODE)
                   EVALUATE WS-DX-TYPE(WS-DX-IX)
                       WHEN 'W'
                           IF WS-REQ-STATUS NOT = 'S'
                               MOVE 'W' TO WS-REQ-STATUS
                               MOVE WS-DX-IX TO WS-REQ-EXC
                           END-IF
                       WHEN 'S'
                           PERFORM 460-CHECK-SUBSTITUTE
                   END-EVALUATE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       460-CHECK-SUBSTITUTE.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-HIST-COUNT
               IF WS-HIST-COURSE(WS-IX) = WS-DX-CRSE(WS-DX-IX)
                   MOVE WS-HIST-GRADE(WS-IX) TO WS-GRADE-CHECK
                   IF GRADE-COUNTS
                       MOVE 'S' TO WS-REQ-STATUS
                       MOVE WS-HIST-GRADE(WS-IX) TO WS-REQ-GRADE
                       MOVE WS-DX-IX TO WS-REQ-EXC
                   ELSE
                       IF WS-HIST-GRADE(WS-IX) = SPACE
                           AND WS-REQ-STATUS = 'N'
                           MOVE 'P' TO WS-REQ-STATUS
                           MOVE WS-DX-IX TO WS-REQ-EXC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       500-PRINT-ONE-REQ.
           MOVE MAJOR-COURSE(WS-RIX) TO WS-D-COURSE.
           MOVE SPACE TO WS-D-MARK.
           IF WS-REQ-EXC > 0
               MOVE '*' TO WS-D-MARK
           END-IF.
           MOVE SPACES TO WS-D-NAME.
           MOVE 0 TO WS-D-CREDIT.
           MOVE 0 TO WS-CREDIT-DIGIT.
                   STRING 'SATISFIED - GRADE ' DELIMITED BY SIZE
                          WS-REQ-GRADE         DELIMITED BY SIZE
                          INTO WS-D-STATUS
               WHEN 'S'
                   MOVE SPACES TO WS-D-STATUS
                   STRING 'SUBSTITUTE - GRADE ' DELIMITED BY SIZE
                          WS-REQ-GRADE          DELIMITED BY SIZE
                          INTO WS-D-STATUS
               WHEN 'W'
                   MOVE 'WAIVED' TO WS-D-STATUS
               WHEN 'P'
                   MOVE 'IN PROGRESS' TO WS-D-STATUS
               WHEN OTHER
           DISPLAY WS-DTL-LN.
           MOVE WS-DTL-LN TO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-REQ-EXC > 0
               MOVE WS-REQ-EXC TO WS-DX-IX
               MOVE SPACES TO WS-X-TEXT
               IF WS-DX-TYPE(WS-DX-IX) = 'W'
                   MOVE 'REQUIREMENT WAIVED' TO WS-X-TEXT
               ELSE
                   STRING 'SATISFIED BY ' DELIMITED BY SIZE
                          WS-DX-CRSE(WS-DX-IX) DELIMITED BY SIZE
                          INTO WS-X-TEXT
               END-IF
               PERFORM 550-PRINT-EXCEPTION
           END-IF.
      *-----------------------------------------------------------------
       550-PRINT-EXCEPTION.
           MOVE WS-DX-APPROVER(WS-DX-IX) TO WS-X-APPROVER.
           MOVE WS-DX-DATE(WS-DX-IX)     TO WS-X-DATE.
           DISPLAY WS-EXC-LN.
           MOVE WS-EXC-LN TO PRINT-REC.
           WRITE PRINT-REC.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *EVERY DECLARED SECOND MAJOR AND MINOR AUDITS THE SAME WAY THE
      *-----------------------------------------------------------------
       750-FILL-ONE-BUCKET.
           MOVE 0 TO WS-BK-FILLED.
           MOVE 0 TO WS-BK-EXC-COUNT.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-HIST-COUNT
               MOVE WS-HIST-GRADE(WS-IX) TO WS-GRADE-CHECK
           END-PERFORM.

           MOVE BK-DESC      TO WS-B-DESC.
           MOVE SPACE        TO WS-B-MARK.
           IF WS-BK-EXC-COUNT > 0
               MOVE '*'      TO WS-B-MARK
           END-IF.
           MOVE BK-ATTR      TO WS-B-ATTR.
           MOVE WS-BK-FILLED TO WS-B-FILLED.
           MOVE BK-HOURS     TO WS-B-HOURS.
           DISPLAY WS-BKT-LN.
           MOVE WS-BKT-LN TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BK-EXC-COUNT
               MOVE WS-BK-EXC-IX(WS-BX) TO WS-DX-IX
               MOVE SPACES TO WS-X-TEXT
               STRING WS-DX-CRSE(WS-DX-IX) DELIMITED BY SPACE
                      ' APPLIED BY EXCEPTION' DELIMITED BY SIZE
                      INTO WS-X-TEXT
               PERFORM 550-PRINT-EXCEPTION
           END-PERFORM.
      *-----------------------------------------------------------------
      *AN UNTAGGED COURSE STILL COUNTS WHEN AN APPROVED EXCEPTION
      *APPLIES IT TO THE BUCKET'S ATTRIBUTE
       780-ADD-IF-TAGGED.
           MOVE 'N' TO WS-ATTR-HIT.
           MOVE WS-HIST-COURSE(WS-IX) TO CA-CRSE-ID.
           MOVE BK-ATTR TO CA-ATTR.
           READ CRSE-ATTR
               INVALID KEY
                   PERFORM 790-CHECK-EXCEPTION
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ATTR-HIT
           END-READ.
           IF WS-ATTR-HIT = 'Y'
               MOVE 0 TO WS-CREDIT-DIGIT
               MOVE WS-HIST-COURSE(WS-IX) TO CRSE-ID
               READ CRSE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRSE-CREDIT(1:1) NUMERIC
                           MOVE CRSE-CREDIT(1:1)
                               TO WS-CREDIT-DIGIT
                       END-IF
               END-READ
               ADD WS-CREDIT-DIGIT TO WS-BK-FILLED
           END-IF.
      *-----------------------------------------------------------------
       790-CHECK-EXCEPTION.
           PERFORM VARYING WS-DX-IX FROM 1 BY 1
                   UNTIL WS-DX-IX > WS-DX-COUNT OR WS-ATTR-HIT = 'Y'
               IF WS-DX-TYPE(WS-DX-IX) = 'B'
                   AND WS-DX-CRSE(WS-DX-IX) = WS-HIST-COURSE(WS-IX)
                   AND WS-DX-ATTR(WS-DX-IX) = BK-ATTR
                   AND (WS-DX-PROG(WS-DX-IX) = SPACES
                        OR WS-DX-PROG(WS-DX-IX) = MAJOR-CODE)
                   MOVE 'Y' TO WS-ATTR-HIT
                   IF WS-BK-EXC-COUNT < 10
                       ADD 1 TO WS-BK-EXC-COUNT
                       MOVE WS-DX-IX TO WS-BK-EXC-IX(WS-BK-EXC-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

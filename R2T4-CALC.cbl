       IDENTIFICATION DIVISION.
       PROGRAM-ID. R2T4-CALC.
      *-----------------------------------------------------------------
      *RETURN OF TITLE IV AID FOR A STUDENT WITHDRAWING FROM A TERM.
      *ONLY DISBURSED GRANTS AND LOANS ARE TITLE IV AID HERE -
      *SCHOLARSHIPS ARE INSTITUTIONAL AND WORK-STUDY IS EARNED AS
      *IT IS PAID, SO NEITHER IS RETURNED.
      *THE PERCENTAGE OF THE TERM COMPLETED IS CALENDAR DAYS FROM
      *THE TERM START TO THE WITHDRAWAL DATE OVER THE CALENDAR DAYS
      *IN THE TERM, LEAVING OUT SCHEDULED BREAKS - A RUN OF FIVE OR
      *MORE CONSECUTIVE DAYS ON THE HOLIDAY CALENDAR. PAST 60 PERCENT
      *ALL AID IS EARNED. OTHERWISE THE UNEARNED AID IS SPLIT:
      *THE SCHOOL RETURNS THE LESSER OF THE UNEARNED AID AND THE
      *INSTITUTIONAL CHARGES TIMES THE UNEARNED PERCENTAGE, LOANS
      *FIRST AND THEN GRANTS, AND THE STUDENT OWES THE REST - LOANS
      *UNDER THE PROMISSORY NOTE AND GRANTS ONLY BEYOND HALF THE
      *GRANT DISBURSED. THE SCHOOL'S SHARE COMES OFF THE AID
      *RECORDS HERE; THE CALLER CHARGES IT BACK TO THE BILL.
      *EVERY CALCULATION IS WRITTEN TO THE WORKSHEET FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AID-MASTER   ASSIGN        TO
                               '../FILES/AID-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AID-KEY
                               FILE STATUS   IS WS-AID-STAT.
           SELECT TERM-MASTER  ASSIGN        TO
                               '../FILES/TERM-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TERM-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT HOLIDAY-MASTER ASSIGN      TO
                               '../FILES/HOLIDAY-MASTER.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HOL-KEY
                               FILE STATUS   IS WS-HOL-STAT.
           SELECT WORKSHEET    ASSIGN        TO
                               '../FILES/R2T4-WORKSHEET.TXT'
                               ORGANIZATION  IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY AID-MASTER-RECS.
       COPY TERM-MASTER-RECS.
       COPY HOLIDAY-RECS.
       FD  WORKSHEET.
       01  WORKSHEET-REC           PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT             PIC 99.
           03  WS-AID-STAT         PIC 99.
           03  WS-HOL-STAT         PIC 99 VALUE 99.
           03  WS-HOL-EOF          PIC X   VALUE 'N'.
               88  HOL-EOF                 VALUE 'Y'.
           03  WS-IX               PIC 9.
           03  WS-START-INT        PIC 9(8).
           03  WS-END-INT          PIC 9(8).
           03  WS-WTHD-INT         PIC 9(8).
           03  WS-LAST-INT         PIC 9(8).
           03  WS-HOL-INT          PIC 9(8).
           03  WS-PREV-INT         PIC 9(8).
           03  WS-RUN-START        PIC 9(8).
           03  WS-RUN-LEN          PIC 999.
           03  WS-RUN-DONE         PIC S9(5).
           03  WS-TERM-DAYS        PIC S9(5).
           03  WS-DONE-DAYS        PIC S9(5).
           03  WS-BREAK-DAYS       PIC 9(5).
           03  WS-BREAK-DONE       PIC 9(5).
           03  WS-PCT              PIC 9V999.
           03  WS-UNEARN-PCT       PIC 9V999.
           03  WS-DISB-TOT         PIC 9(6)V99.
           03  WS-EARNED-TOT       PIC 9(6)V99.
           03  WS-UNEARN-TOT       PIC 9(6)V99.
           03  WS-SCHOOL-TOT       PIC 9(6)V99.
           03  WS-STUDENT-TOT      PIC 9(6)V99.
           03  WS-LEFT             PIC 9(6)V99.
           03  WS-TAKE             PIC 9(6)V99.
           03  WS-PROTECT          PIC 9(6)V99.
           03  WS-GRANT-OVER       PIC 9(6)V99.
      *LOANS ARE RETURNED BEFORE GRANTS - THE TABLE IS IN THAT ORDER
       01  WS-AID-TBL.
           03  WS-AID-ENT          OCCURS 2 TIMES.
               05  WS-AT-TYPE          PIC X.
               05  WS-AT-DESC          PIC X(10).
               05  WS-AT-DISB          PIC 9(6)V99.
               05  WS-AT-EARNED        PIC 9(6)V99.
               05  WS-AT-UNEARN        PIC 9(6)V99.
               05  WS-AT-SCHOOL        PIC 9(6)V99.
               05  WS-AT-STUDENT       PIC 9(6)V99.
       01  WS-DATE-EDIT.
           03  WS-DE-YYYY              PIC 9999.
           03  WS-DE-MM                PIC 99.
           03  WS-DE-DD                PIC 99.
       01  WS-WK-TITLE.
           03  FILLER                  PIC X(33) VALUE
               'RETURN OF TITLE IV AID WORKSHEET'.
       01  WS-WK-STU-LN.
           03  FILLER                  PIC X(9)  VALUE 'STUDENT: '.
           03  WS-WK-STU-ID            PIC 9(7).
           03  FILLER                  PIC X(8)  VALUE '  TERM: '.
           03  WS-WK-YEAR              PIC 9999.
           03  FILLER                  PIC X     VALUE '/'.
           03  WS-WK-SEM               PIC 99.
           03  FILLER                  PIC X(13) VALUE
                                       '  WITHDRAWN: '.
           03  WS-WK-WTHD-MM           PIC 99.
           03  FILLER                  PIC X     VALUE '/'.
           03  WS-WK-WTHD-DD           PIC 99.
           03  FILLER                  PIC X     VALUE '/'.
           03  WS-WK-WTHD-YYYY         PIC 9999.
           03  FILLER                  PIC X(6)  VALUE '  BY: '.
           03  WS-WK-PGM               PIC X(15).
       01  WS-WK-DAYS-LN.
           03  FILLER                  PIC X(11) VALUE 'TERM DAYS: '.
           03  WS-WK-TERM-DAYS         PIC ZZZ9.
           03  FILLER                  PIC X(15) VALUE
                                       '  BREAK DAYS: '.
           03  WS-WK-BREAK-DAYS        PIC ZZZ9.
           03  FILLER                  PIC X(12) VALUE
                                       '  COMPLETED:'.
           03  WS-WK-DONE-DAYS         PIC ZZZ9.
           03  FILLER                  PIC X(15) VALUE
                                       '  PCT COMPLETE:'.
           03  WS-WK-PCT               PIC ZZ9.9.
           03  FILLER                  PIC X     VALUE '%'.
       01  WS-WK-HDR-LN.
           03  FILLER                  PIC X(12) VALUE 'AID TYPE'.
           03  FILLER                  PIC X(12) VALUE '   DISBURSED'.
           03  FILLER                  PIC X(12) VALUE '      EARNED'.
           03  FILLER                  PIC X(12) VALUE '    UNEARNED'.
           03  FILLER                  PIC X(12) VALUE '  SCHOOL RET'.
           03  FILLER                  PIC X(12) VALUE ' STUDENT RET'.
       01  WS-WK-AID-LN.
           03  WS-WK-DESC              PIC X(12).
           03  WS-WK-DISB              PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC XX    VALUE SPACES.
           03  WS-WK-EARNED            PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC XX    VALUE SPACES.
           03  WS-WK-UNEARN            PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC XX    VALUE SPACES.
           03  WS-WK-SCHOOL            PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC XX    VALUE SPACES.
           03  WS-WK-STUDENT           PIC ZZZ,ZZ9.99.
       01  WS-WK-AMT-LN.
           03  WS-WK-AMT-DESC          PIC X(50).
           03  WS-WK-AMT               PIC ZZZ,ZZ9.99.
       LINKAGE SECTION.
       01  LNK-R2T4.
           03  LNK-STU-ID          PIC 9(7).
           03  LNK-YEAR            PIC 9(4).
           03  LNK-SEM             PIC 99.
           03  LNK-WTHD-DATE       PIC 9(8).
           03  LNK-CHARGES         PIC 9(6)V99.
           03  LNK-PGM             PIC X(15).
           03  LNK-RESULT          PIC X.
           03  LNK-PCT             PIC 9V999.
           03  LNK-SCHOOL-LOAN     PIC 9(6)V99.
           03  LNK-SCHOOL-GRANT    PIC 9(6)V99.
           03  LNK-SCHOOL-TOT      PIC 9(6)V99.
           03  LNK-STUDENT-TOT     PIC 9(6)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-R2T4.
       000-MAIN.
           MOVE 'N'  TO LNK-RESULT.
           MOVE ZERO TO LNK-PCT.
           MOVE ZERO TO LNK-SCHOOL-LOAN.
           MOVE ZERO TO LNK-SCHOOL-GRANT.
           MOVE ZERO TO LNK-SCHOOL-TOT.
           MOVE ZERO TO LNK-STUDENT-TOT.

           OPEN I-O AID-MASTER.
           IF WS-AID-STAT NOT = ZERO
               CLOSE AID-MASTER
               EXIT PROGRAM
           END-IF.
           PERFORM 100-LOAD-AID.
           IF WS-DISB-TOT = ZERO
               CLOSE AID-MASTER
               EXIT PROGRAM
           END-IF.

           OPEN INPUT TERM-MASTER.
           MOVE LNK-YEAR TO TERM-YEAR.
           MOVE LNK-SEM  TO TERM-SEM.
           READ TERM-MASTER
               INVALID KEY
                   MOVE 'T' TO LNK-RESULT
           END-READ.
           CLOSE TERM-MASTER.
           IF LNK-RESULT = 'T'
               CLOSE AID-MASTER
               EXIT PROGRAM
           END-IF.

           PERFORM 200-COUNT-DAYS.
           PERFORM 300-EARNED-AID.
           IF WS-UNEARN-TOT > ZERO
               PERFORM 400-SPLIT-RETURN
               PERFORM 500-REDUCE-AID
               MOVE 'Y' TO LNK-RESULT
           ELSE
               MOVE 'E' TO LNK-RESULT
           END-IF.
           PERFORM 600-WRITE-WORKSHEET.

           MOVE WS-PCT           TO LNK-PCT.
           MOVE WS-AT-SCHOOL(1)  TO LNK-SCHOOL-LOAN.
           MOVE WS-AT-SCHOOL(2)  TO LNK-SCHOOL-GRANT.
           MOVE WS-SCHOOL-TOT    TO LNK-SCHOOL-TOT.
           MOVE WS-STUDENT-TOT   TO LNK-STUDENT-TOT.

           CLOSE AID-MASTER.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *PICK UP THE DISBURSED LOAN AND GRANT FOR THE TERM
       100-LOAD-AID.
           INITIALIZE WS-AID-TBL.
           MOVE 'L'          TO WS-AT-TYPE(1).
           MOVE 'LOAN'       TO WS-AT-DESC(1).
           MOVE 'G'          TO WS-AT-TYPE(2).
           MOVE 'GRANT'      TO WS-AT-DESC(2).
           MOVE ZERO TO WS-DISB-TOT.
           MOVE ZERO TO WS-EARNED-TOT.
           MOVE ZERO TO WS-UNEARN-TOT.
           MOVE ZERO TO WS-SCHOOL-TOT.
           MOVE ZERO TO WS-STUDENT-TOT.
           MOVE ZERO TO WS-GRANT-OVER.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 2
               MOVE LNK-STU-ID       TO AID-STU-ID
               MOVE LNK-YEAR         TO AID-YEAR
               MOVE LNK-SEM          TO AID-SEM
               MOVE WS-AT-TYPE(WS-IX) TO AID-TYPE
               READ AID-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AID-DISBURSED
                           MOVE AID-AMOUNT TO WS-AT-DISB(WS-IX)
                           ADD AID-AMOUNT  TO WS-DISB-TOT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *PERCENTAGE OF THE TERM COMPLETED, BREAKS LEFT OUT OF BOTH THE
      *DAYS COMPLETED AND THE DAYS IN THE TERM
       200-COUNT-DAYS.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(TERM-START-DATE).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(TERM-END-DATE).
           COMPUTE WS-WTHD-INT =
               FUNCTION INTEGER-OF-DATE(LNK-WTHD-DATE).
           MOVE WS-WTHD-INT TO WS-LAST-INT.
           IF WS-LAST-INT > WS-END-INT
               MOVE WS-END-INT TO WS-LAST-INT
           END-IF.
           COMPUTE WS-TERM-DAYS = WS-END-INT - WS-START-INT + 1.
           IF WS-WTHD-INT < WS-START-INT
               MOVE ZERO TO WS-DONE-DAYS
           ELSE
               COMPUTE WS-DONE-DAYS = WS-LAST-INT - WS-START-INT + 1
           END-IF.

           MOVE ZERO TO WS-BREAK-DAYS.
           MOVE ZERO TO WS-BREAK-DONE.
           OPEN INPUT HOLIDAY-MASTER.
           IF WS-HOL-STAT = ZERO
               PERFORM 210-SCAN-BREAKS
               CLOSE HOLIDAY-MASTER
           END-IF.

           SUBTRACT WS-BREAK-DAYS FROM WS-TERM-DAYS.
           SUBTRACT WS-BREAK-DONE FROM WS-DONE-DAYS.
           IF WS-DONE-DAYS < 0
               MOVE ZERO TO WS-DONE-DAYS
           END-IF.
           IF WS-TERM-DAYS > 0
               COMPUTE WS-PCT ROUNDED = WS-DONE-DAYS / WS-TERM-DAYS
           ELSE
               MOVE 1 TO WS-PCT
           END-IF.
           IF WS-PCT > 1
               MOVE 1 TO WS-PCT
           END-IF.
      *-----------------------------------------------------------------
       210-SCAN-BREAKS.
           MOVE LNK-YEAR TO HOL-YEAR.
           MOVE LNK-SEM  TO HOL-SEM.
           MOVE ZERO     TO HOL-DATE.
           MOVE ZERO     TO WS-RUN-LEN.
           MOVE ZERO     TO WS-PREV-INT.
           MOVE 'N' TO WS-HOL-EOF.
           START HOLIDAY-MASTER KEY NOT LESS THAN HOL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOL-EOF
           END-START.

           PERFORM UNTIL HOL-EOF
               READ HOLIDAY-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOL-EOF
                   NOT AT END
                       IF HOL-YEAR NOT = LNK-YEAR
                           OR HOL-SEM NOT = LNK-SEM
                           MOVE 'Y' TO WS-HOL-EOF
                       ELSE
                           PERFORM 220-ADD-HOLIDAY
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 230-CLOSE-RUN.
      *-----------------------------------------------------------------
      *CONSECUTIVE HOLIDAY DATES ARE GATHERED INTO ONE RUN
       220-ADD-HOLIDAY.
           COMPUTE WS-HOL-INT = FUNCTION INTEGER-OF-DATE(HOL-DATE).
           IF WS-HOL-INT < WS-START-INT OR WS-HOL-INT > WS-END-INT
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-LEN > 0 AND WS-HOL-INT = WS-PREV-INT + 1
               ADD 1 TO WS-RUN-LEN
           ELSE
               PERFORM 230-CLOSE-RUN
               MOVE WS-HOL-INT TO WS-RUN-START
               MOVE 1 TO WS-RUN-LEN
           END-IF.
           MOVE WS-HOL-INT TO WS-PREV-INT.
      *-----------------------------------------------------------------
      *A RUN OF FIVE OR MORE DAYS IS A SCHEDULED BREAK - ITS DAYS UP
      *TO THE WITHDRAWAL DATE ALSO COME OFF THE DAYS COMPLETED
       230-CLOSE-RUN.
           IF WS-RUN-LEN >= 5
               ADD WS-RUN-LEN TO WS-BREAK-DAYS
               IF WS-WTHD-INT >= WS-START-INT
                   COMPUTE WS-RUN-DONE =
                       WS-LAST-INT - WS-RUN-START + 1
                   IF WS-RUN-DONE > WS-RUN-LEN
                       MOVE WS-RUN-LEN TO WS-RUN-DONE
                   END-IF
                   IF WS-RUN-DONE > 0
                       ADD WS-RUN-DONE TO WS-BREAK-DONE
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WS-RUN-LEN.
      *-----------------------------------------------------------------
      *PAST 60 PERCENT OF THE TERM ALL AID IS EARNED
       300-EARNED-AID.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 2
               IF WS-PCT > .600
                   MOVE WS-AT-DISB(WS-IX) TO WS-AT-EARNED(WS-IX)
               ELSE
                   COMPUTE WS-AT-EARNED(WS-IX) ROUNDED =
                       WS-AT-DISB(WS-IX) * WS-PCT
               END-IF
               COMPUTE WS-AT-UNEARN(WS-IX) =
                   WS-AT-DISB(WS-IX) - WS-AT-EARNED(WS-IX)
               ADD WS-AT-EARNED(WS-IX) TO WS-EARNED-TOT
               ADD WS-AT-UNEARN(WS-IX) TO WS-UNEARN-TOT
           END-PERFORM.
      *-----------------------------------------------------------------
      *THE SCHOOL'S SHARE IS CAPPED BY ITS CHARGES FOR THE UNEARNED
      *PART OF THE TERM. BOTH SHARES ARE TAKEN LOANS FIRST
       400-SPLIT-RETURN.
           COMPUTE WS-UNEARN-PCT = 1 - WS-PCT.
           COMPUTE WS-SCHOOL-TOT ROUNDED =
               LNK-CHARGES * WS-UNEARN-PCT.
           IF WS-SCHOOL-TOT > WS-UNEARN-TOT
               MOVE WS-UNEARN-TOT TO WS-SCHOOL-TOT
           END-IF.
           COMPUTE WS-STUDENT-TOT = WS-UNEARN-TOT - WS-SCHOOL-TOT.

           MOVE WS-SCHOOL-TOT TO WS-LEFT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 2
               MOVE WS-AT-DISB(WS-IX) TO WS-TAKE
               IF WS-TAKE > WS-LEFT
                   MOVE WS-LEFT TO WS-TAKE
               END-IF
               MOVE WS-TAKE TO WS-AT-SCHOOL(WS-IX)
               SUBTRACT WS-TAKE FROM WS-LEFT
           END-PERFORM.

           MOVE WS-STUDENT-TOT TO WS-LEFT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 2
               COMPUTE WS-TAKE =
                   WS-AT-DISB(WS-IX) - WS-AT-SCHOOL(WS-IX)
               IF WS-TAKE > WS-LEFT
                   MOVE WS-LEFT TO WS-TAKE
               END-IF
               MOVE WS-TAKE TO WS-AT-STUDENT(WS-IX)
               SUBTRACT WS-TAKE FROM WS-LEFT
           END-PERFORM.

           COMPUTE WS-PROTECT ROUNDED = WS-AT-DISB(2) * .5.
           IF WS-AT-STUDENT(2) > WS-PROTECT
               COMPUTE WS-GRANT-OVER = WS-AT-STUDENT(2) - WS-PROTECT
           END-IF.
      *-----------------------------------------------------------------
      *THE SCHOOL'S SHARE COMES OFF THE AWARD - AN AWARD RETURNED IN
      *FULL IS CANCELLED
       500-REDUCE-AID.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 2
               IF WS-AT-SCHOOL(WS-IX) > ZERO
                   MOVE LNK-STU-ID        TO AID-STU-ID
                   MOVE LNK-YEAR          TO AID-YEAR
                   MOVE LNK-SEM           TO AID-SEM
                   MOVE WS-AT-TYPE(WS-IX) TO AID-TYPE
                   READ AID-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT WS-AT-SCHOOL(WS-IX) FROM AID-AMOUNT
                           IF AID-AMOUNT = ZERO
                               MOVE 'C' TO AID-STATUS
                           END-IF
                           REWRITE AID-REC
                   END-READ
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       600-WRITE-WORKSHEET.
           OPEN EXTEND WORKSHEET.
           MOVE WS-WK-TITLE TO WORKSHEET-REC.
           WRITE WORKSHEET-REC.

           MOVE LNK-WTHD-DATE TO WS-DATE-EDIT.
           MOVE LNK-STU-ID    TO WS-WK-STU-ID.
           MOVE LNK-YEAR      TO WS-WK-YEAR.
           MOVE LNK-SEM       TO WS-WK-SEM.
           MOVE WS-DE-MM      TO WS-WK-WTHD-MM.
           MOVE WS-DE-DD      TO WS-WK-WTHD-DD.
           MOVE WS-DE-YYYY    TO WS-WK-WTHD-YYYY.
           MOVE LNK-PGM       TO WS-WK-PGM.
           MOVE WS-WK-STU-LN  TO WORKSHEET-REC.
           WRITE WORKSHEET-REC.

           MOVE WS-TERM-DAYS  TO WS-WK-TERM-DAYS.
           MOVE WS-BREAK-DAYS TO WS-WK-BREAK-DAYS.
           MOVE WS-DONE-DAYS  TO WS-WK-DONE-DAYS.
           COMPUTE WS-WK-PCT ROUNDED = WS-PCT * 100.
           MOVE WS-WK-DAYS-LN TO WORKSHEET-REC.
           WRITE WORKSHEET-REC.

           MOVE WS-WK-HDR-LN TO WORKSHEET-REC.
           WRITE WORKSHEET-REC.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 2
               MOVE WS-AT-DESC(WS-IX)    TO WS-WK-DESC
               MOVE WS-AT-DISB(WS-IX)    TO WS-WK-DISB
               MOVE WS-AT-EARNED(WS-IX)  TO WS-WK-EARNED
               MOVE WS-AT-UNEARN(WS-IX)  TO WS-WK-UNEARN
               MOVE WS-AT-SCHOOL(WS-IX)  TO WS-WK-SCHOOL
               MOVE WS-AT-STUDENT(WS-IX) TO WS-WK-STUDENT
               MOVE WS-WK-AID-LN TO WORKSHEET-REC
               WRITE WORKSHEET-REC
           END-PERFORM.
           MOVE 'TOTAL'        TO WS-WK-DESC.
           MOVE WS-DISB-TOT    TO WS-WK-DISB.
           MOVE WS-EARNED-TOT  TO WS-WK-EARNED.
           MOVE WS-UNEARN-TOT  TO WS-WK-UNEARN.
           MOVE WS-SCHOOL-TOT  TO WS-WK-SCHOOL.
           MOVE WS-STUDENT-TOT TO WS-WK-STUDENT.
           MOVE WS-WK-AID-LN TO WORKSHEET-REC.
           WRITE WORKSHEET-REC.

           MOVE 'INSTITUTIONAL CHARGES FOR THE TERM'
               TO WS-WK-AMT-DESC.
           MOVE LNK-CHARGES TO WS-WK-AMT.
           MOVE WS-WK-AMT-LN TO WORKSHEET-REC.
           WRITE WORKSHEET-REC.
           MOVE 'SCHOOL RETURN - CHARGED BACK TO THE STUDENT BILL'
               TO WS-WK-AMT-DESC.
           MOVE WS-SCHOOL-TOT TO WS-WK-AMT.
           MOVE WS-WK-AMT-LN TO WORKSHEET-REC.
           WRITE WORKSHEET-REC.
           MOVE 'STUDENT LOAN SHARE - REPAID UNDER PROMISSORY NOTE'
               TO WS-WK-AMT-DESC.
           MOVE WS-AT-STUDENT(1) TO WS-WK-AMT.
           MOVE WS-WK-AMT-LN TO WORKSHEET-REC.
           WRITE WORKSHEET-REC.
           MOVE 'STUDENT GRANT OVERPAYMENT AFTER 50% PROTECTION'
               TO WS-WK-AMT-DESC.
           MOVE WS-GRANT-OVER TO WS-WK-AMT.
           MOVE WS-WK-AMT-LN TO WORKSHEET-REC.
           WRITE WORKSHEET-REC.
           MOVE SPACES TO WORKSHEET-REC.
           WRITE WORKSHEET-REC.
           CLOSE WORKSHEET.

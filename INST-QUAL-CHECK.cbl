       IDENTIFICATION DIVISION.
       PROGRAM-ID. INST-QUAL-CHECK.
      *-----------------------------------------------------------------
      *DECIDES WHETHER AN INSTRUCTOR IS QUALIFIED TO TEACH A COURSE.
      *THE COURSE'S DISCIPLINE IS THE DEPARTMENT AT THE FRONT OF ITS
      *ID. THE INSTRUCTOR QUALIFIES, IN THIS ORDER, ON
      *  - A MASTER'S OR DOCTORATE IN THAT DISCIPLINE
      *  - 18 OR MORE GRADUATE HOURS IN THAT DISCIPLINE
      *  - AN APPROVAL FOR THE COURSE ITSELF
      *  - AN APPROVAL FOR THE WHOLE DEPARTMENT
      *  - A DOCUMENTED EXCEPTION FOR THE COURSE
      *LNK-QUAL COMES BACK Y WITH LNK-BASIS NAMING THE QUALIFICATION
      *USED. MODE E RECORDS AN EXCEPTION FOR THE INSTRUCTOR AND
      *COURSE WITH THE REASON IN LNK-NOTE, APPROVED BY THE SIGNED-ON
      *OPERATOR. WHEN THE CREDENTIALS FILE IS NOT ON HAND EVERY
      *INSTRUCTOR PASSES. THE FILE STAYS OPEN BETWEEN CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INST-QUAL    ASSIGN        TO
                               '../FILES/INST-QUAL.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS IQ-KEY
                               FILE STATUS   IS WS-IQ-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY INST-QUAL-RECS.
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       COPY OPER-SESSION.
       01  WS-IQ-STAT              PIC 99.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILES-OPENED              VALUE 'Y'.
       01  WS-AVAIL                PIC X VALUE 'N'.
           88  FILE-AVAIL                VALUE 'Y'.
       01  WS-MIN-GRAD-HRS         PIC 999 VALUE 18.
       01  WS-DEPT                 PIC X(4).
       01  WS-TODAY-YMD            PIC 9(6).
       01  WS-HRS-D                PIC ZZ9.
       LINKAGE SECTION.
       01  LNK-MODE                PIC X.
       01  LNK-INST-ID             PIC X(4).
       01  LNK-COURSE-ID           PIC X(9).
       01  LNK-NOTE                PIC X(30).
       01  LNK-QUAL                PIC X.
       01  LNK-BASIS               PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-MODE LNK-INST-ID LNK-COURSE-ID
                                LNK-NOTE LNK-QUAL LNK-BASIS.
       000-MAIN.
           IF NOT FILES-OPENED
               OPEN I-O INST-QUAL
               IF WS-IQ-STAT = ZERO
                   MOVE 'Y' TO WS-AVAIL
               END-IF
               MOVE 'Y' TO WS-OPENED
           END-IF.

           MOVE 'Y'    TO LNK-QUAL.
           MOVE SPACES TO LNK-BASIS.
           IF NOT FILE-AVAIL
               EXIT PROGRAM
           END-IF.
           IF LNK-MODE = 'E'
               PERFORM 200-RECORD-EXCEPTION
               EXIT PROGRAM
           END-IF.

           MOVE 'N' TO LNK-QUAL.
           MOVE LNK-COURSE-ID(1:4) TO WS-DEPT.
           PERFORM 100-CHECK-DEGREE.
           IF LNK-QUAL = 'N'
               PERFORM 110-CHECK-HOURS
           END-IF.
           IF LNK-QUAL = 'N'
               PERFORM 120-CHECK-COURSE
           END-IF.
           IF LNK-QUAL = 'N'
               PERFORM 130-CHECK-DEPT
           END-IF.
           IF LNK-QUAL = 'N'
               PERFORM 140-CHECK-EXCEPTION
           END-IF.

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-CHECK-DEGREE.
           MOVE LNK-INST-ID TO IQ-INST-ID.
           MOVE 'H'         TO IQ-TYPE.
           MOVE SPACES      TO IQ-CODE.
           READ INST-QUAL
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF (IQ-MASTER OR IQ-DOCTORATE)
               AND IQ-DISCIPLINE = WS-DEPT
               MOVE 'Y' TO LNK-QUAL
               STRING 'DEGREE '     DELIMITED BY SIZE
                      IQ-DEGREE     DELIMITED BY SPACE
                      ' '           DELIMITED BY SIZE
                      IQ-DISCIPLINE DELIMITED BY SIZE
                      INTO LNK-BASIS
           END-IF.
      *-----------------------------------------------------------------
       110-CHECK-HOURS.
           MOVE LNK-INST-ID TO IQ-INST-ID.
           MOVE 'G'         TO IQ-TYPE.
           MOVE WS-DEPT     TO IQ-CODE.
           READ INST-QUAL
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF IQ-GRAD-HRS NOT < WS-MIN-GRAD-HRS
               MOVE 'Y' TO LNK-QUAL
               MOVE IQ-GRAD-HRS TO WS-HRS-D
               STRING 'GRAD HRS '   DELIMITED BY SIZE
                      WS-HRS-D      DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WS-DEPT       DELIMITED BY SIZE
                      INTO LNK-BASIS
           END-IF.
      *-----------------------------------------------------------------
       120-CHECK-COURSE.
           MOVE LNK-INST-ID   TO IQ-INST-ID.
           MOVE 'C'           TO IQ-TYPE.
           MOVE LNK-COURSE-ID TO IQ-CODE.
           READ INST-QUAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LNK-QUAL
                   MOVE 'APPROVED COURSE' TO LNK-BASIS
           END-READ.
      *-----------------------------------------------------------------
       130-CHECK-DEPT.
           MOVE LNK-INST-ID TO IQ-INST-ID.
           MOVE 'D'         TO IQ-TYPE.
           MOVE WS-DEPT     TO IQ-CODE.
           READ INST-QUAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LNK-QUAL
                   MOVE 'APPROVED DEPT' TO LNK-BASIS
           END-READ.
      *-----------------------------------------------------------------
       140-CHECK-EXCEPTION.
           MOVE LNK-INST-ID   TO IQ-INST-ID.
           MOVE 'E'           TO IQ-TYPE.
           MOVE LNK-COURSE-ID TO IQ-CODE.
           READ INST-QUAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LNK-QUAL
                   MOVE 'EXCEPTION' TO LNK-BASIS
           END-READ.
      *-----------------------------------------------------------------
       200-RECORD-EXCEPTION.
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-TODAY-YMD.
           INITIALIZE IQ-REC.
           MOVE LNK-INST-ID     TO IQ-INST-ID.
           MOVE 'E'             TO IQ-TYPE.
           MOVE LNK-COURSE-ID   TO IQ-CODE.
           MOVE SESSION-OPER-ID TO IQ-APPROVER.
           MOVE LNK-NOTE        TO IQ-NOTE.
           MOVE SESSION-OPER-ID TO IQ-ENTERED-BY.
           COMPUTE IQ-ENTERED-DATE = 20000000 + WS-TODAY-YMD.
           WRITE IQ-REC
               INVALID KEY
                   REWRITE IQ-REC
           END-WRITE.
           MOVE 'EXCEPTION' TO LNK-BASIS.

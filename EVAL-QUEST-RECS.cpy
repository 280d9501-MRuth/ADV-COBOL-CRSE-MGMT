      *Skeleton COBOL Copybook
      *COURSE EVALUATION QUESTION BANK - THE RATING QUESTIONS ASKED
      *ON THE END-OF-TERM SURVEY, NUMBERED 1 TO 20 WITHIN EACH TERM.
      *EVERY QUESTION IS ANSWERED ON A 1 (POOR) TO 5 (EXCELLENT)
      *SCALE; THE QUESTION NUMBER IS THE ANSWER POSITION ON THE
      *RESPONSE RECORD.
       FD  EVAL-QUEST.
       01  EQ-REC.
           03  EQ-KEY.
               05  EQ-YEAR         PIC 9(4).
               05  EQ-SEM          PIC 99.
               05  EQ-NUM          PIC 99.
           03  EQ-TEXT             PIC X(60).
           03  EQ-UPD-BY           PIC X(8).
           03  FILLER              PIC X(20).

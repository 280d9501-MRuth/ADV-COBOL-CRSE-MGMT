      *Skeleton COBOL Copybook
      *CURRICULUM CHANGE PROPOSALS - A NEW COURSE (TYPE N) OR A CHANGE
      *TO THE NAME, CREDITS, PREREQUISITE OR DESCRIPTION OF AN
      *EXISTING ONE (TYPE C), WITH THE TERM IT TAKES EFFECT. THE
      *REQUESTED VALUES ARE HELD HERE UNTIL THE PROPOSAL HAS PASSED
      *ALL THREE APPROVALS - (1) DEPARTMENT CHAIR, (2) CURRICULUM
      *COMMITTEE, (3) REGISTRAR - EACH WITH ITS DATE, DECISION, WHO
      *DECIDED AND A NOTE.
      *PRP-STAGE SHOWS WHERE THE PROPOSAL IS WAITING:
      *  C CHAIR   M COMMITTEE   R REGISTRAR
      *  A APPROVED - VERSION AND DESCRIPTION ROWS NOT YET WRITTEN
      *  V VERSIONED - WAITING FOR THE EFFECTIVE TERM TO START BEFORE
      *    COURSE-MASTER IS UPDATED
      *  I IMPLEMENTED   D DENIED   W WITHDRAWN BY THE DEPARTMENT
      *THE RECORD WITH A ZERO PROPOSAL ID IS THE CONTROL RECORD
      *CARRYING THE NEXT PROPOSAL NUMBER.
       FD  CURR-PROPOSAL.
       01  PRP-REC.
           03  PRP-ID              PIC 9(6).
           03  PRP-TYPE            PIC X.
               88  PRP-NEW-COURSE          VALUE 'N'.
               88  PRP-CHANGE              VALUE 'C'.
           03  PRP-CRSE-ID         PIC X(9).
           03  PRP-EFF-YEAR        PIC 9(4).
           03  PRP-EFF-SEM         PIC 99.
           03  PRP-NAME            PIC X(35).
           03  PRP-CREDIT          PIC X(4).
           03  PRP-PREREQ          PIC X(9).
           03  PRP-DESC-CHG        PIC X.
               88  PRP-HAS-DESC            VALUE 'Y'.
           03  PRP-DESC.
               05  PRP-DESC-LN     OCCURS 5 TIMES PIC X(60).
           03  PRP-RATIONALE       PIC X(60).
           03  PRP-SUBMIT-DATE     PIC 9(8).
           03  PRP-SUBMIT-BY       PIC X(8).
           03  PRP-STAGE           PIC X.
               88  PRP-AT-CHAIR            VALUE 'C'.
               88  PRP-AT-COMMITTEE        VALUE 'M'.
               88  PRP-AT-REGISTRAR        VALUE 'R'.
               88  PRP-APPROVED            VALUE 'A'.
               88  PRP-VERSIONED           VALUE 'V'.
               88  PRP-IMPLEMENTED         VALUE 'I'.
               88  PRP-DENIED              VALUE 'D'.
               88  PRP-WITHDRAWN           VALUE 'W'.
               88  PRP-IN-REVIEW           VALUE 'C' 'M' 'R'.
               88  PRP-OPEN                VALUE 'C' 'M' 'R' 'A' 'V'.
           03  PRP-STEP            OCCURS 3 TIMES.
               05  PRP-STEP-DATE   PIC 9(8).
               05  PRP-STEP-DEC    PIC X.
               05  PRP-STEP-NAME   PIC X(20).
               05  PRP-STEP-OPER   PIC X(8).
               05  PRP-STEP-NOTE   PIC X(40).
           03  PRP-VERSION-DATE    PIC 9(8).
           03  PRP-IMPL-DATE       PIC 9(8).
           03  PRP-LAST-ACT-DATE   PIC 9(8).
           03  FILLER              PIC X(20).
       01  PRP-CTRL-REC.
           03  PRP-CTRL-KEY        PIC 9(6).
           03  PRP-NEXT-ID         PIC 9(6).
           03  FILLER              PIC X(40).

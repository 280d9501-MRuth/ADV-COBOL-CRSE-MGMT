      *Skeleton COBOL Copybook
      *PROPOSED ROOM ASSIGNMENTS - ONE ROW PER SECTION MEETING THAT
      *WAS WITHOUT A ROOM WHEN ROOM-ASSIGN LAST RAN FOR THE TERM.
      *MEETING 1 IS THE SECTION'S PRIMARY MEETING ON THE SCHEDULE
      *RECORD, 2 AND UP ARE ITS EXTRA MEETINGS ON MEET-MASTER. A
      *PROPOSED ROW CARRIES THE ROOM PICKED; AN UNPLACED ROW CARRIES
      *THE REASON NONE COULD BE. NOTHING REACHES THE SCHEDULE UNTIL
      *ROOM-ASSIGN-APPLY IS RUN AFTER THE LIST HAS BEEN REVIEWED.
       FD  ROOM-PROPOSAL.
       01  RAP-REC.
           03  RAP-KEY.
               05  RAP-SCHED-ID    PIC X(12).
               05  RAP-MEET-SEQ    PIC 9.
           03  RAP-COURSE-ID       PIC X(9).
           03  RAP-DAYS            PIC X(7).
           03  RAP-START           PIC 9(4).
           03  RAP-END             PIC 9(4).
           03  RAP-CAPACITY        PIC 999.
           03  RAP-NEED-TYPE       PIC X(4).
           03  RAP-NEED-CAMPUS     PIC X(4).
           03  RAP-STAT            PIC X.
               88  RAP-PROPOSED            VALUE 'P'.
               88  RAP-UNPLACED            VALUE 'U'.
               88  RAP-APPLIED             VALUE 'A'.
               88  RAP-SKIPPED             VALUE 'S'.
           03  RAP-ROOM            PIC X(13).
           03  RAP-ROOM-SEATS      PIC 999.
           03  RAP-ROOM-CAMPUS     PIC X(4).
           03  RAP-HOME-BLD        PIC X.
               88  RAP-IN-HOME-BLD         VALUE 'Y'.
           03  RAP-REASON          PIC X(30).
           03  RAP-PROP-DATE       PIC 9(8).
           03  RAP-APPLY-DATE      PIC 9(8).
           03  FILLER              PIC X(20).

      *Skeleton COBOL Copybook
      *RESIDENCE HALL BED INVENTORY - ONE RECORD PER BED, KEYED BY
      *HALL, ROOM, AND SPACE LETTER (A, B, C ...) WITHIN THE ROOM.
      *A BED TAKEN OUT OF SERVICE (REPAIRS, RESIDENT ASSISTANT) IS
      *NEVER ASSIGNED. WHO IS IN A BED IS ON THE ASSIGNMENT FILE.
       FD  BED-MASTER.
       01  BED-REC.
           03  BED-KEY.
               05  BED-HALL        PIC X(4).
               05  BED-ROOM        PIC X(5).
               05  BED-SPACE       PIC X.
           03  BED-STATUS          PIC X.
               88  BED-IN-SERVICE          VALUE 'A'.
               88  BED-OFFLINE             VALUE 'O'.

      *Skeleton COBOL Copybook
      *STUDENT DEMOGRAPHICS FOR FEDERAL (IPEDS) REPORTING - ONE
      *RECORD PER STUDENT. RACE/ETHNICITY USES THE IPEDS CATEGORIES.
      *THE ENTRY TYPE APPLIES TO THE ENTRY TERM ONLY - IN ANY LATER
      *TERM THE STUDENT IS REPORTED AS CONTINUING.
       FD  DEMO-MASTER.
       01  DEMO-REC.
           03  DEMO-KEY.
               05  DEMO-STU-ID     PIC 9(7).
           03  DEMO-SEX            PIC X.
               88  DEMO-MEN                VALUE 'M'.
               88  DEMO-WOMEN              VALUE 'F'.
               88  DEMO-SEX-UNKNOWN        VALUE 'U'.
               88  DEMO-SEX-VALID          VALUE 'M' 'F' 'U'.
           03  DEMO-ETHNIC         PIC X.
               88  DEMO-NONRESIDENT        VALUE 'N'.
               88  DEMO-HISPANIC           VALUE 'H'.
               88  DEMO-AMER-INDIAN        VALUE 'I'.
               88  DEMO-ASIAN              VALUE 'A'.
               88  DEMO-BLACK              VALUE 'B'.
               88  DEMO-PACIFIC            VALUE 'P'.
               88  DEMO-WHITE              VALUE 'W'.
               88  DEMO-TWO-OR-MORE        VALUE 'T'.
               88  DEMO-ETHNIC-UNKNOWN     VALUE 'U'.
               88  DEMO-ETHNIC-VALID       VALUE 'N' 'H' 'I' 'A'
                                                 'B' 'P' 'W' 'T' 'U'.
           03  DEMO-ENTRY-TYPE     PIC X.
               88  DEMO-FIRST-TIME         VALUE 'F'.
               88  DEMO-TRANSFER-IN        VALUE 'T'.
               88  DEMO-CONTINUING         VALUE 'C'.
               88  DEMO-TYPE-VALID         VALUE 'F' 'T' 'C'.
           03  DEMO-ENTRY-YEAR     PIC 9(4).
           03  DEMO-ENTRY-SEM      PIC 99.
           03  DEMO-DEG-SEEK       PIC X.
               88  DEMO-DEGREE-SEEKING     VALUE 'Y'.
               88  DEMO-DEG-SEEK-VALID     VALUE 'Y' 'N'.
           03  DEMO-UPD-DATE       PIC 9(8).

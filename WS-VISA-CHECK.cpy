      *Skeleton COBOL Copybook
      *VISA LOAD REQUEST - PASSED TO VISA-LOAD-CHECK FOR ONE STUDENT
      *AND TERM. A SECTION ABOUT TO BE DROPPED IS PASSED IN THE SKIP
      *CRN AND LEFT OUT OF THE LOAD - ZERO SKIPS NOTHING. WHEN THE
      *STUDENT HAS A VISA RECORD THE LOAD, THE ONLINE PART OF IT AND
      *THE RULES IN FORCE COME BACK, WITH THE SHORT AND ONLINE FLAGS
      *SET ONLY WHEN NO REDUCED LOAD IS AUTHORIZED FOR THE TERM.
       01  WS-VISA-CHECK.
           03  WS-VC-STU-ID        PIC 9(7).
           03  WS-VC-YEAR          PIC 9(4).
           03  WS-VC-SEM           PIC 99.
           03  WS-VC-SKIP-CRN      PIC 9(4).
           03  WS-VC-VISA          PIC X.
               88  VC-VISA-HOLDER          VALUE 'Y'.
           03  WS-VC-TYPE          PIC XX.
           03  WS-VC-DOC-NO        PIC X(11).
           03  WS-VC-PGM-END       PIC 9(8).
           03  WS-VC-RCL           PIC X.
               88  VC-REDUCED-LOAD         VALUE 'Y'.
           03  WS-VC-LOAD          PIC 999.
           03  WS-VC-ONLINE        PIC 999.
           03  WS-VC-FT-MIN        PIC 99.
           03  WS-VC-ONLINE-MAX    PIC 99.
           03  WS-VC-SHORT         PIC X.
               88  VC-BELOW-FULL-TIME      VALUE 'Y'.
           03  WS-VC-ONLINE-OVER   PIC X.
               88  VC-ONLINE-OVER          VALUE 'Y'.

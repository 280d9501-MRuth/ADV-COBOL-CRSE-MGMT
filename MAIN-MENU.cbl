           03  WS-PERM-IX              PIC 99.
           03  WS-PERM-ALLOWED         PIC X.
               88  PERM-ALLOWED                VALUE 'Y'.
           03  WS-ACCT-MODE            PIC X.
       01  WS-PERM-SAVED.
           03  WS-PERM-SLOT OCCURS 20 TIMES PIC X.

           03  WS-SL-RESULT            PIC X(4).

       COPY OPER-SESSION.
       COPY WS-SCHED-CANCEL.
       COPY WS-DATE-TIME.
      *-----------------------------------------------------------------
       SCREEN SECTION.
               05  LINE 11 COL 32 VALUE " 7) REPORTS".
               05  LINE 12 COL 32 VALUE " 8) DEBUG".
               05  LINE 13 COL 32 VALUE " 9) BUSINESS OFFICE".
               05  LINE 14 COL 32 VALUE " C) CONTINUING EDUCATION".
               05  LINE 15 COL 32 VALUE " H) RESIDENCE HOUSING".
               05  LINE 16 COL 32 VALUE " X) Exit".
               05  LINE 17 COL 37 VALUE "Selection".
               05  LINE 17 COL 35 PIC X TO WS-SEL AUTO.
       
       01 STU-MENU.
          03  STUMENU.
               05  LINE 24 COL 57 VALUE " .) TIME TICKETS".
               05  LINE 22 COL 32 VALUE " /) LEAVE OF ABSENCE".
               05  LINE 23 COL 32 VALUE " ,) PLACEMENT SCORES".
               05  LINE 24 COL 32 VALUE " ;) CREDIT OVERLOADS".
               05  LINE 05 COL 05 VALUE " :) DEMOGRAPHICS".
               05  LINE 06 COL 05 VALUE " =) VISA RECORDS".
               05  LINE 07 COL 05 VALUE " +) ATHLETE ROSTER".
               05  LINE 08 COL 05 VALUE " -) EMERGENCY CONTACTS".
               05  LINE 09 COL 05 VALUE " *) MERGE DUPLICATE IDS".
               05  LINE 10 COL 05 VALUE " &) LETTER TEMPLATES".
               05  LINE 11 COL 05 VALUE " !) RETURNED MAIL".
               05  LINE 12 COL 05 VALUE " @) DUAL ENROLLMENT".
               05  LINE 20 COL 32 VALUE " R) RETURN TO MAIN MENU".
               05  LINE 21 COL 37 VALUE "Selection".
               05  LINE 21 COL 35 PIC X TO WS-SEL AUTO.
               05  LINE 05 COL 60 VALUE " A) ATTR/BUCKETS".
               05  LINE 06 COL 60 VALUE " B) DESCRIPTIONS".
               05  LINE 07 COL 60 VALUE " C) DEPARTMENTS".
               05  LINE 08 COL 60 VALUE " D) DEGREE EXCEPTIONS".
               05  LINE 09 COL 60 VALUE " E) COURSE EVALUATIONS".
               05  LINE 10 COL 60 VALUE " F) CURRICULUM PROPOSALS".
               05  LINE 11 COL 60 VALUE " G) COMMENCEMENT ENTRY".
               05  LINE 12 COL 60 VALUE " H) COMMENCEMENT PROGRAM".
               05  LINE 13 COL 60 VALUE " I) DIPLOMA ORDER".
               05  LINE 14 COL 32 VALUE " R) RETURN TO MAIN MENU".
               05  LINE 16 COL 37 VALUE "Selection".
               05  LINE 16 COL 35 PIC X TO WS-SEL AUTO.
               
       01 EVAL-MENU.
          03  EVALMENU.
               05  LINE 03 COL 33 VALUE "COURSE EVALUATION MENU".
               05  LINE 05 COL 32 VALUE " 1) QUESTION BANK".
               05  LINE 06 COL 32 VALUE " 2) ISSUE SURVEY TOKENS".
               05  LINE 07 COL 32 VALUE " 3) LOAD RESPONSES".
               05  LINE 08 COL 32 VALUE " 4) EVALUATION SUMMARY".
               05  LINE 09 COL 32 VALUE " R) RETURN".
               05  LINE 11 COL 37 VALUE "Selection".
               05  LINE 11 COL 35 PIC X TO WS-SEL AUTO.

       01 CURR-MENU.
          03  CURRMENU.
               05  LINE 03 COL 31 VALUE "CURRICULUM PROPOSAL MENU".
               05  LINE 05 COL 32 VALUE " 1) ENTER/CHANGE PROPOSAL".
               05  LINE 06 COL 32 VALUE " 2) RECORD APPROVALS".
               05  LINE 07 COL 32 VALUE " 3) APPLY APPROVED PROPOSALS".
               05  LINE 08 COL 32 VALUE " 4) PIPELINE REPORT".
               05  LINE 09 COL 32 VALUE " R) RETURN".
               05  LINE 11 COL 37 VALUE "Selection".
               05  LINE 11 COL 35 PIC X TO WS-SEL AUTO.

       01 SCHED-MENU.
          03  SCHEDMENU.
               05  LINE 03 COL 38 VALUE "SCHEDULE MENU".
               05  LINE 06 COL 60 VALUE " B) GEN CLASS DATES".
               05  LINE 07 COL 60 VALUE " C) RESTRICTIONS".
               05  LINE 08 COL 60 VALUE " D) PRINT BOOKLET".
               05  LINE 09 COL 60 VALUE " E) PARTS OF TERM".
               05  LINE 10 COL 60 VALUE " F) RESERVED SEATS".
               05  LINE 11 COL 60 VALUE " G) CREDIT LIMITS".
               05  LINE 12 COL 60 VALUE " H) SECTION VIABILITY".
               05  LINE 13 COL 60 VALUE " I) CANCEL REVIEW".
               05  LINE 14 COL 60 VALUE " J) RUN REVIEW CANCELS".
               05  LINE 15 COL 60 VALUE " K) ROOM ASSIGN PROPOSE".
               05  LINE 16 COL 60 VALUE " L) POST ROOM ASSIGNS".
               05  LINE 14 COL 32 VALUE " R) RETURN TO MAIN MENU".
               05  LINE 16 COL 37 VALUE "Selection".
               05  LINE 16 COL 35 PIC X TO WS-SEL AUTO.
               05  LINE 10 COL 32 VALUE " 6) SET FACULTY PIN".
               05  LINE 11 COL 32 VALUE " 7) LOAD LIMITS".
               05  LINE 12 COL 32 VALUE " 8) OVERLOAD REPORT".
               05  LINE 13 COL 32 VALUE " 9) TEACHING QUALIFICATIONS".
               05  LINE 14 COL 32 VALUE " A) ACCREDITATION ROSTER".
               05  LINE 15 COL 32 VALUE " B) SEPARATION".
               05  LINE 16 COL 32 VALUE " C) FACULTY PAY RATES".
               05  LINE 17 COL 32 VALUE " D) FACULTY PAY EXTRACT".
               05  LINE 18 COL 32 VALUE " R) RETURN TO MAIN MENU".
               05  LINE 20 COL 37 VALUE "Selection".
               05  LINE 20 COL 35 PIC X TO WS-SEL AUTO.
       01 BLD-MENU.
          03  BLDMENU.
               05  LINE 03 COL 38 VALUE "BUILDING MENU".
               05  LINE 08 COL 32 VALUE " 4) VIEW ROOM".
               05  LINE 09 COL 32 VALUE " 5) ROOM OUTAGES".
               05  LINE 10 COL 32 VALUE " 6) OUTAGE DISPLACEMENT RPT".
               05  LINE 11 COL 32 VALUE " 7) ROOM EVENT BOOKINGS".
               05  LINE 12 COL 32 VALUE " R) RETURN TO MAIN MENU".
               05  LINE 14 COL 37 VALUE "Selection".
               05  LINE 14 COL 35 PIC X TO WS-SEL AUTO.
       01  ZIP-MENU.
           03  ZIPMENU.
               05  LINE 03 COL 38 VALUE "ZIPCODE MENU".
               05  LINE 16 COL 60 VALUE " X) RETENTION".
               05  LINE 15 COL 60 VALUE " Y) GRADE DEADLINE".
               05  LINE 14 COL 60 VALUE " Z) ATTEND CLOSE".
               05  LINE 13 COL 60 VALUE " 0) STU OVERLOADS".
               05  LINE 12 COL 60 VALUE " -) CLEARINGHOUSE".
               05  LINE 11 COL 60 VALUE " /) IPEDS FALL ENR".
               05  LINE 10 COL 60 VALUE " ,) IPEDS COMPLETNS".
               05  LINE 09 COL 60 VALUE " ;) VISA COMPLIANCE".
               05  LINE 08 COL 60 VALUE " .) ATHLETIC CERTIFY".
               05  LINE 07 COL 60 VALUE " :) EMERGENCY ROSTER".
               05  LINE 06 COL 60 VALUE " =) EARLY ALERT".
               05  LINE 05 COL 60 VALUE " +) STU VIEW LOG".
               05  LINE 04 COL 60 VALUE " *) IT ACCOUNT FEED".
               05  LINE 05 COL 01 VALUE " #) BOOKSTORE FEED".
               05  LINE 06 COL 01 VALUE " $) NO TEXTBOOK ADOPTED".
               05  LINE 07 COL 01 VALUE " %) RETURNED MAIL LOAD".
               05  LINE 08 COL 01 VALUE " @) BAD ADDRESS REPORT".
               05  LINE 09 COL 01 VALUE " ^) DUAL ENRL GRADES".

               05  LINE 22 COL 01 VALUE " R) RETURN TO MAIN MENU".
               05  LINE 24 COL 37 VALUE "Selection".
               05  LINE 11 COL 32 VALUE " 7) SPONSOR INVOICE RUN".
               05  LINE 12 COL 32 VALUE " 8) COURSE FEE SCHEDULE".
               05  LINE 13 COL 32 VALUE " 9) RESIDENCY CODES".
               05  LINE 05 COL 62 VALUE " A) ACCT STATEMENT".
               05  LINE 06 COL 62 VALUE " B) GL ACCOUNT MAP".
               05  LINE 07 COL 62 VALUE " C) GL JOURNAL".
               05  LINE 08 COL 62 VALUE " D) LOCKBOX IMPORT".
               05  LINE 09 COL 62 VALUE " E) PAY SUSPENSE".
               05  LINE 10 COL 62 VALUE " F) 1098-T EXTRACT".
               05  LINE 11 COL 62 VALUE " G) COLL PLACEMENT".
               05  LINE 12 COL 62 VALUE " H) COLL ACCOUNTS".
               05  LINE 13 COL 62 VALUE " I) CREDIT REFUNDS".
               05  LINE 14 COL 62 VALUE " J) REFUND METHOD".
               05  LINE 15 COL 62 VALUE " K) SAP EVALUATION".
               05  LINE 16 COL 62 VALUE " L) SAP APPEALS".
               05  LINE 17 COL 62 VALUE " M) WAIVER MAINTENANCE".
               05  LINE 18 COL 62 VALUE " N) WAIVER COST REPORT".
               05  LINE 19 COL 62 VALUE " O) TUITION RATES".
               05  LINE 20 COL 62 VALUE " P) REG FEE ASSESSMENT".
               05  LINE 21 COL 62 VALUE " Q) REG FEE RULES".
               05  LINE 22 COL 62 VALUE " S) DE DISTRICTS".
               05  LINE 23 COL 62 VALUE " T) DE DISTRICT INVOICE".
               05  LINE 14 COL 32 VALUE " R) RETURN TO MAIN MENU".
               05  LINE 16 COL 37 VALUE "Selection".
               05  LINE 16 COL 35 PIC X TO WS-SEL AUTO.
               05  LINE 11 COL 32 VALUE " 7) BUILD MASTER CONTROL".
               05  LINE 12 COL 32 VALUE " 8) BUILD CRN CONTROL".
               05  LINE 13 COL 32 VALUE " 9) ADD OPERATOR".
               05  LINE 09 COL 59 VALUE " /) TRAINING COPY".
               05  LINE 10 COL 59 VALUE " 0) RETENTION RULES".
               05  LINE 11 COL 59 VALUE " Z) APPLY RETENTION".
               05  LINE 12 COL 59 VALUE " L) INTEGRITY SCAN".
               05  LINE 13 COL 59 VALUE " O) OPERATOR MAINT".
               05  LINE 14 COL 59 VALUE " Q) PERMISSIONS".
               05  LINE 15 COL 59 VALUE " G) BUILD PERM MST".
               05  LINE 05 COL 32 VALUE " 1) FREEZE CENSUS SNAPSHOT".
               05  LINE 06 COL 32 VALUE " 2) CENSUS ENROLLMENT REPORT".
               05  LINE 07 COL 32 VALUE " 3) ADD/DROP CHURN REPORT".
               05  LINE 08 COL 32 VALUE " 4) CREDIT HOUR PRODUCTION".
               05  LINE 09 COL 32 VALUE " 5) REGISTRATION FLASH".
               05  LINE 10 COL 32 VALUE " R) RETURN".
               05  LINE 12 COL 37 VALUE "Selection".
               05  LINE 12 COL 35 PIC X TO WS-SEL AUTO.
       01 ALERT-MENU.
          03  ALERTMENU.
               05  LINE 03 COL 36 VALUE "EARLY ALERT MENU".
               05  LINE 05 COL 32 VALUE " 1) RISK SCORING BATCH".
               05  LINE 06 COL 32 VALUE " 2) RISK WEIGHTS".
               05  LINE 07 COL 32 VALUE " R) RETURN".
               05  LINE 09 COL 37 VALUE "Selection".
               05  LINE 09 COL 35 PIC X TO WS-SEL AUTO.
       01 CE-MENU.
          03  CEMENU.
               05  LINE 03 COL 32 VALUE "CONTINUING EDUCATION MENU".
               05  LINE 05 COL 32 VALUE " 1) COURSES AND OFFERINGS".
               05  LINE 06 COL 32 VALUE " 2) PARTICIPANTS/ENROLLMENT".
               05  LINE 07 COL 32 VALUE " 3) ROSTER AND COMPLETION".
               05  LINE 08 COL 32 VALUE " 4) CE BILLING RUN".
               05  LINE 09 COL 32 VALUE " 5) CEU TRANSCRIPT".
               05  LINE 10 COL 32 VALUE " 6) COMPLETION CERTIFICATES".
               05  LINE 11 COL 32 VALUE " R) RETURN".
               05  LINE 13 COL 37 VALUE "Selection".
               05  LINE 13 COL 35 PIC X TO WS-SEL AUTO.
       01 HSG-MENU.
          03  HSGMENU.
               05  LINE 03 COL 32 VALUE "RESIDENCE HOUSING MENU".
               05  LINE 05 COL 32 VALUE " 1) HALLS AND BEDS".
               05  LINE 06 COL 32 VALUE " 2) HOUSING APPLICATIONS".
               05  LINE 07 COL 32 VALUE " 3) BED ASSIGNMENT RUN".
               05  LINE 08 COL 32 VALUE " 4) CHECK-IN/CHECK-OUT".
               05  LINE 09 COL 32 VALUE " R) RETURN".
               05  LINE 11 COL 37 VALUE "Selection".
               05  LINE 11 COL 35 PIC X TO WS-SEL AUTO.
       01 DEB2-MENU.
          03  DEB2MENU.
               05  LINE 03 COL 38 VALUE "DEBUG MENU 2".
               05  LINE 16 COL 32 VALUE " C) BUILD TERM GPA".
               05  LINE 17 COL 32 VALUE " D) BUILD APPEALS".
               05  LINE 18 COL 32 VALUE " E) BUILD OUT CATALOG".
               05  LINE 19 COL 32 VALUE " F) MORE BUILDS".
               05  LINE 20 COL 32 VALUE " G) BUILD ATT SUM/HIST".
               05  LINE 21 COL 32 VALUE " H) BUILD TRANSCR REQS".
               05  LINE 05 COL 57 VALUE " I) BUILD JOB STATUS".
               05  LINE 22 COL 32 VALUE " R) RETURN".
               05  LINE 24 COL 37 VALUE "Selection".
               05  LINE 24 COL 35 PIC X TO WS-SEL AUTO.
       01 DEB3-MENU.
          03  DEB3MENU.
               05  LINE 03 COL 38 VALUE "DEBUG MENU 3".
               05  LINE 05 COL 32 VALUE " 1) BUILD LEDGER".
               05  LINE 06 COL 32 VALUE " 2) BUILD GL MAP".
               05  LINE 07 COL 32 VALUE " 3) BUILD PAY SUSPENSE".
               05  LINE 08 COL 32 VALUE " 4) BUILD CHECK REFUSE".
               05  LINE 09 COL 32 VALUE " 5) BUILD COLL MASTER".
               05  LINE 10 COL 32 VALUE " 6) BUILD REFUND PREF".
               05  LINE 11 COL 32 VALUE " 7) BUILD SAP HISTORY".
               05  LINE 12 COL 32 VALUE " 8) BUILD WAIVER MASTER".
               05  LINE 13 COL 32 VALUE " 9) BUILD WAIVER STU".
               05  LINE 14 COL 32 VALUE " A) BUILD RATE SCHEDULE".
               05  LINE 15 COL 32 VALUE " B) BUILD FEE RULES".
               05  LINE 16 COL 32 VALUE " C) BUILD FEE ASSESS".
               05  LINE 17 COL 32 VALUE " D) BUILD PARTS OF TERM".
               05  LINE 18 COL 32 VALUE " E) BUILD RESERVED SEATS".
               05  LINE 19 COL 32 VALUE " F) BUILD CREDIT LIMITS".
               05  LINE 20 COL 32 VALUE " G) BUILD OVERLOADS".
               05  LINE 21 COL 32 VALUE " H) BUILD CLEARINGHOUSE".
               05  LINE 05 COL 57 VALUE " I) BUILD DEMOGRAPHICS".
               05  LINE 06 COL 57 VALUE " J) BUILD VISA MASTER".
               05  LINE 07 COL 57 VALUE " K) BUILD ATHLETE ROSTER".
               05  LINE 08 COL 57 VALUE " L) BUILD EMERGENCY CONTACTS".
               05  LINE 09 COL 57 VALUE " M) BUILD ADVISING NOTES".
               05  LINE 10 COL 57 VALUE " N) BUILD DEGREE EXCEPTIONS".
               05  LINE 11 COL 57 VALUE " O) BUILD RISK SCORES".
               05  LINE 12 COL 57 VALUE " P) BUILD EVAL QUESTIONS".
               05  LINE 13 COL 57 VALUE " Q) BUILD EVAL TOKENS".
               05  LINE 14 COL 57 VALUE " S) BUILD EVAL RESPONSES".
               05  LINE 15 COL 57 VALUE " T) BUILD CE COURSES".
               05  LINE 16 COL 57 VALUE " U) BUILD CE OFFERINGS".
               05  LINE 17 COL 57 VALUE " V) BUILD CE PARTICIPANTS".
               05  LINE 18 COL 57 VALUE " W) BUILD CE ENROLLMENTS".
               05  LINE 19 COL 57 VALUE " Y) BUILD CURR PROPOSALS".
               05  LINE 20 COL 57 VALUE " Z) BUILD SECTION REVIEW".
               05  LINE 21 COL 57 VALUE " X) BUILD ROOM PROPOSALS".
               05  LINE 22 COL 57 VALUE " 0) BUILD EVENT BOOKINGS".
               05  LINE 23 COL 57 VALUE " /) BUILD QUALIFICATIONS".
               05  LINE 22 COL 32 VALUE " R) RETURN".
               05  LINE 23 COL 32 VALUE " .) BUILD PAY RATES".
               05  LINE 05 COL 07 VALUE " ,) BUILD REG FLASH".
               05  LINE 06 COL 07 VALUE " ;) BUILD STU XREF".
               05  LINE 07 COL 07 VALUE " :) BUILD RETAIN RULES".
               05  LINE 08 COL 07 VALUE " &) BUILD LETTER TEMPLTS".
               05  LINE 09 COL 07 VALUE " #) BUILD ACCT MASTER".
               05  LINE 10 COL 07 VALUE " $) BUILD TEXTBOOK ADOPT".
               05  LINE 11 COL 07 VALUE " -) BUILD HALL MASTER".
               05  LINE 12 COL 07 VALUE " +) BUILD BED MASTER".
               05  LINE 13 COL 07 VALUE " *) BUILD HOUSING APPL".
               05  LINE 14 COL 07 VALUE " %) BUILD HOUSING ASSIGN".
               05  LINE 15 COL 07 VALUE " !) BUILD COMMENCEMENT".
               05  LINE 16 COL 07 VALUE " @) BUILD DUAL ENROLLMENT".
               05  LINE 17 COL 07 VALUE " ^) BUILD LOCKBOX ITEMS".
               05  LINE 24 COL 37 VALUE "Selection".
               05  LINE 24 COL 35 PIC X TO WS-SEL AUTO.
      *------------------------------R----------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           END-IF.

           PERFORM 065-LOAD-PERMISSIONS.
           MOVE 20 TO WS-PERM-IX.
           PERFORM 080-CHECK-PERM.
           MOVE WS-PERM-ALLOWED TO SESSION-SENSITIVE.

      *AN OPERATOR WITH A MATRIX RECORD IS GOVERNED BY IT -
      *OTHERWISE THE OLD ADMIN/STAFF ROLE RULES STILL APPLY
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '9' PERFORM 290-BUSINESS
                       WHEN 'C'
                           MOVE 19 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               PERFORM 295-CONTINUING-ED
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'H' PERFORM 296-HOUSING
                       WHEN 'X' MOVE 'Y' TO WS-EXIT
           END-EVALUATE.
                   
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN ';'
                           MOVE 13 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'OVLD-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN ':'
                           MOVE 1 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'DEMO-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '='
                           MOVE 1 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'VISA-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '+'
                           MOVE 1 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'ATHL-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '-'
                           MOVE 1 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'EMRG-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '*'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'STU-MERGE'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '&'
                           MOVE 1 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'LTR-TEMPLATE-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '!'
                           MOVE 1 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'MAIL-RETURN'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '@'
                           MOVE 1 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'DE-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                   END-EVALUATE
              END-PERFORM.
           
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'D'
                           MOVE 16 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'DEGX-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'E' PERFORM 225-EVALUATIONS
                       WHEN 'F' PERFORM 226-CURRICULUM
                       WHEN 'G' CALL 'COMM-APPLY'
                       WHEN 'H'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'COMM-PROGRAM'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'I'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'DIPLOMA-ORDER'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF

               END-EVALUATE
           END-PERFORM.

       225-EVALUATIONS.
           PERFORM UNTIL WS-SEL = "R"
               DISPLAY HEADER, EVAL-MENU
               ACCEPT EVAL-MENU
               EVALUATE WS-SEL
                       WHEN '1'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'EVAL-QUEST-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '2'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'EVAL-TOKEN-GEN'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '3'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'EVAL-LOAD'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '4'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'EVAL-SUMMARY'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE SPACE TO WS-SEL.

       226-CURRICULUM.
           PERFORM UNTIL WS-SEL = "R"
               DISPLAY HEADER, CURR-MENU
               ACCEPT CURR-MENU
               EVALUATE WS-SEL
                       WHEN '1'
                           MOVE 6 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'CURR-PROP-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '2'
                           MOVE 6 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'CURR-PROP-APPROVE'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '3'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'CURR-APPLY'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '4' CALL 'CURR-PIPELINE'
               END-EVALUATE
           END-PERFORM.
           MOVE SPACE TO WS-SEL.
                 
                 
       230-SCHEDULE.
                           MOVE 8 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               MOVE SPACE TO WS-SC-MODE
                               CALL 'SCHEDULE-CANCEL'
                                   USING WS-SCHED-CANCEL
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'D' CALL 'SCHED-BOOKLET'
                       WHEN 'E'
                           MOVE 9 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'PTRM-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'F'
                           MOVE 7 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'RSV-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'G'
                           MOVE 9 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'CRED-LIMIT-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'H' CALL 'SECT-VIABILITY'
                       WHEN 'I'
                           MOVE 8 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'SECT-REVIEW'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'J'
                           MOVE 8 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'SECT-CANCEL-RUN'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'K' CALL 'ROOM-ASSIGN'
                       WHEN 'L'
                           MOVE 7 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'ROOM-ASSIGN-APPLY'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
               END-EVALUATE
           END-PERFORM.
           
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '8' CALL 'INST-LOAD-EXC'
                       WHEN '9'
                           MOVE 10 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'INST-QUAL-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'A' CALL 'ACCRED-ROSTER'
                       WHEN 'B'
                           MOVE 10 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'INST-SEPARATE'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'C'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'PAY-RATE-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'D'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'FACULTY-PAY'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
               END-EVALUATE
           END-PERFORM.    
                 
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '6' CALL 'OUTAGE-DISPLACE'
                       WHEN '7'
                           MOVE 11 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'EVENT-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
               END-EVALUATE
           END-PERFORM.
           
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '0' CALL 'STU-OVERLOAD-RPT'
                       WHEN '-' CALL 'CLH-SUBMIT'
                       WHEN '/' CALL 'IPEDS-FALL-ENR'
                       WHEN ',' CALL 'IPEDS-COMPLETIONS'
                       WHEN ';' CALL 'VISA-COMPLIANCE'
                       WHEN '.' CALL 'ATHL-CERTIFY'
                       WHEN ':'
                           MOVE 17 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'EMRG-ROSTER'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '=' PERFORM 276-EARLY-ALERT
                       WHEN '+'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'STU-VIEW-RPT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '*'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               MOVE SPACE TO WS-ACCT-MODE
                               CALL 'ACCT-PROVISION' USING WS-ACCT-MODE
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '#' CALL 'TXTBK-FEED'
                       WHEN '$' CALL 'TXTBK-MISSING'
                       WHEN '%'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'MAIL-RETURN-LOAD'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '@' CALL 'BAD-ADDR-RPT'
                       WHEN '^' CALL 'DE-GRADE-RPT'
               END-EVALUATE
           END-PERFORM.

                           END-IF
                       WHEN '2' CALL 'CENSUS-ENROLL'
                       WHEN '3' CALL 'CENSUS-CHURN'
                       WHEN '4' CALL 'REPORT-CREDIT-HOURS'
                       WHEN '5' CALL 'REG-FLASH'
               END-EVALUATE
           END-PERFORM.
           MOVE SPACE TO WS-SEL.

       276-EARLY-ALERT.
           PERFORM UNTIL WS-SEL = "R"
               DISPLAY HEADER, ALERT-MENU
               ACCEPT ALERT-MENU
               EVALUATE WS-SEL
                       WHEN '1'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'RISK-SCORE'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '2'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'RISK-PARM-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE SPACE TO WS-SEL.
                       WHEN 'V' CALL 'FILE-RESTORE'
                       WHEN 'X' CALL 'REGISTER-REBUILD'
                       WHEN 'F' CALL 'BUILD-XFER-MASTER'
                       WHEN 'L' CALL 'RI-SCAN'
                       WHEN '0' CALL 'RETAIN-RULE-MAINT'
                       WHEN 'Z' CALL 'RETAIN-APPLY'
                       WHEN '/' CALL 'TRAIN-COPY'
                       WHEN 'Y' PERFORM 285-DEBUG2
              END-EVALUATE
           END-PERFORM.
                       WHEN 'C' CALL 'BUILD-TERM-GPA'
                       WHEN 'D' CALL 'BUILD-APPEAL-MASTER'
                       WHEN 'E' CALL 'BUILD-OUT-CATALOG'
                       WHEN 'F' PERFORM 287-DEBUG3
                       WHEN 'G'
                           CALL 'BUILD-ATT-SUMMARY'
                           CALL 'BUILD-ATTEND-HISTORY'
           END-PERFORM.
           MOVE SPACE TO WS-SEL.

       287-DEBUG3.
           PERFORM UNTIL WS-SEL = "R"
               DISPLAY HEADER, DEB3-MENU
               ACCEPT DEB3-MENU
               EVALUATE WS-SEL
                       WHEN '1' CALL 'BUILD-LEDGER-MASTER'
                       WHEN '2' CALL 'BUILD-GL-MAP'
                       WHEN '3' CALL 'BUILD-PAY-SUSPENSE'
                       WHEN '4' CALL 'BUILD-CHECK-REFUSE'
                       WHEN '5' CALL 'BUILD-COLL-MASTER'
                       WHEN '6' CALL 'BUILD-REFUND-PREF'
                       WHEN '7' CALL 'BUILD-SAP-HISTORY'
                       WHEN '8' CALL 'BUILD-WAIVER-MASTER'
                       WHEN '9' CALL 'BUILD-WAIVER-STU'
                       WHEN 'A' CALL 'BUILD-RATE-SCHEDULE'
                       WHEN 'B' CALL 'BUILD-FEE-RULE'
                       WHEN 'C' CALL 'BUILD-FEE-ASSESS'
                       WHEN 'D' CALL 'BUILD-PTRM-MASTER'
                       WHEN 'E' CALL 'BUILD-RSV-SEAT'
                       WHEN 'F' CALL 'BUILD-CRED-LIMIT'
                       WHEN 'G' CALL 'BUILD-OVLD-MASTER'
                       WHEN 'H' CALL 'BUILD-CLH-MASTER'
                       WHEN 'I' CALL 'BUILD-DEMO-MASTER'
                       WHEN 'J' CALL 'BUILD-VISA-MASTER'
                       WHEN 'K' CALL 'BUILD-ATHL-MASTER'
                       WHEN 'L' CALL 'BUILD-EMRG-MASTER'
                       WHEN 'M' CALL 'BUILD-ADVNOTE-MASTER'
                       WHEN 'N' CALL 'BUILD-DEGX-MASTER'
                       WHEN 'O' CALL 'BUILD-RISK-MASTER'
                       WHEN 'P' CALL 'BUILD-EVAL-QUEST'
                       WHEN 'Q' CALL 'BUILD-EVAL-TOKEN'
                       WHEN 'S' CALL 'BUILD-EVAL-RESP'
                       WHEN 'T' CALL 'BUILD-CE-COURSE'
                       WHEN 'U' CALL 'BUILD-CE-SECTION'
                       WHEN 'V' CALL 'BUILD-CE-PARTICIPANT'
                       WHEN 'W' CALL 'BUILD-CE-ENROLL'
                       WHEN 'Y' CALL 'BUILD-CURR-PROPOSAL'
                       WHEN 'Z' CALL 'BUILD-SECT-REVIEW'
                       WHEN 'X' CALL 'BUILD-ROOM-PROPOSAL'
                       WHEN '0' CALL 'BUILD-EVENT-MASTER'
                       WHEN '/' CALL 'BUILD-INST-QUAL'
                       WHEN '.' CALL 'BUILD-PAY-RATE'
                       WHEN ',' CALL 'BUILD-REG-FLASH'
                       WHEN ';' CALL 'BUILD-STU-XREF'
                       WHEN ':' CALL 'BUILD-RETAIN-RULE'
                       WHEN '&' CALL 'BUILD-LTR-TEMPLATE'
                       WHEN '#' CALL 'BUILD-ACCT-MASTER'
                       WHEN '$' CALL 'BUILD-TXTBK-ADOPT'
                       WHEN '-' CALL 'BUILD-HALL-MASTER'
                       WHEN '+' CALL 'BUILD-BED-MASTER'
                       WHEN '*' CALL 'BUILD-HSG-APPL'
                       WHEN '%' CALL 'BUILD-HSG-ASSIGN'
                       WHEN '!' CALL 'BUILD-COMM-MASTER'
                       WHEN '@'
                           CALL 'BUILD-DE-DISTRICT'
                           CALL 'BUILD-DE-STU'
                           CALL 'BUILD-DE-TERM'
                           CALL 'BUILD-DE-CRSE'
                       WHEN '^' CALL 'BUILD-LOCKBOX-ITEM'
               END-EVALUATE
           END-PERFORM.
           MOVE SPACE TO WS-SEL.

       290-BUSINESS.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME FROM TIME.
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'A'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'ACCT-STATEMENT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'B'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'GL-MAP-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'C'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'GL-JOURNAL'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'D'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'LOCKBOX-IMPORT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'E'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'SUSPENSE-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'F'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'TAX-1098T'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'G'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'COLL-PLACEMENT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'H'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'COLL-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'I'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'CREDIT-REFUND'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'J'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'REFUND-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'K'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'SAP-EVAL'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'L'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'SAP-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'M'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'WAIVER-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'N'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'WAIVER-COST'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'O'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'RATE-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'P'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'REG-FEE-ASSESS'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'Q'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'FEE-RULE-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'S'
                           MOVE 5 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'DE-DIST-MAINT'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN 'T'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'DE-INVOICE'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
               END-EVALUATE
           END-PERFORM.         
       
                 
       295-CONTINUING-ED.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME FROM TIME.
           PERFORM UNTIL WS-SEL = "R"
               DISPLAY HEADER, CE-MENU
               ACCEPT CE-MENU
               EVALUATE WS-SEL
                       WHEN '1' CALL 'CE-COURSE-MAINT'
                       WHEN '2' CALL 'CE-ENROLL'
                       WHEN '3' CALL 'CE-ROSTER'
                       WHEN '4' CALL 'CE-BILL'
                       WHEN '5' CALL 'CE-TRANSCRIPT'
                       WHEN '6' CALL 'CE-CERTIFICATE'
               END-EVALUATE
           END-PERFORM.
           MOVE SPACE TO WS-SEL.

       296-HOUSING.
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TIME FROM TIME.
           PERFORM UNTIL WS-SEL = "R"
               DISPLAY HEADER, HSG-MENU
               ACCEPT HSG-MENU
               EVALUATE WS-SEL
                       WHEN '1' CALL 'HALL-MAINT'
                       WHEN '2' CALL 'HSG-APPLY'
                       WHEN '3'
                           MOVE 14 TO WS-PERM-IX
                           PERFORM 080-CHECK-PERM
                           IF PERM-ALLOWED
                               CALL 'HSG-ASSIGN'
                           ELSE
                               DISPLAY SCRN-ACCESS-DENIED
                           END-IF
                       WHEN '4' CALL 'HSG-CHECK'
               END-EVALUATE
           END-PERFORM.
           MOVE SPACE TO WS-SEL.

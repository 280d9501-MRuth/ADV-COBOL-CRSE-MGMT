       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-LTR-TEMPLATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LTR-TEMPLATE ASSIGN        TO
                                       "../FILES/LTR-TEMPLATE.DAT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS IS DYNAMIC
                                       RECORD KEY IS LT-KEY
                                       FILE STATUS IS WS-STAT.

       DATA DIVISION.
       FILE SECTION.
       COPY LTR-TEMPLATE-RECS.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.
       01  WS-TODAY-YMD                PIC 9(6).
       01  WS-TODAY                    PIC 9(8).
       01  WS-IX                       PIC 999.
       COPY WS-DATE-TIME.
      *STANDARD WORDING FOR EACH LETTER - CODE, DESCRIPTION, CLASS
       01  WS-SEED-HDRS.
           03  FILLER              PIC X(49) VALUE
           'STANDDL DEANS LIST LETTER                       G'.
           03  FILLER              PIC X(49) VALUE
           'STANDPR ACADEMIC PROBATION LETTER               O'.
           03  FILLER              PIC X(49) VALUE
           'STANDSU ACADEMIC SUSPENSION LETTER              O'.
           03  FILLER              PIC X(49) VALUE
           'MIDDEF  MIDTERM DEFICIENCY WARNING              O'.
           03  FILLER              PIC X(49) VALUE
           'DUN1    PAST-DUE BALANCE - FIRST NOTICE         O'.
           03  FILLER              PIC X(49) VALUE
           'DUN2    PAST-DUE BALANCE - SECOND NOTICE        O'.
           03  FILLER              PIC X(49) VALUE
           'DUN3    PAST-DUE BALANCE - FINAL NOTICE         O'.
           03  FILLER              PIC X(49) VALUE
           'ENRLVER ENROLLMENT VERIFICATION                 O'.
           03  FILLER              PIC X(49) VALUE
           'NOTEPROME-MAIL - WAITLIST PROMOTION             O'.
           03  FILLER              PIC X(49) VALUE
           'NOTECANCE-MAIL - SECTION CANCELLED              O'.
           03  FILLER              PIC X(49) VALUE
           'NOTEROOME-MAIL - ROOM CHANGE                    O'.
           03  FILLER              PIC X(49) VALUE
           'NOTEATHLE-MAIL - ATHLETE BELOW FULL TIME        O'.
           03  FILLER              PIC X(49) VALUE
           'NOTERISKE-MAIL - EARLY ALERT                    O'.
           03  FILLER              PIC X(49) VALUE
           'NOTEPRRQE-MAIL - PREREQUISITE NOT MET           O'.
           03  FILLER              PIC X(49) VALUE
           'NOTEGENLE-MAIL - OTHER REGISTRATION NOTICE      O'.
       01  WS-SEED-HDR-TBL REDEFINES WS-SEED-HDRS.
           03  WS-SEED-HDR             OCCURS 15.
               05  WS-SH-CODE          PIC X(8).
               05  WS-SH-DESC          PIC X(40).
               05  WS-SH-CLASS         PIC X.
      *LETTER TEXT - CODE, LINE NUMBER, TEXT
       01  WS-SEED-LINES.
           03  FILLER              PIC X(10) VALUE 'STANDDL 01'.
           03  FILLER              PIC X(70) VALUE
           '&SCHOOL'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 02'.
           03  FILLER              PIC X(70) VALUE
           '&SCHADDR'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDDL 04'.
           03  FILLER              PIC X(70) VALUE
           '&DATE'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 05'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDDL 06'.
           03  FILLER              PIC X(70) VALUE
           '&NAME'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 07'.
           03  FILLER              PIC X(70) VALUE
           '&ADDR'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 08'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDDL 09'.
           03  FILLER              PIC X(70) VALUE
           'RE: DEANS LIST - TERM &TERM'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 10'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDDL 11'.
           03  FILLER              PIC X(70) VALUE
           'DEAR &NAME:'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 12'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDDL 13'.
           03  FILLER              PIC X(70) VALUE
           'CONGRATULATIONS. YOUR GRADE POINT AVERAGE OF &GPA ON'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 14'.
           03  FILLER              PIC X(70) VALUE
           '&INFO1 CREDIT HOURS FOR TERM &TERM PLACES YOU ON THE'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 15'.
           03  FILLER              PIC X(70) VALUE
           'DEANS LIST. YOUR NAME WILL APPEAR ON THE PUBLISHED'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 16'.
           03  FILLER              PIC X(70) VALUE
           'LIST.'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 17'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDDL 18'.
           03  FILLER              PIC X(70) VALUE
           'OFFICE OF THE DEAN'.
           03  FILLER              PIC X(10) VALUE 'STANDDL 19'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 01'.
           03  FILLER              PIC X(70) VALUE
           '&SCHOOL'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 02'.
           03  FILLER              PIC X(70) VALUE
           '&SCHADDR'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDPR 04'.
           03  FILLER              PIC X(70) VALUE
           '&DATE'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 05'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDPR 06'.
           03  FILLER              PIC X(70) VALUE
           '&NAME'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 07'.
           03  FILLER              PIC X(70) VALUE
           '&ADDR'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 08'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDPR 09'.
           03  FILLER              PIC X(70) VALUE
           'RE: ACADEMIC PROBATION - TERM &TERM'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 10'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDPR 11'.
           03  FILLER              PIC X(70) VALUE
           'DEAR &NAME:'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 12'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDPR 13'.
           03  FILLER              PIC X(70) VALUE
           'YOUR GRADE POINT AVERAGE FOR TERM &TERM WAS &GPA ON'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 14'.
           03  FILLER              PIC X(70) VALUE
           '&INFO1 CREDIT HOURS ATTEMPTED. YOU ARE PLACED ON'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 15'.
           03  FILLER              PIC X(70) VALUE
           'ACADEMIC PROBATION FOR THE NEXT TERM. PLEASE MEET'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 16'.
           03  FILLER              PIC X(70) VALUE
           'WITH YOUR ADVISOR BEFORE YOU REGISTER.'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 17'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDPR 18'.
           03  FILLER              PIC X(70) VALUE
           'OFFICE OF THE DEAN'.
           03  FILLER              PIC X(10) VALUE 'STANDPR 19'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 01'.
           03  FILLER              PIC X(70) VALUE
           '&SCHOOL'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 02'.
           03  FILLER              PIC X(70) VALUE
           '&SCHADDR'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDSU 04'.
           03  FILLER              PIC X(70) VALUE
           '&DATE'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 05'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDSU 06'.
           03  FILLER              PIC X(70) VALUE
           '&NAME'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 07'.
           03  FILLER              PIC X(70) VALUE
           '&ADDR'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 08'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDSU 09'.
           03  FILLER              PIC X(70) VALUE
           'RE: ACADEMIC SUSPENSION - TERM &TERM'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 10'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDSU 11'.
           03  FILLER              PIC X(70) VALUE
           'DEAR &NAME:'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 12'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDSU 13'.
           03  FILLER              PIC X(70) VALUE
           'YOUR GRADE POINT AVERAGE FOR TERM &TERM WAS &GPA ON'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 14'.
           03  FILLER              PIC X(70) VALUE
           '&INFO1 CREDIT HOURS ATTEMPTED. YOU ARE SUSPENDED FROM'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 15'.
           03  FILLER              PIC X(70) VALUE
           'ENROLLMENT FOR THE NEXT TERM. YOU MAY APPEAL THIS'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 16'.
           03  FILLER              PIC X(70) VALUE
           'DECISION THROUGH THE OFFICE OF THE REGISTRAR.'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 17'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'STANDSU 18'.
           03  FILLER              PIC X(70) VALUE
           'OFFICE OF THE DEAN'.
           03  FILLER              PIC X(10) VALUE 'STANDSU 19'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  01'.
           03  FILLER              PIC X(70) VALUE
           '&SCHOOL'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  02'.
           03  FILLER              PIC X(70) VALUE
           '&SCHADDR'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  04'.
           03  FILLER              PIC X(70) VALUE
           '&DATE'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  05'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  06'.
           03  FILLER              PIC X(70) VALUE
           '&NAME'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  07'.
           03  FILLER              PIC X(70) VALUE
           '&ADDR'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  08'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  09'.
           03  FILLER              PIC X(70) VALUE
           'RE: MIDTERM ACADEMIC WARNING - TERM &TERM'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  10'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  11'.
           03  FILLER              PIC X(70) VALUE
           'DEAR &NAME:'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  12'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  13'.
           03  FILLER              PIC X(70) VALUE
           'YOUR INSTRUCTORS REPORTED THESE MIDTERM GRADES:'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  14'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  15'.
           03  FILLER              PIC X(70) VALUE
           '    &COURSES'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  16'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  17'.
           03  FILLER              PIC X(70) VALUE
           'PLEASE CONTACT YOUR INSTRUCTORS AND YOUR ADVISOR NOW.'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  18'.
           03  FILLER              PIC X(70) VALUE
           'THERE IS STILL TIME TO IMPROVE, OR TO WITHDRAW BEFORE'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  19'.
           03  FILLER              PIC X(70) VALUE
           'THE DEADLINE.'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  20'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  21'.
           03  FILLER              PIC X(70) VALUE
           'OFFICE OF THE REGISTRAR'.
           03  FILLER              PIC X(10) VALUE 'MIDDEF  22'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'DUN1    01'.
           03  FILLER              PIC X(70) VALUE
           'TO: &NAME                          ID: &ID'.
           03  FILLER              PIC X(10) VALUE 'DUN1    02'.
           03  FILLER              PIC X(70) VALUE
           '    &ADDR'.
           03  FILLER              PIC X(10) VALUE 'DUN1    03'.
           03  FILLER              PIC X(70) VALUE
           'RE: TERM &TERM  BALANCE DUE: &BALANCE  DAYS: &INFO1'.
           03  FILLER              PIC X(10) VALUE 'DUN1    04'.
           03  FILLER              PIC X(70) VALUE
           'FIRST NOTICE - PLEASE REMIT THE BALANCE SHOWN ABOVE.'.
           03  FILLER              PIC X(10) VALUE 'DUN1    05'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'DUN2    01'.
           03  FILLER              PIC X(70) VALUE
           'TO: &NAME                          ID: &ID'.
           03  FILLER              PIC X(10) VALUE 'DUN2    02'.
           03  FILLER              PIC X(70) VALUE
           '    &ADDR'.
           03  FILLER              PIC X(10) VALUE 'DUN2    03'.
           03  FILLER              PIC X(70) VALUE
           'RE: TERM &TERM  BALANCE DUE: &BALANCE  DAYS: &INFO1'.
           03  FILLER              PIC X(10) VALUE 'DUN2    04'.
           03  FILLER              PIC X(70) VALUE
           'SECOND NOTICE - YOUR ACCOUNT IS SERIOUSLY PAST DUE.'.
           03  FILLER              PIC X(10) VALUE 'DUN2    05'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'DUN3    01'.
           03  FILLER              PIC X(70) VALUE
           'TO: &NAME                          ID: &ID'.
           03  FILLER              PIC X(10) VALUE 'DUN3    02'.
           03  FILLER              PIC X(70) VALUE
           '    &ADDR'.
           03  FILLER              PIC X(10) VALUE 'DUN3    03'.
           03  FILLER              PIC X(70) VALUE
           'RE: TERM &TERM  BALANCE DUE: &BALANCE  DAYS: &INFO1'.
           03  FILLER              PIC X(10) VALUE 'DUN3    04'.
           03  FILLER              PIC X(70) VALUE
           'FINAL NOTICE - A BUSINESS HOLD IS NOW ON YOUR RECORD.'.
           03  FILLER              PIC X(10) VALUE 'DUN3    05'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 01'.
           03  FILLER              PIC X(70) VALUE
           '&SCHOOL'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 02'.
           03  FILLER              PIC X(70) VALUE
           '&SCHADDR'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 04'.
           03  FILLER              PIC X(70) VALUE
           'DATE: &DATE'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 05'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 06'.
           03  FILLER              PIC X(70) VALUE
           'MAIL TO:'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 07'.
           03  FILLER              PIC X(70) VALUE
           '&ADDR'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 08'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 09'.
           03  FILLER              PIC X(70) VALUE
           'TO WHOM IT MAY CONCERN:'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 10'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 11'.
           03  FILLER              PIC X(70) VALUE
           'THIS LETTER CERTIFIES THAT &NAME'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 12'.
           03  FILLER              PIC X(70) VALUE
           '(STUDENT ID &ID) IS ENROLLED FOR TERM &TERM'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 13'.
           03  FILLER              PIC X(70) VALUE
           'ENROLLED IN &INFO1 CLASSES FOR &INFO2 CREDIT HOURS.'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 14'.
           03  FILLER              PIC X(70) VALUE
           'ENROLLMENT STATUS: &INFO3'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 15'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 16'.
           03  FILLER              PIC X(70) VALUE
           'OFFICE OF THE REGISTRAR'.
           03  FILLER              PIC X(10) VALUE 'ENRLVER 17'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'NOTEPROM01'.
           03  FILLER              PIC X(70) VALUE
           'TO: &ADDR'.
           03  FILLER              PIC X(10) VALUE 'NOTEPROM02'.
           03  FILLER              PIC X(70) VALUE
           'SUBJECT: WAITLIST PROMOTION - &TERM CRN &INFO1'.
           03  FILLER              PIC X(10) VALUE 'NOTEPROM03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'NOTEPROM04'.
           03  FILLER              PIC X(70) VALUE
           '&NAME - A SEAT OPENED AND YOU HAVE BEEN REGISTERED FROM'.
           03  FILLER              PIC X(10) VALUE 'NOTEPROM05'.
           03  FILLER              PIC X(70) VALUE
           'THE WAITLIST INTO CRN &INFO1 FOR TERM &TERM.'.
           03  FILLER              PIC X(10) VALUE 'NOTEPROM06'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'NOTECANC01'.
           03  FILLER              PIC X(70) VALUE
           'TO: &ADDR'.
           03  FILLER              PIC X(10) VALUE 'NOTECANC02'.
           03  FILLER              PIC X(70) VALUE
           'SUBJECT: SECTION CANCELLED - &TERM CRN &INFO1'.
           03  FILLER              PIC X(10) VALUE 'NOTECANC03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'NOTECANC04'.
           03  FILLER              PIC X(70) VALUE
           '&NAME - CRN &INFO1 (&INFO2) FOR TERM &TERM HAS BEEN'.
           03  FILLER              PIC X(10) VALUE 'NOTECANC05'.
           03  FILLER              PIC X(70) VALUE
           'CANCELLED AND REMOVED FROM YOUR SCHEDULE. PLEASE SEE'.
           03  FILLER              PIC X(10) VALUE 'NOTECANC06'.
           03  FILLER              PIC X(70) VALUE
           'YOUR ADVISOR ABOUT A REPLACEMENT COURSE.'.
           03  FILLER              PIC X(10) VALUE 'NOTECANC07'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'NOTEROOM01'.
           03  FILLER              PIC X(70) VALUE
           'TO: &ADDR'.
           03  FILLER              PIC X(10) VALUE 'NOTEROOM02'.
           03  FILLER              PIC X(70) VALUE
           'SUBJECT: ROOM CHANGE - TERM &TERM CRN &INFO1'.
           03  FILLER              PIC X(10) VALUE 'NOTEROOM03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'NOTEROOM04'.
           03  FILLER              PIC X(70) VALUE
           '&NAME - CRN &INFO1 FOR TERM &TERM HAS MOVED'.
           03  FILLER              PIC X(10) VALUE 'NOTEROOM05'.
           03  FILLER              PIC X(70) VALUE
           'FROM &INFO2 TO &INFO3.'.
           03  FILLER              PIC X(10) VALUE 'NOTEROOM06'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'NOTEATHL01'.
           03  FILLER              PIC X(70) VALUE
           'TO: &ADDR'.
           03  FILLER              PIC X(10) VALUE 'NOTEATHL02'.
           03  FILLER              PIC X(70) VALUE
           'SUBJECT: ATHLETE BELOW FULL TIME - &NAME'.
           03  FILLER              PIC X(10) VALUE 'NOTEATHL03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'NOTEATHL04'.
           03  FILLER              PIC X(70) VALUE
           '&NAME (ID &ID) - &INFO2'.
           03  FILLER              PIC X(10) VALUE 'NOTEATHL05'.
           03  FILLER              PIC X(70) VALUE
           '&INFO3 FOR TERM &TERM.'.
           03  FILLER              PIC X(10) VALUE 'NOTEATHL06'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'NOTERISK01'.
           03  FILLER              PIC X(70) VALUE
           'TO: &ADDR'.
           03  FILLER              PIC X(10) VALUE 'NOTERISK02'.
           03  FILLER              PIC X(70) VALUE
           'SUBJECT: EARLY ALERT - TERM &TERM'.
           03  FILLER              PIC X(10) VALUE 'NOTERISK03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'NOTERISK04'.
           03  FILLER              PIC X(70) VALUE
           '&NAME - YOUR INSTRUCTORS AND ADVISORS WANT TO HELP YOU'.
           03  FILLER              PIC X(10) VALUE 'NOTERISK05'.
           03  FILLER              PIC X(70) VALUE
           'FINISH TERM &TERM STRONG. &INFO3.'.
           03  FILLER              PIC X(10) VALUE 'NOTERISK06'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'NOTEPRRQ01'.
           03  FILLER              PIC X(70) VALUE
           'TO: &ADDR'.
           03  FILLER              PIC X(10) VALUE 'NOTEPRRQ02'.
           03  FILLER              PIC X(70) VALUE
           'SUBJECT: PREREQUISITE CHECK - &TERM CRN &INFO1'.
           03  FILLER              PIC X(10) VALUE 'NOTEPRRQ03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'NOTEPRRQ04'.
           03  FILLER              PIC X(70) VALUE
           '&NAME - YOUR REGISTRATION IN CRN &INFO1 FOR TERM &TERM'.
           03  FILLER              PIC X(10) VALUE 'NOTEPRRQ05'.
           03  FILLER              PIC X(70) VALUE
           'DOES NOT MEET PREREQUISITE &INFO2.'.
           03  FILLER              PIC X(10) VALUE 'NOTEPRRQ06'.
           03  FILLER              PIC X(70) VALUE
           'ACTION: &INFO3'.
           03  FILLER              PIC X(10) VALUE 'NOTEPRRQ07'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
           03  FILLER              PIC X(10) VALUE 'NOTEGENL01'.
           03  FILLER              PIC X(70) VALUE
           'TO: &ADDR'.
           03  FILLER              PIC X(10) VALUE 'NOTEGENL02'.
           03  FILLER              PIC X(70) VALUE
           'SUBJECT: REGISTRATION NOTICE - &TERM CRN &INFO1'.
           03  FILLER              PIC X(10) VALUE 'NOTEGENL03'.
           03  FILLER              PIC X(70) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE 'NOTEGENL04'.
           03  FILLER              PIC X(70) VALUE
           '&NAME - &INFO2 &INFO3'.
           03  FILLER              PIC X(10) VALUE 'NOTEGENL05'.
           03  FILLER              PIC X(70) VALUE
           '--------------------------------------------------------'.
       01  WS-SEED-LINE-TBL REDEFINES WS-SEED-LINES.
           03  WS-SEED-LINE            OCCURS 154.
               05  WS-SL-CODE          PIC X(8).
               05  WS-SL-LINE          PIC 99.
               05  WS-SL-TEXT          PIC X(70).

       PROCEDURE DIVISION.
       000-MAIN.

       OPEN OUTPUT LTR-TEMPLATE.

       DISPLAY WS-STAT.

       ACCEPT WS-DATE FROM DATE.
       MOVE WS-DATE TO WS-TODAY-YMD.
       COMPUTE WS-TODAY = 20000000 + WS-TODAY-YMD.

       PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 15
           MOVE SPACES             TO LT-REC
           MOVE WS-SH-CODE(WS-IX)  TO LT-CODE
           MOVE 0                  TO LT-LINE
           MOVE WS-SH-DESC(WS-IX)  TO LT-DESC
           MOVE WS-SH-CLASS(WS-IX) TO LT-CLASS
           MOVE WS-TODAY           TO LT-UPD-DATE
           MOVE 'BUILD'            TO LT-UPD-BY
           WRITE LT-REC
       END-PERFORM.

       PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 154
           MOVE WS-SL-CODE(WS-IX)  TO LT-CODE
           MOVE WS-SL-LINE(WS-IX)  TO LT-LINE
           MOVE WS-SL-TEXT(WS-IX)  TO LT-TEXT
           WRITE LT-REC
       END-PERFORM.

       CLOSE LTR-TEMPLATE.


       STOP RUN.

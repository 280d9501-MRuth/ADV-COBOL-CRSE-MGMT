               05  INST-PHONE-1  PIC XXX.
               05  INST-PHONE-2  PIC XXX.
               05  INST-PHONE-3  PIC XXXX.
           03  INST-STATUS  PIC X.
               88  INST-SEPARATED         VALUE 'S'.
           03  INST-SEP-DATE  PIC 9(8).
       
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  WS-NH-EOF                       PIC X.
           88  NH-EOF                                  VALUE 'Y'.
       01  WS-TODAY-YMD                    PIC 9(6).
       01  WS-SEP-TODAY                    PIC 9(8).
       COPY OPER-SESSION.

       01  WS-ADDR-SEL             PIC X   VALUE 'N'.
       01  SCRN-ADVISOR-ERR.
           03  LINE 20 COL 50  VALUE
                   'ADVISOR ID NOT ON FILE'.
       01  SCRN-ADVISOR-SEP.
           03  LINE 20 COL 50  VALUE
                   'ADVISOR HAS SEPARATED '.
       01  SCRN-STU-PIN.
               05  LINE 19 COL 50                  VALUE
                                       'KIOSK PIN: '.
                   ELSE
                       MOVE 'N' TO WS-STU-PRIVACY
                   END-IF
      *THE KIOSK PIN IS ONLY SHOWN TO OPERATORS CLEARED FOR SENSITIVE
      *DATA - OTHERS SEE A MASK AND CAN ONLY KEY A NEW PIN OVER IT
                   IF SESSION-SEES-SENSITIVE OR STU-PIN = SPACES
                       MOVE STU-PIN TO WS-STU-PIN
                   ELSE
                       MOVE '****' TO WS-STU-PIN
                   END-IF
                   PERFORM 200-UPDATE
           END-START.

               MOVE WS-STU-MAJOR  TO STU-MAJOR
               MOVE WS-STU-ADVISOR TO STU-ADVISOR
               MOVE WS-STU-PRIVACY TO STU-PRIVACY
               IF WS-STU-PIN NOT = '****'
                   MOVE WS-STU-PIN    TO STU-PIN
               END-IF
               MOVE FUNCTION UPPER-CASE(STU-REC) TO STU-REC
               REWRITE STU-REC
                   NOT INVALID KEY
                           DISPLAY SCRN-ADVISOR-ERR
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ADVISOR-OK
                           IF WS-STU-ADVISOR NOT = STU-ADVISOR
                               PERFORM 650-CHECK-ADV-SEP
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *A STUDENT KEEPS A SEPARATED ADVISOR UNTIL REASSIGNED, BUT NO
      *STUDENT IS NEWLY ASSIGNED ONE PAST THE SEPARATION DATE
       650-CHECK-ADV-SEP.
           IF INST-SEPARATED AND INST-SEP-DATE NUMERIC
               ACCEPT WS-DATE FROM DATE
               MOVE WS-DATE TO WS-TODAY-YMD
               COMPUTE WS-SEP-TODAY = 20000000 + WS-TODAY-YMD
               IF INST-SEP-DATE NOT > WS-SEP-TODAY
                   DISPLAY SCRN-ADVISOR-SEP
                   MOVE 'N' TO WS-ADVISOR-OK
               END-IF
           END-IF.

       700-GET-PRIVACY.
           DISPLAY SCRN-STU-PRIVACY.
           ACCEPT  SCRN-STU-PRIVACY.

               05  OF-INSTRUCTOR-PHONE-1   PIC XXX.
               05  OF-INSTRUCTOR-PHONE-2   PIC XXX.
               05  OF-INSTRUCTOR-PHONE-3   PIC XXXX.
           03  OF-INSTRUCTOR-STATUS    PIC X.
           03  OF-INSTRUCTOR-SEP-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       COPY WS-DATE-TIME.
       01  WS-COUNTER              PIC 9999 VALUE 7000.
                       MOVE O-DEPT               TO OF-INSTRUCTOR-DEPT
                       MOVE SPACES               TO OF-INSTRUCTOR-OFFICE
                       MOVE SPACES               TO OF-INSTRUCTOR-PHONE
                       MOVE SPACE TO OF-INSTRUCTOR-STATUS
                       MOVE ZERO TO OF-INSTRUCTOR-SEP-DATE
                       WRITE OUT-FREC
                       ADD 1 TO WS-CURR-ID
                       ADD 1 TO WS-CKPT-COUNT
           MOVE SPACES TO OF-INSTRUCTOR-DEPT
           MOVE SPACES TO OF-INSTRUCTOR-OFFICE
           MOVE SPACES TO OF-INSTRUCTOR-PHONE
           MOVE SPACE TO OF-INSTRUCTOR-STATUS
           MOVE ZERO TO OF-INSTRUCTOR-SEP-DATE
           WRITE OUT-FREC.
           
           CLOSE OUT-FILE.

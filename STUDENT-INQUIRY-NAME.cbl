       01  WS-STU-STATUS           PIC X.
       01  WS-ID-LOW               PIC 9(7).
       01  WS-ID-HIGH              PIC 9(7).
       01  WS-VIEW-PGM             PIC X(15)   VALUE 'STU-INQ-NAME'.
       01  WS-RESP                 PIC X.
           88  ANOTHER                         VALUE 'Y'.
           88  NOT-ANOTHER                     VALUE 'N'.
                   STU-F-NAME," ",
                   STU-STREET, " ", STU-ZIP, " ", STU-PHONE
               END-IF
               CALL 'STU-VIEW-LOG' USING WS-VIEW-PGM STU-ID
           END-IF.

       999-DISP-HEADERS.

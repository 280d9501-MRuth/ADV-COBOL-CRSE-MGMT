       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-XREF-GET.
      *-----------------------------------------------------------------
      *LOOKS UP A STUDENT ID ON THE MERGE CROSS-REFERENCE. WHEN THE
      *ID WAS RETIRED BY A DUPLICATE MERGE LNK-FOUND COMES BACK Y
      *WITH THE SURVIVING ID IN LNK-NEW-ID; OTHERWISE N AND THE ID
      *COMES BACK UNCHANGED. NO CROSS-REFERENCE FILE ON HAND SIMPLY
      *MEANS NOTHING HAS BEEN MERGED. THE FILE STAYS OPEN BETWEEN
      *CALLS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STU-XREF     ASSIGN        TO
                               '../FILES/STU-XREF.DAT'
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS XR-KEY
                               FILE STATUS   IS WS-XR-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY STU-XREF-RECS.
       WORKING-STORAGE SECTION.
       01  WS-XR-STAT              PIC 99.
       01  WS-OPENED               PIC X VALUE 'N'.
           88  FILE-OPENED               VALUE 'Y'.
       01  WS-AVAIL                PIC X VALUE 'N'.
           88  FILE-AVAIL                VALUE 'Y'.
       LINKAGE SECTION.
       01  LNK-STU-ID              PIC 9(7).
       01  LNK-NEW-ID              PIC 9(7).
       01  LNK-FOUND               PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-STU-ID LNK-NEW-ID LNK-FOUND.
       000-MAIN.
           IF NOT FILE-OPENED
               OPEN INPUT STU-XREF
               IF WS-XR-STAT = ZERO
                   MOVE 'Y' TO WS-AVAIL
               END-IF
               MOVE 'Y' TO WS-OPENED
           END-IF.

           MOVE LNK-STU-ID TO LNK-NEW-ID.
           MOVE 'N'        TO LNK-FOUND.
           IF NOT FILE-AVAIL
               EXIT PROGRAM
           END-IF.

           MOVE LNK-STU-ID TO XR-OLD-ID.
           READ STU-XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XR-NEW-ID TO LNK-NEW-ID
                   MOVE 'Y'       TO LNK-FOUND
           END-READ.

           EXIT PROGRAM.
      *-----------------------------------------------------------------

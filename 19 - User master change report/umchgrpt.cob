      *                   AFTER WHEN IT CHANGED. AUDITFIL        *
      *                   COVERS SIGN-ONS ONLY; THIS CLOSES THE  *
      *                   BLIND SPOT ON THE MASTER ITSELF.       *
      *  2026-10-05 PBC   THE DETAIL LINE NOW SHOWS THE          *
      *                   AUTHORITY LEVEL BEFORE AND AFTER, SO A *
      *                   PROMOTION TO SUPERVISOR OR             *
      *                   ADMINISTRATOR IS VISIBLE TO AUDIT.     *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WD-NEW-FAIL            PIC 9(02).
           05  FILLER                 PIC X(05) VALUE " PWD ".
           05  WD-PWD-CHANGED         PIC X(01).
           05  FILLER                 PIC X(06) VALUE " AUTH ".
           05  WD-OLD-AUTH            PIC X(01).
           05  FILLER                 PIC X(01) VALUE ">".
           05  WD-NEW-AUTH            PIC X(01).
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-NAME-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
               MOVE ZERO TO WD-NEW-FAIL
           END-IF.
           MOVE UC-PASSWORD-CHANGED TO WD-PWD-CHANGED.
           MOVE UC-OLD-AUTHORITY    TO WD-OLD-AUTH.
           MOVE UC-NEW-AUTHORITY    TO WD-NEW-AUTH.
           WRITE CHANGE-REPORT-LINE FROM WS-CHANGE-DETAIL.
           IF UC-OLD-USER-NAME NOT = UC-NEW-USER-NAME
               MOVE "NAME BEFORE: " TO WN-TAG

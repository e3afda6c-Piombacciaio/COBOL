       IDENTIFICATION DIVISION.
       PROGRAM-ID. UserMastConvert.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-15 PBC   ORIGINAL VERSION - ONE-TIME COPY OF    *
      *                   THE USER MASTER FROM THE 76-BYTE       *
      *                   LAYOUT INTO THE 77-BYTE ONE CARRYING   *
      *                   THE AUTHORITY LEVEL. EVERY OPERATOR    *
      *                   COMES ACROSS AS A CLERK EXCEPT THE ONE *
      *                   NAMED ON THE CONTROL CARD, WHO IS      *
      *                   SEEDED AS THE ADMINISTRATOR SO         *
      *                   USERMASTMAINT HAS SOMEONE WHO CAN      *
      *                   APPLY THE FIRST DECK RAISING THE       *
      *                   SUPERVISORS. THAT OPERATOR MUST BE ON  *
      *                   THE OLD MASTER AND ACTIVE, OR NOTHING  *
      *                   IS WRITTEN.                            *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "UMCCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT OLD-USER-MASTER-FILE ASSIGN TO "OLDUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OU-EMPLOYEE-ID
               FILE STATUS IS WS-OLD-STATUS.

      *---------------------------------------------------------*
      *  THE NEW MASTER IS LOADED THROUGH ITS BASE CLUSTER ONLY. *
      *  THE USER-NAME ALTERNATE INDEX IS BUILT OVER IT BY THE   *
      *  NEXT STEP, ONCE EVERY ROW IS IN.                        *
      *---------------------------------------------------------*
           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-EMPLOYEE-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CONVERSION-REPORT-FILE ASSIGN TO "UMCRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-ADMIN-ID             PIC X(06).
           05  FILLER                  PIC X(74).

      *---------------------------------------------------------*
      *  THE OLD LAYOUT, AS IT STOOD BEFORE THE AUTHORITY LEVEL. *
      *  ONLY THE KEY AND THE ACTIVE FLAG ARE NAMED; THE REST OF *
      *  THE ROW IS CARRIED ACROSS BYTE FOR BYTE.                *
      *---------------------------------------------------------*
       FD  OLD-USER-MASTER-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01  OLD-USER-MASTER-RECORD.
           05  OU-EMPLOYEE-ID          PIC X(06).
           05  OU-USER-NAME            PIC X(50).
           05  OU-ACTIVE-FLAG          PIC X(01).
               88  OU-ACTIVE           VALUE "Y".
           05  OU-TAIL                 PIC X(19).

       FD  USER-MASTER-FILE
           RECORD CONTAINS 77 CHARACTERS.
       COPY USERMAST.

       FD  CONVERSION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONVERSION-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-OLD-STATUS               PIC X(02) VALUE SPACES.
       77  WS-NEW-STATUS               PIC X(02) VALUE SPACES.
       77  WS-FAIL-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       77  WS-OLD-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-OLD-OPEN             VALUE "Y".
       77  WS-RUN-SWITCH               PIC X(01) VALUE "R".
           88  WS-RUN-REFUSED          VALUE "R".
           88  WS-RUN-ADMIN-PROVED     VALUE "P".
           88  WS-RUN-CONVERTED        VALUE "C".
           88  WS-RUN-OPEN-FAILED      VALUE "O".
           88  WS-RUN-WRITE-FAILED     VALUE "W".
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-WRITE-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-INACTIVE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-ADMIN-ID                 PIC X(06) VALUE SPACES.
       01  WS-REFUSAL-TEXT             PIC X(40) VALUE SPACES.

      *---------------------------------------------------------*
      *  REPORT LINES.                                           *
      *---------------------------------------------------------*
       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(26)
               VALUE "USER MASTER CONVERSION    ".
           05  FILLER                 PIC X(07) VALUE "RUN DT ".
           05  WH-CURRENT-DATE        PIC 9(08).
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-ADMIN-LINE.
           05  FILLER                 PIC X(50)
               VALUE "ADMINISTRATOR NAMED ON THE CARD".
           05  WA-ADMIN-ID            PIC X(06).
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  WN-NOTE                PIC X(50).
           05  WN-STATUS              PIC X(02).
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL               PIC X(50).
           05  WT-COUNT               PIC ZZZZZZ9.
           05  FILLER                 PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-ADMIN-PROVED
               PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT
           END-IF.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE REPORT AND PRINT ITS         *
      *  HEADING, READ THE CARD NAMING THE ADMINISTRATOR, AND    *
      *  PROVE THAT OPERATOR IS ON THE OLD MASTER AND ACTIVE.    *
      *  ANY FAILURE REFUSES THE RUN BEFORE THE NEW MASTER IS    *
      *  OPENED, SO NOTHING IS WRITTEN.                          *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CONVERSION-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WH-CURRENT-DATE.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
               MOVE "NO ADMINISTRATOR CARD STAGED" TO WS-REFUSAL-TEXT
               GO TO 1000-EXIT
           END-IF.
           READ CONTROL-CARD-FILE
               AT END
                   MOVE SPACES TO CC-ADMIN-ID
           END-READ.
           CLOSE CONTROL-CARD-FILE.
           IF CC-ADMIN-ID = SPACES
               MOVE "NO ADMINISTRATOR CARD STAGED" TO WS-REFUSAL-TEXT
               GO TO 1000-EXIT
           END-IF.
           MOVE CC-ADMIN-ID TO WS-ADMIN-ID.
           OPEN INPUT OLD-USER-MASTER-FILE.
           IF WS-OLD-STATUS NOT = "00"
               SET WS-RUN-OPEN-FAILED TO TRUE
               MOVE WS-OLD-STATUS TO WS-FAIL-STATUS
               GO TO 1000-EXIT
           END-IF.
           SET WS-OLD-OPEN TO TRUE.
           MOVE WS-ADMIN-ID TO OU-EMPLOYEE-ID.
           READ OLD-USER-MASTER-FILE
               INVALID KEY
                   MOVE "ADMINISTRATOR NOT ON THE OLD MASTER"
                       TO WS-REFUSAL-TEXT
                   GO TO 1000-EXIT
           END-READ.
           IF NOT OU-ACTIVE
               MOVE "ADMINISTRATOR INACTIVE ON THE OLD MASTER"
                   TO WS-REFUSAL-TEXT
               GO TO 1000-EXIT
           END-IF.
           SET WS-RUN-ADMIN-PROVED TO TRUE.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-CONVERT-MASTER - COPY THE OLD MASTER IN KEY ORDER  *
      *  INTO THE NEWLY DEFINED CLUSTER.                         *
      *---------------------------------------------------------*
       2000-CONVERT-MASTER.
           OPEN OUTPUT USER-MASTER-FILE.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-RUN-OPEN-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               GO TO 2000-EXIT
           END-IF.
           MOVE LOW-VALUES TO OU-EMPLOYEE-ID.
           START OLD-USER-MASTER-FILE
               KEY IS NOT LESS THAN OU-EMPLOYEE-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           SET WS-RUN-CONVERTED TO TRUE.
           PERFORM 2100-COPY-MASTER-ROW THRU 2100-EXIT
               UNTIL WS-END-OF-FILE OR WS-RUN-WRITE-FAILED.
           CLOSE USER-MASTER-FILE.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-COPY-MASTER-ROW - READ ONE OLD ROW AND WRITE IT IN *
      *  THE NEW LAYOUT. THE FIRST 76 BYTES COME ACROSS AS THEY  *
      *  WERE; THE NEW AUTHORITY LEVEL IS ADMINISTRATOR FOR THE  *
      *  OPERATOR ON THE CARD AND CLERK FOR EVERYONE ELSE.       *
      *  SUPERVISORS ARE THEN RAISED THROUGH USERMASTMAINT IN    *
      *  THE ORDINARY WAY.                                       *
      *---------------------------------------------------------*
       2100-COPY-MASTER-ROW.
           READ OLD-USER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF NOT OU-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
           END-IF.
           MOVE SPACES TO USER-MASTER-RECORD.
           MOVE OLD-USER-MASTER-RECORD TO USER-MASTER-RECORD (1:76).
           IF OU-EMPLOYEE-ID = WS-ADMIN-ID
               SET UM-AUTH-ADMIN TO TRUE
           ELSE
               SET UM-AUTH-CLERK TO TRUE
           END-IF.
           WRITE USER-MASTER-RECORD
               INVALID KEY
                   SET WS-RUN-WRITE-FAILED TO TRUE
                   MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
                   GO TO 2100-EXIT
           END-WRITE.
           ADD 1 TO WS-WRITE-COUNT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - PRINT HOW THE RUN ENDED AND ITS COUNTS *
      *  AND SET THE RETURN CODE: 0 WHEN THE MASTER CONVERTED, 8 *
      *  WHEN THE RUN WAS REFUSED OR A FILE FAILED - THE JCL     *
      *  THEN LEAVES THE ALTERNATE INDEX UNBUILT; RENAME THE     *
      *  .OLD COPY BACK AND RERUN.                               *
      *---------------------------------------------------------*
       3000-TERMINATE.
           IF WS-OLD-OPEN
               CLOSE OLD-USER-MASTER-FILE
           END-IF.
           MOVE WS-ADMIN-ID TO WA-ADMIN-ID.
           WRITE CONVERSION-REPORT-LINE FROM WS-ADMIN-LINE.
           MOVE SPACES TO WN-STATUS.
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   MOVE WS-REFUSAL-TEXT TO WN-NOTE
               WHEN WS-RUN-OPEN-FAILED
                   MOVE "MASTER WOULD NOT OPEN - STATUS " TO WN-NOTE
                   MOVE WS-FAIL-STATUS TO WN-STATUS
               WHEN WS-RUN-WRITE-FAILED
                   MOVE "WRITE FAILED - STATUS " TO WN-NOTE
                   MOVE WS-FAIL-STATUS TO WN-STATUS
               WHEN OTHER
                   MOVE "CONVERTED" TO WN-NOTE
           END-EVALUATE.
           WRITE CONVERSION-REPORT-LINE FROM WS-NOTE-LINE.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE "OLD ROWS READ" TO WT-LABEL.
           MOVE WS-READ-COUNT TO WT-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ROWS WRITTEN TO THE NEW MASTER" TO WT-LABEL.
           MOVE WS-WRITE-COUNT TO WT-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "INACTIVE OPERATORS CARRIED ACROSS AS CLERKS"
               TO WT-LABEL.
           MOVE WS-INACTIVE-COUNT TO WT-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE CONVERSION-REPORT-FILE.
           IF WS-RUN-CONVERTED
               DISPLAY "USERMASTCONVERT: " WS-WRITE-COUNT
                   " OPERATOR(S) CONVERTED, " WS-ADMIN-ID
                   " SEEDED AS ADMINISTRATOR."
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "USERMASTCONVERT: " WN-NOTE WN-STATUS
                   " - MASTER NOT CONVERTED."
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *                   LOGGED, ONLY WHETHER ONE WAS SET. SEE  *
      *                   USERMASTCHANGEREPORT FOR THE MONTHLY   *
      *                   LISTING.                               *
      *  2026-10-05 PBC   AUTHORITY LEVELS. A CARD MAY CARRY AN  *
      *                   AUTHORITY LEVEL (C CLERK, S            *
      *                   SUPERVISOR, A ADMINISTRATOR); A BLANK  *
      *                   LEVEL ON AN ADD MAKES A CLERK AND ON A *
      *                   CHANGE LEAVES THE LEVEL AS IT STANDS.  *
      *                   THE ACTING USER MUST NOW HOLD          *
      *                   ADMINISTRATOR AUTHORITY - ANYONE ELSE  *
      *                   HAS THE CARD REJECTED AND THE REFUSAL  *
      *                   LOGGED ON AUDITFIL WITH RESULT D. THE  *
      *                   BOOTSTRAP DECK AGAINST AN EMPTY        *
      *                   MASTER IS STILL WAIVED, SO IT MUST ADD *
      *                   AT LEAST ONE ADMINISTRATOR. THE LEVEL  *
      *                   PRINTS ON THE BEFORE/AFTER IMAGES AND  *
      *                   IS LOGGED OLD AND NEW ON USRCHLOG.     *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT USER-CHANGE-FILE ASSIGN TO "USRCHLOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           05  MC-ACTIVE-FLAG          PIC X(01).
           05  MC-PASSWORD             PIC X(08).
           05  MC-ACTING-USER          PIC X(06).
           05  MC-AUTHORITY-LEVEL      PIC X(01).
           05  FILLER                  PIC X(07).

       FD  USER-MASTER-FILE.
       COPY USERMAST.
           RECORD CONTAINS 160 CHARACTERS.
       COPY UMCHGREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 67 CHARACTERS.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       77  WS-MASTER-EMPTY-SWITCH      PIC X(01) VALUE "N".
           88  WS-MASTER-EMPTY         VALUE "Y".
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------*
      *  BEFORE-IMAGE HOLD AREA FOR THE CHANGE LOG, CAPTURED AS  *
       01  WS-OLD-PWD-EXPIRY           PIC 9(08) VALUE ZERO.
       01  WS-OLD-FAIL-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-OLD-PASSWORD             PIC X(08) VALUE SPACES.
       01  WS-OLD-AUTHORITY            PIC X(01) VALUE SPACE.

       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-NUM.
           05  WI-ACTIVE-FLAG         PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WI-USER-NAME           PIC X(50).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WI-AUTHORITY           PIC X(01).
           05  FILLER                 PIC X(08) VALUE SPACES.

       01  WS-EXCEPTION-DETAIL.
           05  WE-CARD-SEQ            PIC ZZZZZZ9.
           OPEN OUTPUT MAINT-REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN EXTEND USER-CHANGE-FILE.
           OPEN EXTEND AUDIT-FILE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WH-RUN-MONTH WX-RUN-MONTH.
           MOVE WS-RUN-DAY   TO WH-RUN-DAY   WX-RUN-DAY.
               MOVE "INVALID ACTIVE FLAG" TO WS-REASON-TEXT
               GO TO 1900-EXIT
           END-IF.
           IF MC-AUTHORITY-LEVEL NOT = "C"
               AND MC-AUTHORITY-LEVEL NOT = "S"
               AND MC-AUTHORITY-LEVEL NOT = "A"
               AND MC-AUTHORITY-LEVEL NOT = SPACE
               SET WS-CARD-INVALID TO TRUE
               MOVE "INVALID AUTHORITY LEVEL" TO WS-REASON-TEXT
               GO TO 1900-EXIT
           END-IF.
           IF MC-ACTION-ADD AND MC-PASSWORD = SPACES
               SET WS-CARD-INVALID TO TRUE
               MOVE "PASSWORD MISSING ON ADD" TO WS-REASON-TEXT
      *  RECORDS AT JOB START THE LOOKUP IS WAIVED - THE VERY    *
      *  FIRST ADD DECK HAS NOBODY TO VALIDATE AGAINST - AND     *
      *  THE KEYED ID IS LOGGED AS-IS, SO THE BOOTSTRAP PATH     *
      *  1000-INITIALIZE PROMISES STILL WORKS. AN ACTING USER    *
      *  BELOW ADMINISTRATOR AUTHORITY IS REFUSED AND THE        *
      *  REFUSAL IS WRITTEN TO THE LOGON AUDIT TRAIL UNDER       *
      *  THEIR USER NAME. A MASTER CARRIED OVER FROM BEFORE THE  *
      *  AUTHORITY LEVEL GETS ITS FIRST ADMINISTRATOR FROM       *
      *  USERMASTCONVERT, NOT FROM HERE.                         *
      *---------------------------------------------------------*
       1950-CHECK-ACTING-USER.
           IF MC-ACTING-USER = SPACES
           IF UM-INACTIVE
               SET WS-CARD-INVALID TO TRUE
               MOVE "ACTING USER INACTIVE" TO WS-REASON-TEXT
               GO TO 1950-EXIT
           END-IF.
           IF NOT UM-AUTH-ADMIN
               SET WS-CARD-INVALID TO TRUE
               MOVE "ACTING USER NOT ADMINISTRATOR" TO WS-REASON-TEXT
               PERFORM 1960-WRITE-DENIAL-AUDIT THRU 1960-EXIT
           END-IF.
       1950-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1960-WRITE-DENIAL-AUDIT - LOG THE REFUSED ACTING USER   *
      *  ON THE LOGON AUDIT TRAIL. THE MASTER BUFFER STILL HOLDS *
      *  THEIR RECORD FROM THE 1950 LOOKUP.                      *
      *---------------------------------------------------------*
       1960-WRITE-DENIAL-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO AUD-DATE.
           MOVE WS-CURRENT-TIME TO AUD-TIME.
           MOVE UM-USER-NAME TO AUD-USER-NAME.
           SET AUD-DENIED TO TRUE.
           WRITE AUDIT-RECORD.
       1960-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2200-APPLY-CARD - ROUTE THE CARD TO THE ONE ACTION ITS  *
      *  ACTION CODE CALLS FOR.                                  *
      *---------------------------------------------------------*
      *  2300-APPLY-ADD - WRITE A NEW OPERATOR. A KEY ALREADY ON *
      *  THE MASTER MAKES THE CARD A DUPLICATE AND REJECTS IT.   *
      *  A BLANK ACTIVE FLAG ON AN ADD DEFAULTS TO ACTIVE, A     *
      *  BLANK AUTHORITY LEVEL TO CLERK.                         *
      *---------------------------------------------------------*
       2300-APPLY-ADD.
           MOVE MC-EMPLOYEE-ID TO UM-EMPLOYEE-ID.
           ELSE
               MOVE MC-ACTIVE-FLAG TO UM-ACTIVE-FLAG
           END-IF.
           IF MC-AUTHORITY-LEVEL = SPACE
               SET UM-AUTH-CLERK TO TRUE
           ELSE
               MOVE MC-AUTHORITY-LEVEL TO UM-AUTHORITY-LEVEL
           END-IF.
           PERFORM 2350-RESET-CREDENTIAL THRU 2350-EXIT.
           MOVE SPACES TO WS-OLD-USER-NAME.
           MOVE SPACE  TO WS-OLD-ACTIVE-FLAG.
           MOVE ZERO   TO WS-OLD-PWD-EXPIRY.
           MOVE ZERO   TO WS-OLD-FAIL-COUNT.
           MOVE SPACES TO WS-OLD-PASSWORD.
           MOVE SPACE  TO WS-OLD-AUTHORITY.
           WRITE USER-MASTER-RECORD
               INVALID KEY
                   SET WS-CARD-INVALID TO TRUE
           MOVE MC-EMPLOYEE-ID TO WI-EMPLOYEE-ID.
           MOVE SPACE TO WI-ACTIVE-FLAG.
           MOVE SPACES TO WI-USER-NAME.
           MOVE SPACE TO WI-AUTHORITY.
           WRITE MAINT-REPORT-LINE FROM WS-IMAGE-LINE.
           PERFORM 2700-WRITE-AFTER-IMAGE THRU 2700-EXIT.
       2300-EXIT.

      *---------------------------------------------------------*
      *  2400-APPLY-CHANGE - REWRITE AN EXISTING OPERATOR. A     *
      *  BLANK NAME, FLAG OR AUTHORITY LEVEL ON THE CARD LEAVES  *
      *  THAT FIELD AS IT STANDS ON THE MASTER.                  *
      *---------------------------------------------------------*
       2400-APPLY-CHANGE.
           MOVE MC-EMPLOYEE-ID TO UM-EMPLOYEE-ID.
           IF MC-ACTIVE-FLAG = "Y"
               MOVE ZERO TO UM-FAIL-COUNT
           END-IF.
           IF MC-AUTHORITY-LEVEL NOT = SPACE
               MOVE MC-AUTHORITY-LEVEL TO UM-AUTHORITY-LEVEL
           END-IF.
           IF MC-PASSWORD NOT = SPACES
               PERFORM 2350-RESET-CREDENTIAL THRU 2350-EXIT
           END-IF.
               MOVE ZERO TO WS-OLD-FAIL-COUNT
           END-IF.
           MOVE UM-PASSWORD       TO WS-OLD-PASSWORD.
           MOVE UM-AUTHORITY-LEVEL TO WS-OLD-AUTHORITY.
           MOVE "BEFORE  " TO WI-TAG.
           MOVE UM-EMPLOYEE-ID TO WI-EMPLOYEE-ID.
           MOVE UM-ACTIVE-FLAG TO WI-ACTIVE-FLAG.
           MOVE UM-USER-NAME   TO WI-USER-NAME.
           MOVE UM-AUTHORITY-LEVEL TO WI-AUTHORITY.
           WRITE MAINT-REPORT-LINE FROM WS-IMAGE-LINE.
       2600-EXIT.
           EXIT.
           MOVE UM-EMPLOYEE-ID TO WI-EMPLOYEE-ID.
           MOVE UM-ACTIVE-FLAG TO WI-ACTIVE-FLAG.
           MOVE UM-USER-NAME   TO WI-USER-NAME.
           MOVE UM-AUTHORITY-LEVEL TO WI-AUTHORITY.
           WRITE MAINT-REPORT-LINE FROM WS-IMAGE-LINE.
       2700-EXIT.
           EXIT.
           ELSE
               MOVE ZERO TO UC-NEW-FAIL-COUNT
           END-IF.
           MOVE WS-OLD-AUTHORITY   TO UC-OLD-AUTHORITY.
           MOVE UM-AUTHORITY-LEVEL TO UC-NEW-AUTHORITY.
           IF UM-PASSWORD = WS-OLD-PASSWORD
               SET UC-PWD-UNCHANGED TO TRUE
           ELSE
           CLOSE MAINT-REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE USER-CHANGE-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY "USERMASTMAINT: " WS-CARD-COUNT " CARD(S) READ, "
               WS-APPLIED-COUNT " APPLIED, "
               WS-REJECT-COUNT " REJECTED.".

      *                   REGISTER, SO ITS ID COULD BE REISSUED  *
      *                   AND THE SUPERVISOR'S EVENTUAL RELEASE  *
      *                   WOULD COLLIDE WITH THE NEW POSTING.    *
      *  2026-10-05 PBC   AUTHORITY LEVELS. AN RV REVERSAL CARD  *
      *                   NOW NEEDS SUPERVISOR OR ADMINISTRATOR  *
      *                   AUTHORITY ON USERMAST. A CLERK KEYING  *
      *                   RV IS REFUSED AT THE OPERATION-CODE    *
      *                   PROMPT AND THE REFUSAL IS LOGGED ON    *
      *                   AUDITFIL WITH RESULT D.                *
      *  2026-10-07 PBC   ACCOUNTING PERIOD CONTROL. A NEW       *
      *                   BATCH'S BUSINESS DATE IS RE-PROMPTED   *
      *                   UNTIL IT FALLS IN A MONTH THE PERIODFL *
      *                   CONTROL FILE SHOWS OPEN; AN OPEN BATCH *
      *                   ALREADY DATED IN A CLOSED MONTH TAKES  *
      *                   NO FURTHER KEYING (IT MAY STILL BE     *
      *                   CLOSED, SO ITS CARDS REJECT TO THE     *
      *                   REPAIR QUEUE); AND AN RV MAY NOT NAME  *
      *                   A TRANSACTION THAT POSTED IN A CLOSED  *
      *                   MONTH.                                 *
      *  2026-10-09 PBC   BUSINESS CALENDAR. A NEW BATCH'S       *
      *                   BUSINESS DATE IS ALSO RE-PROMPTED      *
      *                   UNTIL IT IS A BUSINESS DAY ON THE      *
      *                   CALENDAR FILE AND NO MORE THAN ONE     *
      *                   BUSINESS DAY FROM THE LATEST COMPLETED *
      *                   RUN ON RUNCTL; AN OPEN BATCH ALREADY   *
      *                   DATED OTHERWISE TAKES NO FURTHER       *
      *                   KEYING. NO CALENDAR FILE MEANS NO      *
      *                   CALENDAR CHECK.                        *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS: THE DATE *
      *                   THE ID IS ISSUED FOLLOWED BY A         *
      *                   SEQUENCE WITHIN THAT DATE. AFTER THE   *
      *                   STAGING FILE, REGISTER AND SUSPENSE    *
      *                   SCANS THE SEED IS RAISED TO NO LOWER   *
      *                   THAN TODAY'S FIRST ID, SO IT NO LONGER *
      *                   DEPENDS ON REGISTER ROWS               *
      *                   POSTEDREGPURGE MAY ALREADY HAVE        *
      *                   REMOVED AND AN ID FROM AN EARLIER DAY  *
      *                   CAN NEVER BE ISSUED AGAIN. THE RV      *
      *                   ORIGINAL-ID PROMPT TAKES 14 DIGITS AND *
      *                   AN RV CARD CARRIES OPERAND COUNT 3.    *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SP-TRAN-ID
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERIODFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PERD-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       COPY AUDITREC.

       FD  TRAN-FILE
           RECORD CONTAINS 74 CHARACTERS.
       COPY TRANREC.

       FD  PARM-FILE
       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  PERIOD-FILE.
       COPY PERIODRC.

       FD  CALENDAR-FILE.
       COPY CALENDRC.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01  User-Name                   PIC X(50).

       01  WS-CURRENT-DATE             PIC 9(08).
       01  WS-CURRENT-TIME             PIC 9(08).
       01  WS-OPERATOR-ID              PIC X(06) VALUE SPACES.
       77  WS-AUTH-LEVEL               PIC X(01) VALUE SPACE.
           88  WS-AUTH-SUPV-OR-ABOVE   VALUE "S" "A".

      *---------------------------------------------------------*
      *  PASSWORD CHECK WORK AREAS.                              *
           88  WS-BATCH-CLOSED         VALUE "Y".
       77  WS-RV-CANCEL-SWITCH         PIC X(01) VALUE "N".
           88  WS-RV-CANCELLED         VALUE "Y".
       77  WS-PERD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PERD-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-PERD-OPEN            VALUE "Y".
       77  WS-CHECK-CLOSED-SWITCH      PIC X(01) VALUE "N".
           88  WS-CHECK-PERIOD-CLOSED  VALUE "Y".
       77  WS-BATCH-PERIOD-SWITCH      PIC X(01) VALUE "N".
           88  WS-BATCH-PERIOD-CLOSED  VALUE "Y".
      *---------------------------------------------------------*
      *  BUSINESS CALENDAR CHECK WORK AREAS. THE LAST RUN DATE   *
      *  IS THE LATEST COMPLETED RUN ON RUNCTL; A BATCH DATE MAY *
      *  BE NO MORE THAN ONE BUSINESS DAY EITHER SIDE OF IT.     *
      *---------------------------------------------------------*
       77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CAL-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-CAL-OPEN             VALUE "Y".
       77  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-CAL-END-OF-FILE      VALUE "Y".
       77  WS-CAL-REFUSE-CODE          PIC X(01) VALUE SPACE.
           88  WS-CAL-ACCEPTED         VALUE SPACE.
           88  WS-CAL-NOT-LOADED       VALUE "M".
           88  WS-CAL-NOT-BUSINESS     VALUE "N".
           88  WS-CAL-TOO-FAR          VALUE "F".
       77  WS-BATCH-CAL-SWITCH         PIC X(01) VALUE "N".
           88  WS-BATCH-CAL-REFUSED    VALUE "Y".
       77  WS-CAL-BETWEEN-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-RUNC-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-RUNC-END-OF-FILE     VALUE "Y".
       01  WS-LAST-RUN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-CAL-LOW-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CAL-HIGH-DATE            PIC 9(08) VALUE ZERO.
       01  WS-CAL-REASON               PIC X(48) VALUE SPACES.
       01  WS-BATCH-DATE               PIC 9(08) VALUE ZERO.
       01  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
       01  WS-CHECK-YMD REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-PERIOD         PIC 9(06).
           05  FILLER                  PIC 9(02).
       77  WS-NEXT-TRAN-ID             PIC 9(14) VALUE ZERO.
       01  WS-ID-FLOOR.
           05  WS-ID-FLOOR-DATE        PIC 9(08) VALUE ZERO.
           05  WS-ID-FLOOR-SEQUENCE    PIC 9(06) VALUE ZERO.
       01  WS-ID-FLOOR-N REDEFINES WS-ID-FLOOR
                                       PIC 9(14).
       77  WS-ENTERED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-OPERAND-IX               PIC 9(02) COMP VALUE ZERO.
       77  WS-RATE-IX                  PIC 9(03) COMP VALUE ZERO.
                                       PIC 9(05).
       01  WS-OPERAND-VALUE            PIC S9(05) VALUE ZERO.
       01  WS-CURRENCY-INPUT           PIC X(03) VALUE SPACES.
       01  WS-ORIG-ID-INPUT            PIC X(14) VALUE SPACES.
       01  WS-ORIG-ID-N REDEFINES WS-ORIG-ID-INPUT
                                       PIC 9(14).

      *---------------------------------------------------------*
      *  BATCH CONTROL WORK AREAS - THE RUNNING DETAIL COUNT     *
           END-IF.
           PERFORM 1300-READ-PARMS THRU 1300-EXIT.
           PERFORM 1400-LOAD-RATES THRU 1400-EXIT.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERD-STATUS = "00"
               SET WS-PERD-OPEN TO TRUE
           END-IF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS = "00"
               SET WS-CAL-OPEN TO TRUE
               PERFORM 1770-FIND-LAST-RUN THRU 1770-EXIT
           END-IF.
           PERFORM 1500-WORK-NEXT-TRAN-ID THRU 1500-EXIT.
           IF WS-BATCH-CLOSED
               DISPLAY "This batch has already been closed by the "
                   "desk - no further keying."
               SET WS-ENTRY-DONE TO TRUE
           END-IF.
           IF WS-BATCH-PERIOD-CLOSED
               DISPLAY "This batch is dated " WS-BATCH-DATE
                   ", in a closed accounting period - no further "
                   "keying. Close it so its cards reject for "
                   "repair into an open period."
               SET WS-ENTRY-DONE TO TRUE
           END-IF.
           IF WS-BATCH-CAL-REFUSED
               DISPLAY "This batch is dated " WS-BATCH-DATE
                   ", which " WS-CAL-REASON " - no further keying."
               IF WS-CAL-TOO-FAR
                   DISPLAY "The last completed nightly run was for "
                       WS-LAST-RUN-DATE "."
               END-IF
               SET WS-ENTRY-DONE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

           IF WS-MATCH-FOUND AND WS-PWD-OK
               SET WS-SIGNON-OK TO TRUE
               MOVE UM-EMPLOYEE-ID TO WS-OPERATOR-ID
               MOVE UM-AUTHORITY-LEVEL TO WS-AUTH-LEVEL
               DISPLAY "Hello, " User-Name "!"
           END-IF.
           PERFORM 1190-WRITE-AUDIT THRU 1190-EXIT.
       1190-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1195-WRITE-DENIAL-AUDIT - LOG A FUNCTION REFUSED TO THE *
      *  SIGNED-ON USER FOR WANT OF AUTHORITY, SO THE MONTHLY    *
      *  AUDIT REPORT SHOWS WHO TRIED.                           *
      *---------------------------------------------------------*
       1195-WRITE-DENIAL-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO AUD-DATE.
           MOVE WS-CURRENT-TIME TO AUD-TIME.
           MOVE User-Name TO AUD-USER-NAME.
           SET AUD-DENIED TO TRUE.
           WRITE AUDIT-RECORD.
       1195-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1300-READ-PARMS - PICK UP THE BASE CURRENCY CODE FROM   *
      *  PARMFILE SO THE CURRENCY EDIT MATCHES SIMPLEOPS'.       *
      *---------------------------------------------------------*
      *  1500-WORK-NEXT-TRAN-ID - READ THE TRANSACTION FILE      *
      *  THROUGH ONCE FOR ITS HIGHEST TRAN-ID, TAKE THE HIGHER   *
      *  OF THAT AND THE HIGHEST ID ON THE POSTED REGISTER AND   *
      *  THE SUSPENSE FILE - THE REGISTER IS KEYED ON TRAN-ID    *
      *  ALONE AND RETAINED ACROSS NIGHTS, SO AN ID REUSED       *
      *  AGAINST A FRESH DAILY FILE WOULD BOUNCE THE WHOLE SHIFT *
      *  AS ALREADY POSTED - RAISE IT TO TODAY'S FLOOR, THEN     *
      *  REOPEN THE FILE FOR APPENDING. FILES THAT DO NOT EXIST  *
      *  YET LEAVE THE FLOOR AS THE SEED.                        *
      *---------------------------------------------------------*
       1500-WORK-NEXT-TRAN-ID.
           MOVE ZERO TO WS-NEXT-TRAN-ID.
           END-IF.
           PERFORM 1570-SCAN-REGISTER THRU 1570-EXIT.
           PERFORM 1600-SCAN-SUSPENSE THRU 1600-EXIT.
           PERFORM 1630-APPLY-ID-FLOOR THRU 1630-EXIT.
           IF WS-BATCH-CLOSED
               GO TO 1500-EXIT
           END-IF.
           IF WS-BATCH-DATE > ZERO
               MOVE WS-BATCH-DATE TO WS-CHECK-DATE
               PERFORM 1750-CHECK-PERIOD THRU 1750-EXIT
               IF WS-CHECK-PERIOD-CLOSED
                   SET WS-BATCH-PERIOD-CLOSED TO TRUE
               END-IF
           END-IF.
           IF WS-BATCH-DATE > ZERO AND NOT WS-BATCH-PERIOD-CLOSED
               MOVE WS-BATCH-DATE TO WS-CHECK-DATE
               PERFORM 1760-CHECK-CALENDAR THRU 1760-EXIT
               IF NOT WS-CAL-ACCEPTED
                   SET WS-BATCH-CAL-REFUSED TO TRUE
               END-IF
           END-IF.
           OPEN EXTEND TRAN-FILE.
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRAN-FILE
       1560-NOTE-TRAN-ID.
           EVALUATE TRUE
               WHEN TB-TYPE-HEADER
                   IF TB-HDR-BUSINESS-DATE IS NUMERIC
                       MOVE TB-HDR-BUSINESS-DATE TO WS-BATCH-DATE
                   END-IF
               WHEN TB-TYPE-TRAILER
                   SET WS-BATCH-CLOSED TO TRUE
               WHEN OTHER
       1620-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1630-APPLY-ID-FLOOR - A TRAN-ID IS THE DATE IT WAS      *
      *  ISSUED FOLLOWED BY A SEQUENCE WITHIN THAT DATE, SO      *
      *  TODAY'S IDS START ABOVE EVERY ID ISSUED ON AN EARLIER   *
      *  DAY WHETHER OR NOT ITS REGISTER ROW HAS SINCE BEEN      *
      *  PURGED. A SEED ALREADY ABOVE THE FLOOR - TODAY'S OWN    *
      *  IDS - IS KEPT.                                          *
      *---------------------------------------------------------*
       1630-APPLY-ID-FLOOR.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-ID-FLOOR-DATE.
           MOVE ZERO TO WS-ID-FLOOR-SEQUENCE.
           IF WS-NEXT-TRAN-ID < WS-ID-FLOOR-N
               MOVE WS-ID-FLOOR-N TO WS-NEXT-TRAN-ID
           END-IF.
       1630-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1650-HASH-CARD - ROLL THE DETAIL CARD IN THE RECORD     *
      *  BUFFER INTO THE RUNNING OPERAND HASH: THE ORIGINAL      *
      *---------------------------------------------------------*
      *  1700-WRITE-HEADER - A BRAND-NEW TRANFILE GENERATION     *
      *  OPENS WITH THE DESK-KEYED BATCH HEADER: THE BUSINESS    *
      *  DATE THE BATCH BELONGS TO (BLANK TAKES TODAY), WHICH    *
      *  MUST FALL IN AN OPEN ACCOUNTING PERIOD AND BE A         *
      *  BUSINESS DAY ON THE CALENDAR, AND THE CARD COUNT THE    *
      *  DESK EXPECTS TO KEY (BLANK IF UNKNOWN - SIMPLEOPS ONLY  *
      *  PROVES A NON-ZERO EXPECTATION).                         *
      *---------------------------------------------------------*
       1700-WRITE-HEADER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-FIELD-SWITCH.
           PERFORM 1710-PROMPT-BUS-DATE THRU 1710-EXIT
               UNTIL WS-FIELD-OK.
           MOVE SPACES TO TRAN-BATCH-RECORD.
           SET TB-TYPE-HEADER TO TRUE.
           MOVE WS-BATCH-DATE TO TB-HDR-BUSINESS-DATE.
           DISPLAY "Expected card count "
               "(7 digits, zero filled, blank if unknown):".
           MOVE SPACES TO WS-EXPECT-INPUT.
       1700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1710-PROMPT-BUS-DATE - ONE PROMPT/EDIT CYCLE FOR THE    *
      *  BATCH'S BUSINESS DATE. A DATE IN A CLOSED ACCOUNTING    *
      *  PERIOD, OR ONE THE BUSINESS CALENDAR REFUSES, IS        *
      *  PROMPTED FOR AGAIN.                                     *
      *---------------------------------------------------------*
       1710-PROMPT-BUS-DATE.
           DISPLAY "Business date for this batch "
               "(YYYYMMDD, blank for today):".
           MOVE SPACES TO WS-BUSDATE-INPUT.
           ACCEPT WS-BUSDATE-INPUT.
           IF WS-BUSDATE-INPUT-N IS NUMERIC
               AND WS-BUSDATE-INPUT-N > ZERO
               MOVE WS-BUSDATE-INPUT-N TO WS-BATCH-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-BATCH-DATE
           END-IF.
           MOVE WS-BATCH-DATE TO WS-CHECK-DATE.
           PERFORM 1750-CHECK-PERIOD THRU 1750-EXIT.
           IF WS-CHECK-PERIOD-CLOSED
               DISPLAY "The accounting period for " WS-BATCH-DATE
                   " is closed - key a date in an open period."
               GO TO 1710-EXIT
           END-IF.
           PERFORM 1760-CHECK-CALENDAR THRU 1760-EXIT.
           IF NOT WS-CAL-ACCEPTED
               DISPLAY "The business date " WS-BATCH-DATE " "
                   WS-CAL-REASON " - key a business day."
               IF WS-CAL-TOO-FAR
                   DISPLAY "The last completed nightly run was for "
                       WS-LAST-RUN-DATE "."
               END-IF
               GO TO 1710-EXIT
           END-IF.
           MOVE "Y" TO WS-FIELD-SWITCH.
       1710-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1750-CHECK-PERIOD - LOOK THE MONTH OF WS-CHECK-DATE UP  *
      *  ON THE PERIOD CONTROL FILE THE WAY SIMPLEOPS DOES. NO   *
      *  FILE, NO ROW, OR A ROW MARKED OPEN ALL MEAN THE MONTH   *
      *  IS OPEN.                                                *
      *---------------------------------------------------------*
       1750-CHECK-PERIOD.
           MOVE "N" TO WS-CHECK-CLOSED-SWITCH.
           IF NOT WS-PERD-OPEN
               GO TO 1750-EXIT
           END-IF.
           MOVE WS-CHECK-PERIOD TO PD-PERIOD.
           READ PERIOD-FILE
               INVALID KEY
                   GO TO 1750-EXIT
           END-READ.
           IF PD-CLOSED
               SET WS-CHECK-PERIOD-CLOSED TO TRUE
           END-IF.
       1750-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1760-CHECK-CALENDAR - LOOK WS-CHECK-DATE UP ON THE      *
      *  BUSINESS CALENDAR. IT MUST BE ON THE CALENDAR AND       *
      *  MARKED A BUSINESS DAY, AND NO BUSINESS DAY MAY FALL     *
      *  STRICTLY BETWEEN IT AND THE LAST COMPLETED RUN'S DATE - *
      *  THE NEXT BUSINESS DAY, THE SAME DAY AGAIN AND THE       *
      *  PREVIOUS BUSINESS DAY ARE ALL ACCEPTED. NO CALENDAR     *
      *  FILE, OR NO RUN YET ON RUNCTL, SKIPS THE PART THAT      *
      *  NEEDS IT.                                               *
      *---------------------------------------------------------*
       1760-CHECK-CALENDAR.
           MOVE SPACE TO WS-CAL-REFUSE-CODE.
           MOVE SPACES TO WS-CAL-REASON.
           IF NOT WS-CAL-OPEN
               GO TO 1760-EXIT
           END-IF.
           MOVE WS-CHECK-DATE TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   SET WS-CAL-NOT-LOADED TO TRUE
                   MOVE "is not on the business calendar"
                       TO WS-CAL-REASON
                   GO TO 1760-EXIT
           END-READ.
           IF NOT CL-BUSINESS-DAY
               SET WS-CAL-NOT-BUSINESS TO TRUE
               MOVE "is a weekend or bank holiday" TO WS-CAL-REASON
               GO TO 1760-EXIT
           END-IF.
           IF WS-LAST-RUN-DATE = ZERO
               OR WS-LAST-RUN-DATE = WS-CHECK-DATE
               GO TO 1760-EXIT
           END-IF.
           IF WS-CHECK-DATE > WS-LAST-RUN-DATE
               MOVE WS-LAST-RUN-DATE TO WS-CAL-LOW-DATE
               MOVE WS-CHECK-DATE    TO WS-CAL-HIGH-DATE
           ELSE
               MOVE WS-CHECK-DATE    TO WS-CAL-LOW-DATE
               MOVE WS-LAST-RUN-DATE TO WS-CAL-HIGH-DATE
           END-IF.
           MOVE ZERO TO WS-CAL-BETWEEN-COUNT.
           MOVE "N" TO WS-CAL-EOF-SWITCH.
           MOVE WS-CAL-LOW-DATE TO CL-DATE.
           START CALENDAR-FILE KEY IS > CL-DATE
               INVALID KEY
                   GO TO 1760-EXIT
           END-START.
           PERFORM 1765-READ-CALENDAR THRU 1765-EXIT.
           PERFORM 1767-COUNT-BETWEEN THRU 1767-EXIT
               UNTIL WS-CAL-END-OF-FILE
                  OR CL-DATE NOT < WS-CAL-HIGH-DATE.
           IF WS-CAL-BETWEEN-COUNT > ZERO
               SET WS-CAL-TOO-FAR TO TRUE
               MOVE "is more than one business day from the last run"
                   TO WS-CAL-REASON
           END-IF.
       1760-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1765-READ-CALENDAR - READ THE NEXT CALENDAR DAY         *
      *---------------------------------------------------------*
       1765-READ-CALENDAR.
           READ CALENDAR-FILE NEXT RECORD
               AT END
                   SET WS-CAL-END-OF-FILE TO TRUE
           END-READ.
       1765-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1767-COUNT-BETWEEN - COUNT ONE CALENDAR DAY LYING       *
      *  BETWEEN THE BATCH DATE AND THE LAST RUN IF IT IS A      *
      *  BUSINESS DAY, AND READ THE NEXT.                        *
      *---------------------------------------------------------*
       1767-COUNT-BETWEEN.
           IF CL-BUSINESS-DAY
               ADD 1 TO WS-CAL-BETWEEN-COUNT
           END-IF.
           PERFORM 1765-READ-CALENDAR THRU 1765-EXIT.
       1767-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1770-FIND-LAST-RUN - TAKE THE LATEST COMPLETED RUN'S    *
      *  DATE OFF THE RUN-CONTROL LOG, THE SAME WAY              *
      *  NIGHTLYRECONCILE DOES. A NIGHT BACKED OUT STILL COUNTS  *
      *  - IT RAN. NO RUN-CONTROL FILE LEAVES THE DATE ZERO.     *
      *---------------------------------------------------------*
       1770-FIND-LAST-RUN.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNC-STATUS NOT = "00"
               GO TO 1770-EXIT
           END-IF.
           PERFORM 1780-READ-RUN-CONTROL THRU 1780-EXIT.
           PERFORM 1775-NOTE-ONE-RUN THRU 1775-EXIT
               UNTIL WS-RUNC-END-OF-FILE.
           CLOSE RUN-CONTROL-FILE.
       1770-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1775-NOTE-ONE-RUN - REMEMBER THE LATEST COMPLETED RUN'S *
      *  DATE AND READ THE NEXT ROW.                             *
      *---------------------------------------------------------*
       1775-NOTE-ONE-RUN.
           IF RC-RUN-COMPLETED
               AND RC-RUN-DATE > WS-LAST-RUN-DATE
               MOVE RC-RUN-DATE TO WS-LAST-RUN-DATE
           END-IF.
           PERFORM 1780-READ-RUN-CONTROL THRU 1780-EXIT.
       1775-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1780-READ-RUN-CONTROL - READ THE NEXT RUN-CONTROL ROW   *
      *---------------------------------------------------------*
       1780-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUNC-END-OF-FILE TO TRUE
           END-READ.
       1780-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1570-SCAN-REGISTER - RAISE THE SEED TO THE HIGHEST      *
      *  TRAN-ID ON THE POSTED REGISTER. A REGISTER THAT DOES    *

      *---------------------------------------------------------*
      *  2150-PROMPT-OP-CODE - ONE PROMPT/EDIT CYCLE FOR THE     *
      *  OPERATION CODE. BLANK OR END FINISHES THE SESSION. AN   *
      *  RV FROM AN OPERATOR BELOW SUPERVISOR IS REFUSED AND     *
      *  AUDITED, AND THE PROMPT ASKS AGAIN.                     *
      *---------------------------------------------------------*
       2150-PROMPT-OP-CODE.
           DISPLAY "Operation code (AD/SU/MU/DV/SM/AV/RV, "
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-OP-CODE-INPUT (1:2) TO TRAN-OPERATION-CODE.
           IF TRAN-OP-REVERSE AND NOT WS-AUTH-SUPV-OR-ABOVE
               DISPLAY "RV reversals need supervisor authority."
               PERFORM 1195-WRITE-DENIAL-AUDIT THRU 1195-EXIT
               GO TO 2150-EXIT
           END-IF.
           IF TRAN-OP-ADD OR TRAN-OP-SUBTRACT OR TRAN-OP-MULTIPLY
               OR TRAN-OP-DIVIDE OR TRAN-OP-SUM OR TRAN-OP-AVERAGE
               OR TRAN-OP-REVERSE

      *---------------------------------------------------------*
      *  2750-PROMPT-ORIGINAL - ONE PROMPT/EDIT CYCLE FOR THE    *
      *  ORIGINAL TRAN-ID: FOURTEEN ZERO-FILLED DIGITS, ON THE   *
      *  POSTED REGISTER, NOT ALREADY MARKED REVERSED, POSTED IN *
      *  AN OPEN PERIOD - THE SAME RULES SIMPLEOPS' 1970-CHECK-  *
      *  REVERSAL RE-PROVES.                                     *
      *---------------------------------------------------------*
       2750-PROMPT-ORIGINAL.
           DISPLAY "Original TRAN-ID to reverse "
               "(14 digits, zero filled, blank to cancel):".
           MOVE SPACES TO WS-ORIG-ID-INPUT.
           ACCEPT WS-ORIG-ID-INPUT.
           IF WS-ORIG-ID-INPUT = SPACES
               GO TO 2750-EXIT
           END-IF.
           IF WS-ORIG-ID-N IS NOT NUMERIC
               DISPLAY "Key the 14-digit TRAN-ID, zero filled."
               GO TO 2750-EXIT
           END-IF.
           IF NOT WS-PREG-OPEN
                   " was already reversed."
               GO TO 2750-EXIT
           END-IF.
           MOVE PR-RUN-DATE TO WS-CHECK-DATE.
           PERFORM 1750-CHECK-PERIOD THRU 1750-EXIT.
           IF WS-CHECK-PERIOD-CLOSED
               DISPLAY "TRAN-ID " WS-ORIG-ID-INPUT
                   " posted in a closed accounting period."
               GO TO 2750-EXIT
           END-IF.
           MOVE "Y" TO WS-FIELD-SWITCH.
       2750-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2770-WRITE-REVERSAL - STAMP THE SIGNED-ON OPERATOR AND  *
      *  THE NEXT TRAN-ID ON A REVERSAL CARD CARRYING THE PROVEN *
      *  ORIGINAL TRAN-ID, AND APPEND IT. THE OPERAND COUNT BYTE *
      *  IS SET TO 3 SO THE SHARED LAYOUT'S OPERAND AREA SPANS   *
      *  THE FOURTEEN BYTES THE ORIGINAL ID OCCUPIES.            *
      *---------------------------------------------------------*
       2770-WRITE-REVERSAL.
           ADD 1 TO WS-NEXT-TRAN-ID.
           MOVE WS-NEXT-TRAN-ID TO TRAN-RV-ID.
           MOVE WS-OPERATOR-ID  TO TRAN-RV-OPERATOR-ID.
           MOVE "RV" TO TRAN-RV-OPERATION-CODE.
           MOVE 3 TO TRAN-RV-OPERAND-COUNT.
           MOVE WS-ORIG-ID-N TO TRAN-RV-ORIGINAL-ID.
           ADD 1 TO WS-BATCH-DETAIL-COUNT.
           PERFORM 1650-HASH-CARD THRU 1650-EXIT.
           IF WS-PREG-OPEN
               CLOSE POSTED-REG-FILE
           END-IF.
           IF WS-PERD-OPEN
               CLOSE PERIOD-FILE
           END-IF.
           IF WS-CAL-OPEN
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-SIGNON-OK
               IF NOT WS-BATCH-CLOSED
                   PERFORM 3100-CLOSE-BATCH THRU 3100-EXIT

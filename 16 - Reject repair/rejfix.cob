      *                   REGISTER, SO ITS ID COULD BE REISSUED  *
      *                   AND THE SUPERVISOR'S EVENTUAL RELEASE  *
      *                   WOULD COLLIDE WITH THE NEW POSTING.    *
      *  2026-10-05 PBC   AUTHORITY LEVELS. RE-STAGING A CARD    *
      *                   THE ENGINE REJECTED OVERRIDES THAT     *
      *                   REJECTION, SO ONLY A SUPERVISOR OR     *
      *                   ADMINISTRATOR MAY OPEN A SESSION. A    *
      *                   CLERK IS TURNED AWAY AFTER SIGN-ON     *
      *                   WITH RETURN CODE 12 AND THE REFUSAL IS *
      *                   LOGGED ON AUDITFIL WITH RESULT D.      *
      *  2026-10-07 PBC   ACCOUNTING PERIOD CONTROL. AN OPEN     *
      *                   BATCH DATED IN A MONTH THE PERIODFL    *
      *                   CONTROL FILE SHOWS CLOSED REFUSES THE  *
      *                   SESSION - REPAIRS MUST BE STAGED INTO  *
      *                   A BATCH DATED IN AN OPEN PERIOD - AND  *
      *                   A REPAIRED RV MAY NOT NAME A           *
      *                   TRANSACTION THAT POSTED IN A CLOSED    *
      *                   MONTH.                                 *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS, THE DATE *
      *                   THE ID IS ISSUED FOLLOWED BY A         *
      *                   SEQUENCE WITHIN THAT DATE. THE SEED IS *
      *                   RAISED TO NO LOWER THAN TODAY'S FIRST  *
      *                   ID THE WAY TRANENTRY DOES IT, SO AN ID *
      *                   FROM AN EARLIER DAY IS NEVER ISSUED    *
      *                   AGAIN ONCE ITS REGISTER ROW IS PURGED. *
      *                   THE RV ORIGINAL-ID PROMPT TAKES 14     *
      *                   DIGITS, A REPAIRED RV CARRIES OPERAND  *
      *                   COUNT 3, AND THE REPAIR LOG SHOWS THE  *
      *                   FULL OLD AND NEW IDS.                  *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPAIR-LOG-FILE ASSIGN TO "REPAIRLG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PERIOD-FILE ASSIGN TO "PERIODFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PERD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       COPY AUDITREC.

       FD  REJECT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       COPY REJREC.

       FD  REJECT-NEW-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  REJECT-NEW-RECORD           PIC X(88).

       FD  TRAN-FILE
           RECORD CONTAINS 74 CHARACTERS.
       COPY TRANREC.

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPAIR-LOG-LINE             PIC X(80).

       FD  PERIOD-FILE.
       COPY PERIODRC.

       WORKING-STORAGE SECTION.
       01  User-Name                   PIC X(50).

       01  WS-CURRENT-DATE             PIC 9(08).
       01  WS-CURRENT-TIME             PIC 9(08).
       01  WS-OPERATOR-ID              PIC X(06) VALUE SPACES.
       77  WS-AUTH-LEVEL               PIC X(01) VALUE SPACE.
           88  WS-AUTH-SUPV-OR-ABOVE   VALUE "S" "A".
       77  WS-AUTH-REFUSED-SWITCH      PIC X(01) VALUE "N".
           88  WS-AUTH-REFUSED         VALUE "Y".

      *---------------------------------------------------------*
      *  PASSWORD CHECK WORK AREAS.                              *
           88  WS-RATE-FOUND           VALUE "Y".
       77  WS-RV-CANCEL-SWITCH         PIC X(01) VALUE "N".
           88  WS-RV-CANCELLED         VALUE "Y".
       77  WS-PERD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PERD-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-PERD-OPEN            VALUE "Y".
       77  WS-CHECK-CLOSED-SWITCH      PIC X(01) VALUE "N".
           88  WS-CHECK-PERIOD-CLOSED  VALUE "Y".
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
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-REPAIR-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-CARRY-COUNT              PIC 9(07) COMP VALUE ZERO.
                                       PIC 9(05).
       01  WS-OPERAND-VALUE            PIC S9(05) VALUE ZERO.
       01  WS-CURRENCY-INPUT           PIC X(03) VALUE SPACES.
       01  WS-ORIG-ID-INPUT            PIC X(14) VALUE SPACES.
       01  WS-ORIG-ID-N REDEFINES WS-ORIG-ID-INPUT
                                       PIC 9(14).
       01  WS-WORK-COUNT               PIC 9(01) VALUE ZERO.
       01  WS-WORK-OPERANDS.
           05  WS-WORK-OPERAND         PIC S9(05) OCCURS 9 TIMES
                                       VALUE ZERO.
       01  WS-OLD-TRAN-ID              PIC X(14) VALUE SPACES.

      *---------------------------------------------------------*
      *  BASE CURRENCY AND RATE TABLE, LOADED THE WAY TRANENTRY  *
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WL-OPERATOR-ID         PIC X(06).
           05  FILLER                 PIC X(06) VALUE " OLD: ".
           05  WL-OLD-TRAN-ID         PIC X(14).
           05  FILLER                 PIC X(06) VALUE " NEW: ".
           05  WL-NEW-TRAN-ID         PIC 9(14).
           05  FILLER                 PIC X(09) VALUE " REASON: ".
           05  WL-REASON-CODE         PIC X(02).
           05  FILLER                 PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-SIGNON-OK AND NOT WS-BATCH-CLOSED
               AND NOT WS-AUTH-REFUSED
               PERFORM 2000-WORK-ONE-REJECT THRU 2000-EXIT
                   UNTIL WS-REJ-END-OF-FILE
           END-IF.
      *  TRANENTRY DOES, LOAD THE CURRENCY CONTROLS, SEED THE    *
      *  NEXT TRAN-ID OFF THE STAGING FILE AND POSTED REGISTER,  *
      *  AND OPEN THE REJECT, CARRY-FORWARD AND LOG FILES. A     *
      *  BATCH THE DESK ALREADY CLOSED, OR ONE DATED IN A CLOSED *
      *  ACCOUNTING PERIOD, REFUSES THE SESSION - REJFILE IS     *
      *  LEFT EXACTLY AS IT STANDS, AS IT IS FOR AN OPERATOR     *
      *  BELOW SUPERVISOR AUTHORITY.                             *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O USER-MASTER-FILE.
           IF NOT WS-SIGNON-OK
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-AUTH-SUPV-OR-ABOVE
               DISPLAY "Reject repair needs supervisor authority."
               SET WS-AUTH-REFUSED TO TRUE
               PERFORM 1195-WRITE-DENIAL-AUDIT THRU 1195-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-READ-PARMS THRU 1300-EXIT.
           PERFORM 1400-LOAD-RATES THRU 1400-EXIT.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERD-STATUS = "00"
               SET WS-PERD-OPEN TO TRUE
           END-IF.
           PERFORM 1500-WORK-NEXT-TRAN-ID THRU 1500-EXIT.
           IF WS-BATCH-CLOSED
               DISPLAY "This batch has already been closed by the "
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
           EXIT.

      *---------------------------------------------------------*
      *  1500-WORK-NEXT-TRAN-ID - SEED THE NEXT TRAN-ID PAST THE *
      *  HIGHEST ON THE STAGING FILE, POSTED REGISTER AND        *
      *  SUSPENSE FILE AND NO LOWER THAN TODAY'S FLOOR, THE WAY  *
      *  TRANENTRY DOES, NOTING WHETHER THE BATCH IS ALREADY     *
      *  CLOSED OR DATED IN A CLOSED PERIOD, THEN REOPEN THE     *
      *  FILE FOR APPENDING.                                     *
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
               SET WS-BATCH-CLOSED TO TRUE
               GO TO 1500-EXIT
           END-IF.
           IF WS-BATCH-DATE > ZERO
               MOVE WS-BATCH-DATE TO WS-CHECK-DATE
               PERFORM 1750-CHECK-PERIOD THRU 1750-EXIT
               IF WS-CHECK-PERIOD-CLOSED
                   DISPLAY "The open batch is dated " WS-BATCH-DATE
                       ", in a closed accounting period. Stage "
                       "repairs into a batch dated in an open "
                       "period."
                   SET WS-BATCH-CLOSED TO TRUE
                   GO TO 1500-EXIT
               END-IF
           END-IF.
           OPEN EXTEND TRAN-FILE.
           IF WS-TRAN-STATUS = "35"
               DISPLAY "No open batch to stage repairs into - key "

      *---------------------------------------------------------*
      *  1560-NOTE-TRAN-ID - RAISE THE SEED PAST ONE RECORD OF   *
      *  THE SCAN, NOTING A TRAILER AS A CLOSED BATCH, A         *
      *  NON-ZERO HEADER EXPECTATION AS A LOCKED ONE AND THE     *
      *  HEADER'S BUSINESS DATE, AND READ THE NEXT.              *
      *---------------------------------------------------------*
       1560-NOTE-TRAN-ID.
           EVALUATE TRUE
                       AND TB-HDR-CARD-COUNT > ZERO
                       SET WS-EXPECT-LOCKED TO TRUE
                   END-IF
                   IF TB-HDR-BUSINESS-DATE IS NUMERIC
                       MOVE TB-HDR-BUSINESS-DATE TO WS-BATCH-DATE
                   END-IF
               WHEN TB-TYPE-TRAILER
                   SET WS-BATCH-CLOSED TO TRUE
               WHEN OTHER
       1600-EXIT.
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
      *  1610-READ-SUSPENSE - READ THE NEXT SUSPENSE ROW IN KEY  *
      *  ORDER.                                                  *
       1620-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1630-APPLY-ID-FLOOR - RAISE THE SEED TO TODAY'S FIRST   *
      *  TRAN-ID, THE DATE FOLLOWED BY A ZERO SEQUENCE, SO NO ID *
      *  FROM AN EARLIER DAY CAN BE ISSUED AGAIN - THE SAME      *
      *  FLOOR TRANENTRY APPLIES.                                *
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
      *  2000-WORK-ONE-REJECT - SHOW ONE REJECTED CARD AND TAKE  *
      *  THE OPERATOR'S CHOICE: REPAIR AND RE-STAGE IT, SKIP IT  *
      *---------------------------------------------------------*
      *  2750-PROMPT-ORIGINAL - ONE PROMPT/EDIT CYCLE FOR THE    *
      *  ORIGINAL TRAN-ID, THE SAME RULES TRANENTRY AND          *
      *  SIMPLEOPS APPLY, CLOSED-PERIOD REFUSAL INCLUDED.        *
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
           MOVE WS-NEXT-TRAN-ID TO TRAN-RV-ID.
           MOVE WS-OPERATOR-ID  TO TRAN-RV-OPERATOR-ID.
           MOVE "RV" TO TRAN-RV-OPERATION-CODE.
           MOVE 3 TO TRAN-RV-OPERAND-COUNT.
           MOVE WS-ORIG-ID-N TO TRAN-RV-ORIGINAL-ID.
           WRITE TRAN-REVERSAL-RECORD.
           ADD 1 TO WS-REPAIR-COUNT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - CLOSE FILES AND SAY WHAT HAPPENED. A   *
      *  REJECTED SIGN-ON OR A CLOSED BATCH COMES BACK 8, AN     *
      *  OPERATOR WITHOUT SUPERVISOR AUTHORITY 12.               *
      *---------------------------------------------------------*
       3000-TERMINATE.
           CLOSE USER-MASTER-FILE.
           CLOSE AUDIT-FILE.
           IF WS-AUTH-REFUSED
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-PREG-OPEN
               CLOSE POSTED-REG-FILE
           END-IF.
           IF WS-PERD-OPEN
               CLOSE PERIOD-FILE
           END-IF.
           IF WS-SIGNON-OK AND NOT WS-BATCH-CLOSED
               IF WS-REJ-STATUS = "00"
                   CLOSE REJECT-FILE

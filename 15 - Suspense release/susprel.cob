      *                   REPORT - SO EVERY FILE THE NIGHT       *
      *                   RECONCILIATION PROVES IS STILL         *
      *                   WRITTEN BY THE ONE ENGINE.             *
      *  2026-10-05 PBC   AUTHORITY LEVELS. ONLY A SUPERVISOR OR *
      *                   ADMINISTRATOR MAY OPEN THE REVIEW - A  *
      *                   CLERK IS TURNED AWAY AFTER SIGN-ON     *
      *                   WITH RETURN CODE 12 - AND NOBODY MAY   *
      *                   RELEASE A HELD ROW CARRYING THEIR OWN  *
      *                   OPERATOR ID. BOTH REFUSALS ARE LOGGED  *
      *                   ON AUDITFIL WITH RESULT D.             *
      *  2026-10-12 PBC   ROWS DESKFILECONSOLIDATE HELD AS       *
      *                   SUSPECTED DOUBLE-KEYINGS (STATUS D)    *
      *                   ARE NOW REVIEWED ALONGSIDE THE OVER-   *
      *                   LIMIT HOLDS, SHOWN WITH THE TRAN-ID    *
      *                   AND DATE OF THE CARD THEY MATCHED IN   *
      *                   PLACE OF AN AMOUNT AND LIMIT. RELEASE  *
      *                   AND REFUSE WORK THE SAME WAY FOR BOTH. *
      *  2026-10-14 PBC   HELD AND SUSPECT CARDS SHOW THE FULL   *
      *                   FOURTEEN-DIGIT TRAN-ID.                *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CURRENT-DATE             PIC 9(08).
       01  WS-CURRENT-TIME             PIC 9(08).
       01  WS-OPERATOR-ID              PIC X(06) VALUE SPACES.
       77  WS-AUTH-LEVEL               PIC X(01) VALUE SPACE.
           88  WS-AUTH-SUPV-OR-ABOVE   VALUE "S" "A".
       77  WS-AUTH-REFUSED-SWITCH      PIC X(01) VALUE "N".
           88  WS-AUTH-REFUSED         VALUE "Y".

      *---------------------------------------------------------*
      *  PASSWORD CHECK WORK AREAS.                              *

       01  WS-HELD-DISPLAY.
           05  FILLER                 PIC X(08) VALUE "TRAN-ID ".
           05  WD-TRAN-ID             PIC 9(14).
           05  FILLER                 PIC X(06) VALUE " OPER ".
           05  WD-OPERATOR-ID         PIC X(06).
           05  FILLER                 PIC X(04) VALUE " OP ".
           05  FILLER                 PIC X(06) VALUE " HELD ".
           05  WD-HELD-DATE           PIC 9(08).

       01  WS-SUSPECT-DISPLAY.
           05  FILLER                 PIC X(08) VALUE "TRAN-ID ".
           05  WU-TRAN-ID             PIC 9(14).
           05  FILLER                 PIC X(06) VALUE " OPER ".
           05  WU-OPERATOR-ID         PIC X(06).
           05  FILLER                 PIC X(04) VALUE " OP ".
           05  WU-OP-CODE             PIC X(02).
           05  FILLER                 PIC X(22)
               VALUE " DOUBLE-KEYED? MATCHES".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WU-MATCH-TRAN-ID       PIC 9(14).
           05  FILLER                 PIC X(04) VALUE " OF ".
           05  WU-MATCH-DATE          PIC 9(08).
           05  FILLER                 PIC X(06) VALUE " HELD ".
           05  WU-HELD-DATE           PIC 9(08).

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-SIGNON-OK AND NOT WS-AUTH-REFUSED
               PERFORM 2000-REVIEW-HELD THRU 2000-EXIT
                   UNTIL WS-REVIEW-DONE OR WS-SUSP-END-OF-FILE
           END-IF.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - SIGN THE SUPERVISOR ON AGAINST THE    *
      *  USER MASTER, AUDIT THE ATTEMPT, TURN AWAY ANYONE BELOW  *
      *  SUPERVISOR AUTHORITY, AND OPEN THE SUSPENSE FILE        *
      *  POSITIONED AT ITS FIRST ROW.                            *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O USER-MASTER-FILE.
           IF NOT WS-SIGNON-OK
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-AUTH-SUPV-OR-ABOVE
               DISPLAY "Suspense review needs supervisor authority."
               SET WS-AUTH-REFUSED TO TRUE
               PERFORM 1195-WRITE-DENIAL-AUDIT THRU 1195-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "No suspense file - nothing is held."
           IF WS-MATCH-FOUND AND WS-PWD-OK
               SET WS-SIGNON-OK TO TRUE
               MOVE UM-EMPLOYEE-ID TO WS-OPERATOR-ID
               MOVE UM-AUTHORITY-LEVEL TO WS-AUTH-LEVEL
               DISPLAY "Hello, " User-Name "!"
           END-IF.
           PERFORM 1190-WRITE-AUDIT THRU 1190-EXIT.
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
      *  2000-REVIEW-HELD - SHOW ONE ROW AWAITING A DECISION -   *
      *  AN OVER-LIMIT HOLD WITH ITS AMOUNT AND LIMIT, A         *
      *  SUSPECTED DOUBLE-KEYING WITH THE CARD IT MATCHED - AND  *
      *  TAKE THE SUPERVISOR'S DECISION. ROWS ALREADY DECIDED OR *
      *  CLOSED PASS STRAIGHT THROUGH.                           *
      *---------------------------------------------------------*
       2000-REVIEW-HELD.
           IF NOT SP-AWAITING-DECISION
               PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           IF SP-SUSPECT
               PERFORM 2050-SHOW-SUSPECT THRU 2050-EXIT
               GO TO 2000-DECIDE
           END-IF.
           MOVE SP-TRAN-ID       TO WD-TRAN-ID.
           MOVE SP-OPERATOR-ID   TO WD-OPERATOR-ID.
           MOVE SP-OPERATION-CODE TO WD-OP-CODE.
           MOVE SP-LIMIT-AMOUNT  TO WD-LIMIT.
           MOVE SP-HELD-DATE     TO WD-HELD-DATE.
           DISPLAY WS-HELD-DISPLAY.
       2000-DECIDE.
           PERFORM 2200-TAKE-DECISION THRU 2200-EXIT.
           IF NOT WS-REVIEW-DONE
               PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2050-SHOW-SUSPECT - SHOW A SUSPECTED DOUBLE-KEYING WITH *
      *  THE TRAN-ID AND BUSINESS DATE OF THE CARD IT MATCHED.   *
      *  IT HAS NO AMOUNT YET - SIMPLEOPS CALCULATES IT ONLY     *
      *  ONCE IT IS RELEASED.                                    *
      *---------------------------------------------------------*
       2050-SHOW-SUSPECT.
           MOVE SP-TRAN-ID        TO WU-TRAN-ID.
           MOVE SP-OPERATOR-ID    TO WU-OPERATOR-ID.
           MOVE SP-OPERATION-CODE TO WU-OP-CODE.
           MOVE SP-MATCH-TRAN-ID  TO WU-MATCH-TRAN-ID.
           MOVE SP-MATCH-DATE     TO WU-MATCH-DATE.
           MOVE SP-HELD-DATE      TO WU-HELD-DATE.
           DISPLAY WS-SUSPECT-DISPLAY.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-READ-SUSPENSE - READ THE NEXT SUSPENSE ROW IN KEY  *
      *  ORDER.                                                  *
      *---------------------------------------------------------*
      *  2200-TAKE-DECISION - ONE PROMPT/EDIT CYCLE FOR THE      *
      *  DECISION ON THE ROW JUST SHOWN, RE-ASKED UNTIL IT IS    *
      *  R (RELEASE), F (REFUSE), S (SKIP) OR END. A RELEASE OF  *
      *  A ROW KEYED UNDER THE SUPERVISOR'S OWN OPERATOR ID IS   *
      *  REFUSED AND AUDITED - SOMEBODY ELSE MUST APPROVE IT.    *
      *---------------------------------------------------------*
       2200-TAKE-DECISION.
           DISPLAY "Decision (R=release, F=refuse, S=skip, "
           EVALUATE WS-DECISION-INPUT
               WHEN "R"
               WHEN "r"
                   IF SP-OPERATOR-ID = WS-OPERATOR-ID
                       DISPLAY "You may not release your own "
                           "transaction - another supervisor must."
                       PERFORM 1195-WRITE-DENIAL-AUDIT THRU 1195-EXIT
                       GO TO 2200-TAKE-DECISION
                   END-IF
                   SET SP-RELEASED TO TRUE
                   PERFORM 2300-STAMP-DECISION THRU 2300-EXIT
                   ADD 1 TO WS-RELEASE-COUNT

      *---------------------------------------------------------*
      *  3000-TERMINATE - CLOSE FILES AND SAY WHAT WAS DECIDED.  *
      *  A REJECTED SIGN-ON COMES BACK 8, A USER WITHOUT         *
      *  SUPERVISOR AUTHORITY 12.                                *
      *---------------------------------------------------------*
       3000-TERMINATE.
           CLOSE USER-MASTER-FILE.
           CLOSE AUDIT-FILE.
           IF WS-AUTH-REFUSED
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-SIGNON-OK
               IF WS-SUSP-STATUS = "00"
                   CLOSE SUSPENSE-FILE

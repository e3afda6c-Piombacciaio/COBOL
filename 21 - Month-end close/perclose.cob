       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodClose.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-07.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-07 PBC   ORIGINAL VERSION - MONTH-END CLOSE.    *
      *                   SUMMARIZES THE MONTH'S GL EXTRACT      *
      *                   GENERATIONS BY LEDGER ACCOUNT AND COST *
      *                   CENTER, PROVES THE DEBIT AND CREDIT    *
      *                   TOTALS AND DETAIL COUNT AGAINST THE    *
      *                   POSTED REGISTER ROWS DATED IN THE      *
      *                   MONTH, AND - ONLY WHEN THEY TIE -      *
      *                   LOCKS THE MONTH ON THE PERIODFL        *
      *                   CONTROL FILE SO NOTHING MORE CAN POST  *
      *                   INTO IT. A TRIAL CARD PRINTS THE SAME  *
      *                   PROOF WITHOUT LOCKING; A REOPEN CARD,  *
      *                   FOR AN ADMINISTRATOR ONLY, UNLOCKS A   *
      *                   MONTH CLOSED IN ERROR. THE ACTING USER *
      *                   MUST HOLD SUPERVISOR AUTHORITY OR      *
      *                   ABOVE; A REFUSAL IS LOGGED ON AUDITFIL *
      *                   WITH RESULT D.                         *
      *  2026-10-08 PBC   A REGISTER ROW FLAGGED BACKED OUT BY   *
      *                   THE NIGHT BACKOUT NOW TALLIES TWICE,   *
      *                   THE SECOND TIME ON THE OPPOSITE SIDE - *
      *                   ITS NEGATION IS A DETAIL ON THE        *
      *                   BACKOUT GENERATION, WHOSE HEADER       *
      *                   CARRIES THE SAME BUSINESS DATE AND SO  *
      *                   FALLS IN THE SAME MONTH.               *
      *  2026-10-14 PBC   GL EXTRACT RECORD WIDENED FOR THE      *
      *                   FOURTEEN-DIGIT TRAN-ID.                *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CLOSCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS UM-USER-NAME WITH DUPLICATES
               FILE STATUS IS WS-UM-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT POSTED-REG-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-TRAN-ID
               FILE STATUS IS WS-PREG-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERIODFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *  THE CONTROL CARD - THE YYYYMM PERIOD, THE ACTION (C     *
      *  CLOSE AND LOCK, T TRIAL PROOF ONLY, R REOPEN) AND THE   *
      *  EMPLOYEE ID OF WHOEVER ASKED FOR IT. NO CARD OR A BAD   *
      *  CARD TOUCHES NOTHING.                                   *
      *---------------------------------------------------------*
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-PERIOD               PIC X(06).
           05  CC-PERIOD-NUM REDEFINES CC-PERIOD
                                       PIC 9(06).
           05  CC-PERIOD-YM REDEFINES CC-PERIOD.
               10  CC-PERIOD-YEAR      PIC 9(04).
               10  CC-PERIOD-MONTH     PIC 9(02).
           05  CC-ACTION               PIC X(01).
               88  CC-ACTION-CLOSE     VALUE "C".
               88  CC-ACTION-TRIAL     VALUE "T".
               88  CC-ACTION-REOPEN    VALUE "R".
           05  CC-USER-ID              PIC X(06).
           05  FILLER                  PIC X(67).

       FD  USER-MASTER-FILE.
       COPY USERMAST.

       FD  AUDIT-FILE
           RECORD CONTAINS 67 CHARACTERS.
       COPY AUDITREC.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY GLEXTRC.

       FD  POSTED-REG-FILE.
       COPY POSTREG.

       FD  PERIOD-FILE.
       COPY PERIODRC.

       FD  CLOSE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLOSE-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-UM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS                PIC X(02) VALUE SPACES.
       77  WS-PREG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PERIOD-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CARD-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-CARD-END-OF-FILE     VALUE "Y".
       77  WS-CARD-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-CARD-VALID           VALUE "Y".
       77  WS-AUTH-REFUSED-SWITCH      PIC X(01) VALUE "N".
           88  WS-AUTH-REFUSED         VALUE "Y".
       77  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED          VALUE "Y".
       77  WS-GL-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-GL-END-OF-FILE       VALUE "Y".
       77  WS-PREG-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-PREG-END-OF-FILE     VALUE "Y".
       77  WS-IN-PERIOD-SWITCH         PIC X(01) VALUE "N".
           88  WS-GEN-IN-PERIOD        VALUE "Y".
       77  WS-PERIOD-ROW-SWITCH        PIC X(01) VALUE "N".
           88  WS-PERIOD-ROW-FOUND     VALUE "Y".
       77  WS-TIE-SWITCH               PIC X(01) VALUE "N".
           88  WS-TOTALS-TIE           VALUE "Y".
       77  WS-LOCKED-SWITCH            PIC X(01) VALUE "N".
           88  WS-PERIOD-LOCKED        VALUE "Y".
       77  WS-FIRST-ROW-SWITCH         PIC X(01) VALUE "Y".
           88  WS-FIRST-ROW            VALUE "Y".
       77  WS-GEN-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-UNLISTED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-ROW-IX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-SORT-IX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-FIND-IX                  PIC 9(04) COMP VALUE ZERO.
       01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-YMD REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-PERIOD       PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-PERIOD                   PIC 9(06) VALUE ZERO.
       01  WS-ACTION-NAME              PIC X(08) VALUE SPACES.
       01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
       01  WS-WORK-YMD REDEFINES WS-WORK-DATE.
           05  WS-WORK-PERIOD          PIC 9(06).
           05  FILLER                  PIC 9(02).

      *---------------------------------------------------------*
      *  CONTROL TOTALS. DEBITS ARE THE POSITIVE RESULTS AND     *
      *  CREDITS THE NEGATIVE ONES, EACH HELD UNSIGNED; THE      *
      *  EXTRACT SIDE AND THE REGISTER SIDE MUST MATCH ON ALL    *
      *  THREE FIGURES BEFORE THE MONTH IS LOCKED.               *
      *---------------------------------------------------------*
       01  WS-GL-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-GL-DEBIT                 PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CREDIT                PIC 9(13)V99 VALUE ZERO.
       01  WS-PR-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-PR-DEBIT                 PIC 9(13)V99 VALUE ZERO.
       01  WS-PR-CREDIT                PIC 9(13)V99 VALUE ZERO.

      *---------------------------------------------------------*
      *  THE ACCOUNT SUMMARY TABLE - ONE ENTRY PER (LEDGER       *
      *  ACCOUNT, COST CENTER) SEEN ON THE MONTH'S EXTRACT       *
      *  DETAILS, SORTED FOR PRINTING. 1000 PAIRS IS FAR MORE    *
      *  THAN GLACTMAP MAPS TO; A PAIR PAST IT STILL COUNTS IN   *
      *  THE CONTROL TOTALS BUT LEAVES THE SUMMARY INCOMPLETE,   *
      *  SO THE MONTH IS NOT LOCKED.                             *
      *---------------------------------------------------------*
       01  WS-ACCOUNT-TABLE-AREA.
           05  WS-ACCOUNT-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-ACCOUNT-ENTRY OCCURS 1000 TIMES.
               10  WS-AC-SORT-KEY.
                   15  WS-AC-GL-ACCOUNT PIC X(08).
                   15  WS-AC-COST-CENTER PIC X(06).
               10  WS-AC-COUNT         PIC 9(07).
               10  WS-AC-DEBIT         PIC 9(13)V99.
               10  WS-AC-CREDIT        PIC 9(13)V99.
       01  WS-HOLD-ENTRY.
           05  WS-HOLD-SORT-KEY.
               10  WS-HOLD-GL-ACCOUNT  PIC X(08).
               10  WS-HOLD-COST-CENTER PIC X(06).
           05  WS-HOLD-COUNT           PIC 9(07).
           05  WS-HOLD-DEBIT           PIC 9(13)V99.
           05  WS-HOLD-CREDIT          PIC 9(13)V99.

      *---------------------------------------------------------*
      *  ACCOUNT-BREAK ACCUMULATORS FOR THE PRINTED SUMMARY.     *
      *---------------------------------------------------------*
       01  WS-PREV-GL-ACCOUNT          PIC X(08) VALUE SPACES.
       01  WS-ACCT-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-ACCT-DEBIT               PIC 9(13)V99 VALUE ZERO.
       01  WS-ACCT-CREDIT              PIC 9(13)V99 VALUE ZERO.

      *---------------------------------------------------------*
      *  REPORT LINES.                                           *
      *---------------------------------------------------------*
       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(17)
               VALUE "MONTH-END CLOSE  ".
           05  FILLER                 PIC X(07) VALUE "PERIOD ".
           05  WH-PERIOD              PIC 9(06).
           05  FILLER                 PIC X(09) VALUE "  ACTION ".
           05  WH-ACTION              PIC X(08).
           05  FILLER                 PIC X(07) VALUE "  USER ".
           05  WH-USER-ID             PIC X(06).
           05  FILLER                 PIC X(08) VALUE "  RUN DT".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WH-RUN-DATE            PIC 9(08).
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                 PIC X(37) VALUE
               "GL ACCT   COST CTR  COUNT".
           05  FILLER                 PIC X(17) VALUE "DEBITS".
           05  FILLER                 PIC X(26) VALUE "CREDITS".

       01  WS-DETAIL-LINE.
           05  WD-GL-ACCOUNT          PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-COST-CENTER         PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-COUNT               PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-DEBIT               PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-CREDIT              PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL               PIC X(18).
           05  WT-COUNT               PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WT-DEBIT               PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WT-CREDIT              PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WM-TEXT                PIC X(60).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(31)
               VALUE "EXTRACT GENERATIONS IN PERIOD: ".
           05  WN-GENERATIONS         PIC ZZZZ9.
           05  FILLER                 PIC X(22)
               VALUE "  PAIRS NOT SUMMARIZED".
           05  FILLER                 PIC X(02) VALUE ": ".
           05  WN-UNLISTED            PIC ZZZZZZ9.
           05  FILLER                 PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-CARD-VALID AND NOT WS-AUTH-REFUSED
               AND NOT WS-RUN-REFUSED
               IF CC-ACTION-REOPEN
                   PERFORM 2850-REOPEN-PERIOD THRU 2850-EXIT
               ELSE
                   PERFORM 2000-PROVE-PERIOD THRU 2000-EXIT
               END-IF
           END-IF.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, PROVE *
      *  THE ACTING USER'S AUTHORITY ON USERMAST, AND LOOK THE   *
      *  PERIOD UP ON THE CONTROL FILE. A MONTH ALREADY CLOSED   *
      *  CANNOT BE CLOSED AGAIN, A MONTH NOT CLOSED CANNOT BE    *
      *  REOPENED, AND THE CURRENT OR A FUTURE MONTH CANNOT BE   *
      *  CLOSED AT ALL - ITS POSTINGS ARE NOT FINISHED.          *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END
                       SET WS-CARD-END-OF-FILE TO TRUE
               END-READ
               CLOSE CONTROL-CARD-FILE
           ELSE
               SET WS-CARD-END-OF-FILE TO TRUE
           END-IF.
           IF WS-CARD-END-OF-FILE
               DISPLAY "PERIODCLOSE: NO CONTROL CARD STAGED - "
                   "NOTHING DONE."
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1900-EDIT-CARD THRU 1900-EXIT.
           IF NOT WS-CARD-VALID
               DISPLAY "PERIODCLOSE: BAD CONTROL CARD - "
                   "NOTHING DONE."
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM 1950-CHECK-USER THRU 1950-EXIT.
           CLOSE USER-MASTER-FILE.
           CLOSE AUDIT-FILE.
           IF WS-AUTH-REFUSED
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O PERIOD-FILE.
           IF WS-PERIOD-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF.
           MOVE WS-PERIOD TO PD-PERIOD.
           READ PERIOD-FILE
               INVALID KEY
                   MOVE "N" TO WS-PERIOD-ROW-SWITCH
               NOT INVALID KEY
                   SET WS-PERIOD-ROW-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN CC-ACTION-CLOSE AND WS-PERIOD-ROW-FOUND
                   AND PD-CLOSED
                   DISPLAY "PERIODCLOSE: PERIOD " WS-PERIOD
                       " IS ALREADY CLOSED."
                   SET WS-RUN-REFUSED TO TRUE
               WHEN CC-ACTION-CLOSE
                   AND WS-PERIOD NOT < WS-CURRENT-PERIOD
                   DISPLAY "PERIODCLOSE: PERIOD " WS-PERIOD
                       " IS NOT OVER YET - IT CANNOT BE CLOSED."
                   SET WS-RUN-REFUSED TO TRUE
               WHEN CC-ACTION-REOPEN AND NOT WS-PERIOD-ROW-FOUND
                   DISPLAY "PERIODCLOSE: PERIOD " WS-PERIOD
                       " WAS NEVER CLOSED - NOTHING TO REOPEN."
                   SET WS-RUN-REFUSED TO TRUE
               WHEN CC-ACTION-REOPEN AND NOT PD-CLOSED
                   DISPLAY "PERIODCLOSE: PERIOD " WS-PERIOD
                       " IS NOT CLOSED - NOTHING TO REOPEN."
                   SET WS-RUN-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1900-EDIT-CARD - THE PERIOD MUST BE A NUMERIC YYYYMM    *
      *  WITH A REAL MONTH, THE ACTION ONE OF C, T OR R, AND THE *
      *  ACTING USER PRESENT.                                    *
      *---------------------------------------------------------*
       1900-EDIT-CARD.
           MOVE "N" TO WS-CARD-VALID-SWITCH.
           IF CC-PERIOD IS NOT NUMERIC
               GO TO 1900-EXIT
           END-IF.
           IF CC-PERIOD-MONTH < 1 OR CC-PERIOD-MONTH > 12
               GO TO 1900-EXIT
           END-IF.
           IF NOT CC-ACTION-CLOSE AND NOT CC-ACTION-TRIAL
               AND NOT CC-ACTION-REOPEN
               GO TO 1900-EXIT
           END-IF.
           IF CC-USER-ID = SPACES
               GO TO 1900-EXIT
           END-IF.
           MOVE CC-PERIOD-NUM TO WS-PERIOD.
           EVALUATE TRUE
               WHEN CC-ACTION-CLOSE
                   MOVE "CLOSE" TO WS-ACTION-NAME
               WHEN CC-ACTION-TRIAL
                   MOVE "TRIAL" TO WS-ACTION-NAME
               WHEN CC-ACTION-REOPEN
                   MOVE "REOPEN" TO WS-ACTION-NAME
           END-EVALUATE.
           MOVE "Y" TO WS-CARD-VALID-SWITCH.
       1900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1950-CHECK-USER - THE ACTING USER MUST BE ON USERMAST,  *
      *  ACTIVE, AND HOLD SUPERVISOR AUTHORITY OR ABOVE - OR     *
      *  ADMINISTRATOR AUTHORITY TO REOPEN A CLOSED MONTH. ANY   *
      *  REFUSAL IS LOGGED ON THE AUDIT TRAIL.                   *
      *---------------------------------------------------------*
       1950-CHECK-USER.
           MOVE CC-USER-ID TO UM-EMPLOYEE-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   DISPLAY "PERIODCLOSE: USER " CC-USER-ID
                       " IS NOT ON THE USER MASTER."
                   MOVE SPACES TO UM-USER-NAME
                   MOVE CC-USER-ID TO UM-USER-NAME
                   SET WS-AUTH-REFUSED TO TRUE
                   GO TO 1950-AUDIT
           END-READ.
           IF NOT UM-ACTIVE
               DISPLAY "PERIODCLOSE: USER " CC-USER-ID
                   " IS INACTIVE."
               SET WS-AUTH-REFUSED TO TRUE
               GO TO 1950-AUDIT
           END-IF.
           IF CC-ACTION-REOPEN AND NOT UM-AUTH-ADMIN
               DISPLAY "PERIODCLOSE: REOPENING A PERIOD NEEDS "
                   "ADMINISTRATOR AUTHORITY."
               SET WS-AUTH-REFUSED TO TRUE
               GO TO 1950-AUDIT
           END-IF.
           IF NOT UM-AUTH-SUPV-OR-ABOVE
               DISPLAY "PERIODCLOSE: MONTH-END CLOSE NEEDS "
                   "SUPERVISOR AUTHORITY."
               SET WS-AUTH-REFUSED TO TRUE
           END-IF.
       1950-AUDIT.
           IF WS-AUTH-REFUSED
               PERFORM 1960-WRITE-DENIAL-AUDIT THRU 1960-EXIT
           END-IF.
       1950-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1960-WRITE-DENIAL-AUDIT - LOG THE REFUSED ACTING USER   *
      *  ON THE AUDIT TRAIL WITH RESULT D.                       *
      *---------------------------------------------------------*
       1960-WRITE-DENIAL-AUDIT.
           MOVE WS-CURRENT-DATE TO AUD-DATE.
           MOVE WS-CURRENT-TIME TO AUD-TIME.
           MOVE UM-USER-NAME TO AUD-USER-NAME.
           SET AUD-DENIED TO TRUE.
           WRITE AUDIT-RECORD.
       1960-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-PROVE-PERIOD - SUMMARIZE THE MONTH'S EXTRACT       *
      *  GENERATIONS, TALLY THE MONTH'S REGISTER ROWS, PRINT THE *
      *  SUMMARY AND THE TIE-OUT, AND LOCK THE MONTH IF THIS IS  *
      *  A CLOSE AND EVERYTHING TIES.                            *
      *---------------------------------------------------------*
       2000-PROVE-PERIOD.
           OPEN INPUT GL-EXTRACT-FILE.
           IF WS-GL-STATUS = "00"
               PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
               PERFORM 2050-SUMMARIZE-ONE THRU 2050-EXIT
                   UNTIL WS-GL-END-OF-FILE
               CLOSE GL-EXTRACT-FILE
           ELSE
               DISPLAY "PERIODCLOSE: NO GL EXTRACT GENERATIONS "
                   "FOUND."
           END-IF.
           OPEN INPUT POSTED-REG-FILE.
           IF WS-PREG-STATUS = "00"
               PERFORM 2250-READ-REGISTER THRU 2250-EXIT
               PERFORM 2200-TALLY-ONE-ROW THRU 2200-EXIT
                   UNTIL WS-PREG-END-OF-FILE
               CLOSE POSTED-REG-FILE
           END-IF.
           IF WS-GL-COUNT = WS-PR-COUNT
               AND WS-GL-DEBIT = WS-PR-DEBIT
               AND WS-GL-CREDIT = WS-PR-CREDIT
               SET WS-TOTALS-TIE TO TRUE
           END-IF.
           PERFORM 2500-SORT-ACCOUNT-TABLE THRU 2500-EXIT.
           PERFORM 2600-PRINT-REPORT THRU 2600-EXIT.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2050-SUMMARIZE-ONE - CLASSIFY ONE EXTRACT RECORD. EACH  *
      *  GENERATION OPENS WITH A HEADER CARRYING THE BUSINESS    *
      *  DATE IT POSTED FOR, WHICH DECIDES WHETHER ITS DETAILS   *
      *  BELONG TO THE MONTH BEING CLOSED. TRAILERS ARE LEFT TO  *
      *  THE NIGHTLY BALANCING STEP.                             *
      *---------------------------------------------------------*
       2050-SUMMARIZE-ONE.
           EVALUATE TRUE
               WHEN GL-TYPE-HEADER
                   MOVE "N" TO WS-IN-PERIOD-SWITCH
                   IF GL-HDR-RUN-DATE IS NUMERIC
                       MOVE GL-HDR-RUN-DATE TO WS-WORK-DATE
                       IF WS-WORK-PERIOD = WS-PERIOD
                           SET WS-GEN-IN-PERIOD TO TRUE
                           ADD 1 TO WS-GEN-COUNT
                       END-IF
                   END-IF
               WHEN GL-TYPE-DETAIL AND WS-GEN-IN-PERIOD
                   PERFORM 2150-ADD-TO-TABLE THRU 2150-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-READ-EXTRACT - READ THE NEXT EXTRACT RECORD        *
      *---------------------------------------------------------*
       2100-READ-EXTRACT.
           READ GL-EXTRACT-FILE
               AT END
                   SET WS-GL-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2150-ADD-TO-TABLE - ROLL ONE DETAIL INTO THE CONTROL    *
      *  TOTALS AND INTO ITS (ACCOUNT, COST CENTER) ENTRY,       *
      *  ADDING THE ENTRY THE FIRST TIME THE PAIR IS SEEN.       *
      *---------------------------------------------------------*
       2150-ADD-TO-TABLE.
           ADD 1 TO WS-GL-COUNT.
           IF GL-RESULT-SIGN = "-"
               ADD GL-RESULT-AMOUNT TO WS-GL-CREDIT
           ELSE
               ADD GL-RESULT-AMOUNT TO WS-GL-DEBIT
           END-IF.
           MOVE GL-GL-ACCOUNT  TO WS-HOLD-GL-ACCOUNT.
           MOVE GL-COST-CENTER TO WS-HOLD-COST-CENTER.
           MOVE 1 TO WS-FIND-IX.
           PERFORM 2160-FIND-ENTRY THRU 2160-EXIT
               UNTIL WS-FIND-IX > WS-ACCOUNT-COUNT
               OR WS-AC-SORT-KEY (WS-FIND-IX) = WS-HOLD-SORT-KEY.
           IF WS-FIND-IX > WS-ACCOUNT-COUNT
               IF WS-ACCOUNT-COUNT >= 1000
                   ADD 1 TO WS-UNLISTED-COUNT
                   GO TO 2150-EXIT
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-FIND-IX
               MOVE WS-HOLD-SORT-KEY TO WS-AC-SORT-KEY (WS-FIND-IX)
               MOVE ZERO TO WS-AC-COUNT (WS-FIND-IX)
               MOVE ZERO TO WS-AC-DEBIT (WS-FIND-IX)
               MOVE ZERO TO WS-AC-CREDIT (WS-FIND-IX)
           END-IF.
           ADD 1 TO WS-AC-COUNT (WS-FIND-IX).
           IF GL-RESULT-SIGN = "-"
               ADD GL-RESULT-AMOUNT TO WS-AC-CREDIT (WS-FIND-IX)
           ELSE
               ADD GL-RESULT-AMOUNT TO WS-AC-DEBIT (WS-FIND-IX)
           END-IF.
       2150-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2160-FIND-ENTRY - STEP THE TABLE SEARCH ONE ENTRY.      *
      *---------------------------------------------------------*
       2160-FIND-ENTRY.
           ADD 1 TO WS-FIND-IX.
       2160-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2200-TALLY-ONE-ROW - ROLL ONE REGISTER ROW POSTED IN    *
      *  THE MONTH INTO THE REGISTER-SIDE TOTALS AND READ THE    *
      *  NEXT. A REVERSED ROW STILL COUNTS - ITS OFFSET POSTED   *
      *  AS A ROW (AND AN EXTRACT DETAIL) OF ITS OWN. A BACKED-  *
      *  OUT ROW ALSO COUNTS ITS NEGATION ON THE OPPOSITE SIDE,  *
      *  MATCHING THE DETAIL ON THE BACKOUT GENERATION.          *
      *---------------------------------------------------------*
       2200-TALLY-ONE-ROW.
           MOVE PR-RUN-DATE TO WS-WORK-DATE.
           IF WS-WORK-PERIOD = WS-PERIOD
               ADD 1 TO WS-PR-COUNT
               IF PR-RESULT-SIGN = "-"
                   ADD PR-RESULT-AMOUNT TO WS-PR-CREDIT
               ELSE
                   ADD PR-RESULT-AMOUNT TO WS-PR-DEBIT
               END-IF
               IF PR-BACKED-OUT
                   ADD 1 TO WS-PR-COUNT
                   IF PR-RESULT-SIGN = "-"
                       ADD PR-RESULT-AMOUNT TO WS-PR-DEBIT
                   ELSE
                       ADD PR-RESULT-AMOUNT TO WS-PR-CREDIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 2250-READ-REGISTER THRU 2250-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2250-READ-REGISTER - READ THE NEXT POSTED REGISTER ROW  *
      *---------------------------------------------------------*
       2250-READ-REGISTER.
           READ POSTED-REG-FILE NEXT RECORD
               AT END
                   SET WS-PREG-END-OF-FILE TO TRUE
           END-READ.
       2250-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2500-SORT-ACCOUNT-TABLE - INSERTION SORT OF THE SUMMARY *
      *  TABLE ON ACCOUNT AND COST CENTER.                       *
      *---------------------------------------------------------*
       2500-SORT-ACCOUNT-TABLE.
           MOVE 2 TO WS-ROW-IX.
           PERFORM 2510-INSERT-ONE-ROW THRU 2510-EXIT
               UNTIL WS-ROW-IX > WS-ACCOUNT-COUNT.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2510-INSERT-ONE-ROW - SLIDE ONE ENTRY DOWN INTO PLACE   *
      *  AMONG THE ENTRIES ALREADY SORTED ABOVE IT.              *
      *---------------------------------------------------------*
       2510-INSERT-ONE-ROW.
           MOVE WS-ACCOUNT-ENTRY (WS-ROW-IX) TO WS-HOLD-ENTRY.
           MOVE WS-ROW-IX TO WS-SORT-IX.
           PERFORM 2520-SLIDE-ONE-SLOT THRU 2520-EXIT
               UNTIL WS-SORT-IX = 1
               OR WS-AC-SORT-KEY (WS-SORT-IX - 1)
                   NOT > WS-HOLD-SORT-KEY.
           MOVE WS-HOLD-ENTRY TO WS-ACCOUNT-ENTRY (WS-SORT-IX).
           ADD 1 TO WS-ROW-IX.
       2510-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2520-SLIDE-ONE-SLOT - MOVE ONE ENTRY DOWN A SLOT.       *
      *---------------------------------------------------------*
       2520-SLIDE-ONE-SLOT.
           MOVE WS-ACCOUNT-ENTRY (WS-SORT-IX - 1)
               TO WS-ACCOUNT-ENTRY (WS-SORT-IX).
           SUBTRACT 1 FROM WS-SORT-IX.
       2520-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2600-PRINT-REPORT - PRINT THE ACCOUNT SUMMARY WITH A    *
      *  TOTAL AT EACH CHANGE OF LEDGER ACCOUNT, THEN THE TIE-   *
      *  OUT OF THE EXTRACT TOTALS AGAINST THE POSTED REGISTER,  *
      *  THEN LOCK THE MONTH WHEN THE CARD ASKED FOR IT AND IT   *
      *  TIES.                                                   *
      *---------------------------------------------------------*
       2600-PRINT-REPORT.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           MOVE WS-PERIOD       TO WH-PERIOD.
           MOVE WS-ACTION-NAME  TO WH-ACTION.
           MOVE CC-USER-ID      TO WH-USER-ID.
           MOVE WS-CURRENT-DATE TO WH-RUN-DATE.
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE FROM WS-COLUMN-HEADING.
           IF WS-ACCOUNT-COUNT = ZERO
               MOVE "NO EXTRACT DETAILS FOR THE PERIOD." TO WM-TEXT
               WRITE CLOSE-REPORT-LINE FROM WS-MESSAGE-LINE
               GO TO 2600-TIE-OUT
           END-IF.
           MOVE 1 TO WS-ROW-IX.
           PERFORM 2610-PRINT-ONE-ROW THRU 2610-EXIT
               UNTIL WS-ROW-IX > WS-ACCOUNT-COUNT.
           PERFORM 2620-CLOSE-ACCOUNT THRU 2620-EXIT.
       2600-TIE-OUT.
           PERFORM 2700-PRINT-TIE-OUT THRU 2700-EXIT.
           IF CC-ACTION-CLOSE AND WS-TOTALS-TIE
               AND WS-UNLISTED-COUNT = ZERO
               PERFORM 2800-LOCK-PERIOD THRU 2800-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-PERIOD-LOCKED
                   MOVE "TOTALS TIE - PERIOD CLOSED AND LOCKED."
                       TO WM-TEXT
               WHEN NOT WS-TOTALS-TIE
                   MOVE "TOTALS DO NOT TIE - PERIOD LEFT OPEN."
                       TO WM-TEXT
               WHEN WS-UNLISTED-COUNT > ZERO
                   MOVE "SUMMARY INCOMPLETE - PERIOD LEFT OPEN."
                       TO WM-TEXT
               WHEN OTHER
                   MOVE "TOTALS TIE - TRIAL ONLY, PERIOD NOT LOCKED."
                       TO WM-TEXT
           END-EVALUATE.
           WRITE CLOSE-REPORT-LINE FROM WS-MESSAGE-LINE.
           CLOSE CLOSE-REPORT-FILE.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2610-PRINT-ONE-ROW - PRINT ONE (ACCOUNT, COST CENTER)   *
      *  LINE, CLOSING THE PRIOR ACCOUNT FIRST WHEN IT CHANGES.  *
      *---------------------------------------------------------*
       2610-PRINT-ONE-ROW.
           IF NOT WS-FIRST-ROW
               AND WS-AC-GL-ACCOUNT (WS-ROW-IX)
                   NOT = WS-PREV-GL-ACCOUNT
               PERFORM 2620-CLOSE-ACCOUNT THRU 2620-EXIT
           END-IF.
           MOVE "N" TO WS-FIRST-ROW-SWITCH.
           MOVE WS-AC-GL-ACCOUNT (WS-ROW-IX) TO WS-PREV-GL-ACCOUNT.
           MOVE WS-AC-GL-ACCOUNT (WS-ROW-IX)  TO WD-GL-ACCOUNT.
           MOVE WS-AC-COST-CENTER (WS-ROW-IX) TO WD-COST-CENTER.
           MOVE WS-AC-COUNT (WS-ROW-IX)       TO WD-COUNT.
           MOVE WS-AC-DEBIT (WS-ROW-IX)       TO WD-DEBIT.
           MOVE WS-AC-CREDIT (WS-ROW-IX)      TO WD-CREDIT.
           WRITE CLOSE-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD WS-AC-COUNT (WS-ROW-IX)  TO WS-ACCT-COUNT.
           ADD WS-AC-DEBIT (WS-ROW-IX)  TO WS-ACCT-DEBIT.
           ADD WS-AC-CREDIT (WS-ROW-IX) TO WS-ACCT-CREDIT.
           ADD 1 TO WS-ROW-IX.
       2610-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2620-CLOSE-ACCOUNT - PRINT THE TOTAL FOR THE ACCOUNT    *
      *  JUST FINISHED AND RESET ITS ACCUMULATORS.               *
      *---------------------------------------------------------*
       2620-CLOSE-ACCOUNT.
           MOVE SPACES TO WT-LABEL.
           STRING "  ACCT " DELIMITED BY SIZE
               WS-PREV-GL-ACCOUNT DELIMITED BY SIZE
               INTO WT-LABEL
           END-STRING.
           MOVE WS-ACCT-COUNT  TO WT-COUNT.
           MOVE WS-ACCT-DEBIT  TO WT-DEBIT.
           MOVE WS-ACCT-CREDIT TO WT-CREDIT.
           WRITE CLOSE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-ACCT-COUNT.
           MOVE ZERO TO WS-ACCT-DEBIT.
           MOVE ZERO TO WS-ACCT-CREDIT.
       2620-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2700-PRINT-TIE-OUT - THE EXTRACT-SIDE AND REGISTER-SIDE *
      *  CONTROL TOTALS, ONE LINE EACH, AND THE GENERATION       *
      *  COUNT.                                                  *
      *---------------------------------------------------------*
       2700-PRINT-TIE-OUT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE "GL EXTRACT TOTAL" TO WT-LABEL.
           MOVE WS-GL-COUNT  TO WT-COUNT.
           MOVE WS-GL-DEBIT  TO WT-DEBIT.
           MOVE WS-GL-CREDIT TO WT-CREDIT.
           WRITE CLOSE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "POSTED REGISTER" TO WT-LABEL.
           MOVE WS-PR-COUNT  TO WT-COUNT.
           MOVE WS-PR-DEBIT  TO WT-DEBIT.
           MOVE WS-PR-CREDIT TO WT-CREDIT.
           WRITE CLOSE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-GEN-COUNT      TO WN-GENERATIONS.
           MOVE WS-UNLISTED-COUNT TO WN-UNLISTED.
           WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2800-LOCK-PERIOD - MARK THE MONTH CLOSED ON THE CONTROL *
      *  FILE WITH WHO CLOSED IT, WHEN, AND THE TOTALS PROVED.   *
      *---------------------------------------------------------*
       2800-LOCK-PERIOD.
           IF NOT WS-PERIOD-ROW-FOUND
               MOVE SPACES TO PERIOD-CONTROL-RECORD
           END-IF.
           MOVE WS-PERIOD       TO PD-PERIOD.
           SET PD-CLOSED TO TRUE.
           MOVE WS-CURRENT-DATE TO PD-CLOSE-DATE.
           MOVE WS-CURRENT-TIME TO PD-CLOSE-TIME.
           MOVE CC-USER-ID      TO PD-CLOSE-USER.
           MOVE WS-GL-DEBIT     TO PD-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT    TO PD-CREDIT-TOTAL.
           MOVE WS-GL-COUNT     TO PD-DETAIL-COUNT.
           IF WS-PERIOD-ROW-FOUND
               REWRITE PERIOD-CONTROL-RECORD
           ELSE
               WRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "PERIODCLOSE: PERIOD CONTROL WRITE "
                           "FAILED, STATUS " WS-PERIOD-STATUS
                       GO TO 2800-EXIT
               END-WRITE
           END-IF.
           SET WS-PERIOD-LOCKED TO TRUE.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2850-REOPEN-PERIOD - AN ADMINISTRATOR UNLOCKS A MONTH   *
      *  CLOSED IN ERROR. THE ROW STAYS, MARKED OPEN AND STAMPED *
      *  WITH WHO REOPENED IT AND WHEN, SO THE NEXT CLOSE PROVES *
      *  THE MONTH AFRESH.                                       *
      *---------------------------------------------------------*
       2850-REOPEN-PERIOD.
           SET PD-OPEN TO TRUE.
           MOVE WS-CURRENT-DATE TO PD-CLOSE-DATE.
           MOVE WS-CURRENT-TIME TO PD-CLOSE-TIME.
           MOVE CC-USER-ID      TO PD-CLOSE-USER.
           REWRITE PERIOD-CONTROL-RECORD.
           DISPLAY "PERIODCLOSE: PERIOD " WS-PERIOD
               " REOPENED BY " CC-USER-ID ".".
       2850-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - CLOSE THE CONTROL FILE AND SET THE     *
      *  RETURN CODE: 0 = CLOSED, REOPENED OR A TRIAL THAT TIES, *
      *  8 = NO OR BAD CARD, A PERIOD IN THE WRONG STATE, OR     *
      *  TOTALS THAT DO NOT TIE (NOTHING LOCKED), 12 = ACTING    *
      *  USER WITHOUT THE AUTHORITY.                             *
      *---------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-CARD-VALID
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-AUTH-REFUSED
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           CLOSE PERIOD-FILE.
           IF WS-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF CC-ACTION-REOPEN
               MOVE 0 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "PERIODCLOSE: PERIOD " WS-PERIOD " - "
               WS-GL-COUNT " EXTRACT DETAIL(S), " WS-PR-COUNT
               " REGISTER ROW(S).".
           IF WS-TOTALS-TIE AND WS-UNLISTED-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "PERIODCLOSE: PERIOD " WS-PERIOD
                   " NOT PROVED - LEFT OPEN."
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

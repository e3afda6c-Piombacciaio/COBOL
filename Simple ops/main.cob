      *                   AND EXTRACT STILL OPEN OUTPUT FRESH -      *
      *                   THEY ARE PER-GENERATION FILES; REJFILE IS  *
      *                   A WORK QUEUE THAT DRAINS THROUGH REPAIR.   *
      *  2026-10-06 PBC   A HOLD SUSPENSEAGING EXPIRED - REFUSED     *
      *                   UNDER ITS AGING DECIDER ID RATHER THAN A   *
      *                   SUPERVISOR'S - BOOKS WITH ITS OWN REASON   *
      *                   CODE 16 SO THE EXCEPTION REPORT TELLS AN   *
      *                   EXPIRED HOLD FROM A DELIBERATE REFUSAL.    *
      *  2026-10-07 PBC   ACCOUNTING PERIOD CONTROL. THE BUSINESS    *
      *                   DATE'S MONTH IS LOOKED UP ON THE PERIODFL  *
      *                   CONTROL FILE PERIODCLOSE MAINTAINS; WHEN   *
      *                   THAT MONTH IS CLOSED EVERY CARD IN THE     *
      *                   BATCH REJECTS WITH ITS OWN REASON CODE 17  *
      *                   (AND LANDS ON REJFILE FOR REJECTREPAIR TO  *
      *                   RE-STAGE INTO AN OPEN PERIOD), AND AN RV   *
      *                   WHOSE ORIGINAL POSTED IN A CLOSED MONTH    *
      *                   REJECTS WITH REASON CODE 18. THE GL        *
      *                   EXTRACT HEADER NOW CARRIES THE BUSINESS    *
      *                   DATE INSTEAD OF THE CLOCK DATE, SO A RUN   *
      *                   FINISHING AFTER MIDNIGHT ON THE FIRST OF   *
      *                   A MONTH IS STILL SUMMARIZED WITH THE       *
      *                   MONTH ITS REGISTER ROWS ARE DATED IN.      *
      *  2026-10-08 PBC   AN RV'S REGISTER ROW NOW RECORDS THE       *
      *                   TRAN-ID IT REVERSED, SO NIGHTBACKOUT CAN   *
      *                   TELL A REVERSAL POSTED IN THE SAME RUN AS  *
      *                   ITS ORIGINAL FROM ONE POSTED ON A LATER    *
      *                   NIGHT. A NEW RUN-CONTROL ROW STARTS WITH   *
      *                   NO BACKOUT DATE OR USER.                   *
      *  2026-10-12 PBC   SUSPECTED DOUBLE-KEYINGS HELD BY           *
      *                   DESKFILECONSOLIDATE (SUSPENSE STATUS D)    *
      *                   ARE LEFT ALONE UNTIL A SUPERVISOR DECIDES  *
      *                   THEM. A RELEASED ONE GOES THROUGH THE      *
      *                   FULL POSTING PATH INCLUDING THE AMOUNT     *
      *                   LIMIT CHECK - IT WAS NEVER CALCULATED,     *
      *                   LET ALONE OVERRIDDEN - AND IS HELD AGAIN   *
      *                   OVER ITS LIMIT IF NEED BE; A REFUSED ONE   *
      *                   BOOKS WITH ITS OWN REASON CODE 19. A NEW   *
      *                   OVER-LIMIT HOLD NOW MARKS ITS HOLD         *
      *                   REASON.                                    *
      *  2026-10-13 PBC   EVERY POSTED REGISTER ROW IS NOW WRITTEN   *
      *                   GL-PENDING WITH NO LEDGER REASON OR        *
      *                   ANSWER DATE; GLACKNOWLEDGE MARKS IT        *
      *                   CONFIRMED OR REJECTED WHEN THE LEDGER'S    *
      *                   ACKNOWLEDGEMENT COMES BACK.                *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS THROUGHOUT -  *
      *                   THE TRANSACTION, REJECT, CHECKPOINT, GL    *
      *                   EXTRACT AND RESULTS HISTORY RECORDS, THE   *
      *                   RESTART KEY AND THE RUN-CONTROL KEY. THE   *
      *                   REPORT AND EXCEPTION LINES PRINT THE FULL  *
      *                   ID.                                        *
      *  2026-10-15 PBC   LIMITFIL IS NOW LOADED STRAIGHT AFTER THE  *
      *                   BATCH PROOF, BEFORE ANY OTHER FILE IS      *
      *                   OPENED, AND MUST LOAD WHOLE. A FILE        *
      *                   HOLDING MORE THAN THE 100 LIMITS THE       *
      *                   TABLE TAKES, OR A ROW WITH NO OPERATION    *
      *                   CODE OR A NON-NUMERIC AMOUNT, REFUSES THE  *
      *                   RUN WITH RETURN CODE 12 AND NOTHING        *
      *                   POSTED INSTEAD OF QUIETLY DROPPING THE     *
      *                   LIMIT. WHOLLY BLANK ROWS ARE STILL PASSED  *
      *                   OVER. AMOUNTLIMITMAINT NOW MAINTAINS THE   *
      *                   FILE.                                      *
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

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 74 CHARACTERS.
       COPY TRANREC.

       FD  REPORT-FILE
       01  EXCEPTION-LINE              PIC X(80).

       FD  REJECT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       COPY REJREC.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 253 CHARACTERS.
       COPY CHKPTREC.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY GLEXTRC.

       FD  PARM-FILE
       COPY RATEREC.

       FD  RESULTS-HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY HISTREC.

       FD  RUN-CONTROL-FILE.
       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  PERIOD-FILE.
       COPY PERIODRC.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
      *  CHECKPOINT/RESTART CONTROLS.                            *
      *---------------------------------------------------------*
       77  WS-CKPT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-RESTART-KEY               PIC 9(14) VALUE ZERO.
       77  WS-CKPT-INTERVAL             PIC 9(04) COMP VALUE 100.
       77  WS-CKPT-QUOT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-CKPT-REM                  PIC 9(04) COMP VALUE ZERO.
      *  REFUSES A RESUBMITTED RUN.                              *
      *---------------------------------------------------------*
       77  WS-RUNC-STATUS               PIC X(02) VALUE SPACES.
       77  WS-FIRST-TRAN-ID             PIC 9(14) VALUE ZERO.
       77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
       77  WS-START-TIME                PIC 9(08) VALUE ZERO.
       77  WS-REFUSE-SWITCH             PIC X(01) VALUE "N".
       77  WS-SUSP-STATUS               PIC X(02) VALUE SPACES.
       77  WS-LIMT-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-LIMT-END-OF-FILE      VALUE "Y".
       77  WS-LIMIT-REFUSE-SWITCH       PIC X(01) VALUE "N".
           88  WS-LIMIT-REFUSED         VALUE "Y".
       77  WS-SUSP-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-SUSP-END-OF-FILE      VALUE "Y".
       77  WS-LIMIT-IX                  PIC 9(03) COMP VALUE ZERO.
               10  WS-RATE-TO-BASE      PIC 9(03)V9(06).
               10  WS-RATE-EFF-DATE     PIC 9(08).

      *---------------------------------------------------------*
      *  ACCOUNTING PERIOD CONTROLS - PERIODFL IS OPENED AT      *
      *  START-UP WHEN IT EXISTS (A SITE THAT HAS NEVER CLOSED A *
      *  MONTH HAS NO FILE, AND EVERY MONTH IS OPEN). THE        *
      *  BUSINESS DATE'S MONTH IS CHECKED ONCE; AN RV CARD'S     *
      *  ORIGINAL IS CHECKED AGAINST THE MONTH IT POSTED IN.     *
      *---------------------------------------------------------*
       77  WS-PERD-STATUS               PIC X(02) VALUE SPACES.
       77  WS-PERD-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-PERD-OPEN             VALUE "Y".
       77  WS-BUS-PERIOD-SWITCH         PIC X(01) VALUE "N".
           88  WS-BUS-PERIOD-CLOSED     VALUE "Y".
       77  WS-CHECK-CLOSED-SWITCH       PIC X(01) VALUE "N".
           88  WS-CHECK-PERIOD-CLOSED   VALUE "Y".
       01  WS-CHECK-DATE                PIC 9(08) VALUE ZERO.
       01  WS-CHECK-YMD REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-PERIOD          PIC 9(06).
           05  FILLER                   PIC 9(02).

      *---------------------------------------------------------*
      *  EDIT SWITCH AND REASON CODES FOR THE VALIDATION STEP.   *
      *---------------------------------------------------------*
           88  WS-REASON-NO-GL-MAPPING    VALUE "13".
           88  WS-REASON-SUSP-REFUSED     VALUE "14".
           88  WS-REASON-NO-EFF-RATE      VALUE "15".
           88  WS-REASON-HOLD-EXPIRED     VALUE "16".
           88  WS-REASON-PERIOD-CLOSED    VALUE "17".
           88  WS-REASON-RV-PERIOD-CLOSED VALUE "18".
           88  WS-REASON-DOUBLE-KEYED     VALUE "19".
       77  WS-OPERAND-IX               PIC 9(02) COMP VALUE ZERO.
       01  WS-REASON-TEXT              PIC X(30) VALUE SPACES.

           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-EXCEPTION-DETAIL.
           05  WE-TRAN-SEQ            PIC Z(13)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WE-OP-CODE             PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WE-REASON-CODE         PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WE-REASON-TEXT         PIC X(30).
           05  FILLER                 PIC X(04) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WD-TRAN-ID             PIC Z(13)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-OPERATOR-ID         PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-OPERAND2            PIC -ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-RESULT              PIC -ZZZZZZZZZ9.99.
           05  FILLER                 PIC X(08) VALUE SPACES.

      *---------------------------------------------------------*
      *  OPERATOR CONTROL-BREAK TOTALS.                          *
           05  FILLER                 PIC X(01) VALUE SPACES.

       01  WS-REPORT-COL-HDG.
           05  FILLER                 PIC X(48) VALUE
               "TRAN-ID          OPERATR  OP   OPRND1   OPRND2 ".
           05  FILLER                 PIC X(32) VALUE
               "      RESULT".

      *---------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-BATCH-REFUSED
                   PERFORM 3950-REFUSE-BATCH THRU 3950-EXIT
               WHEN WS-LIMIT-REFUSED
                   PERFORM 3960-REFUSE-LIMITS THRU 3960-EXIT
               WHEN WS-RUN-REFUSED
                   PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
               WHEN OTHER
           IF WS-BATCH-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1170-LOAD-LIMITS THRU 1170-EXIT.
           IF WS-LIMIT-REFUSED
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           OPEN I-O POSTED-REG-FILE.
           IF WS-PREG-STATUS = "35"
           IF WS-GMAP-STATUS = "00"
               SET WS-GMAP-OPEN TO TRUE
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           PERFORM 1185-CHECK-BUS-PERIOD THRU 1185-EXIT.
           PERFORM 2050-SKIP-PROCESSED THRU 2050-EXIT.
       1000-EXIT.
           EXIT.
           MOVE ZERO TO RC-REJECT-COUNT.
           MOVE ZERO TO RC-SUSPEND-COUNT.
           MOVE ZERO TO RC-RETURN-CODE.
           MOVE ZERO TO RC-BACKOUT-DATE.
           MOVE SPACES TO RC-BACKOUT-USER.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "SIMPLEOPS: RUN-CONTROL WRITE FAILED, "
      *  1170-LOAD-LIMITS - PULL THE LIMITFIL TABLE INTO         *
      *  WORKING-STORAGE AT START-UP, THE WAY THE RATE TABLE IS  *
      *  LOADED. A SITE THAT HAS NEVER STAGED LIMITS SIMPLY HAS  *
      *  NONE, AND EVERY RESULT POSTS UNCHECKED AS BEFORE. THE   *
      *  LOAD RUNS STRAIGHT AFTER THE BATCH PROOF, AHEAD OF      *
      *  EVERY OTHER FILE, SO A TABLE THAT WILL NOT LOAD WHOLE   *
      *  (SEE 1180) REFUSES THE RUN BEFORE ANYTHING IS OPENED OR *
      *  POSTED.                                                 *
      *---------------------------------------------------------*
       1170-LOAD-LIMITS.
           OPEN INPUT LIMIT-FILE.
           END-IF.
           PERFORM 1175-READ-LIMIT THRU 1175-EXIT.
           PERFORM 1180-STORE-LIMIT THRU 1180-EXIT
               UNTIL WS-LIMT-END-OF-FILE OR WS-LIMIT-REFUSED.
           CLOSE LIMIT-FILE.
       1170-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1180-STORE-LIMIT - FILE THE BUFFERED LIMIT RECORD IN    *
      *  THE TABLE AND READ THE NEXT ONE. A WHOLLY BLANK ROW IS  *
      *  PASSED OVER. A ROW WITH NO OPERATION CODE OR A NON-     *
      *  NUMERIC AMOUNT, OR ONE MORE LIMIT THAN THE TABLE HOLDS, *
      *  REFUSES THE RUN - SKIPPING IT WOULD SWITCH A LIMIT OFF  *
      *  WITHOUT ANYONE KNOWING.                                 *
      *---------------------------------------------------------*
       1180-STORE-LIMIT.
           IF LIMIT-RECORD = SPACES
               GO TO 1180-NEXT
           END-IF.
           IF LIM-MAX-AMOUNT NOT NUMERIC
               OR LIM-OPERATION-CODE = SPACES
               SET WS-LIMIT-REFUSED TO TRUE
               DISPLAY "SIMPLEOPS: LIMITFIL ROW " LIM-OPERATION-CODE
                   "/" LIM-OPERATOR-ID " IS UNREADABLE."
               GO TO 1180-EXIT
           END-IF.
           IF WS-LIMIT-COUNT >= 100
               SET WS-LIMIT-REFUSED TO TRUE
               DISPLAY "SIMPLEOPS: LIMITFIL HOLDS MORE THAN 100 "
                   "LIMITS."
               GO TO 1180-EXIT
           END-IF.
           ADD 1 TO WS-LIMIT-COUNT.
           MOVE LIM-OPERATION-CODE
               TO WS-LIM-CODE (WS-LIMIT-COUNT).
           MOVE LIM-OPERATOR-ID
               TO WS-LIM-OPERATOR (WS-LIMIT-COUNT).
           MOVE LIM-MAX-AMOUNT
               TO WS-LIM-MAX (WS-LIMIT-COUNT).
       1180-NEXT.
           PERFORM 1175-READ-LIMIT THRU 1175-EXIT.
       1180-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1185-CHECK-BUS-PERIOD - OPEN THE PERIOD CONTROL FILE    *
      *  WHEN THERE IS ONE AND NOTE WHETHER THE BUSINESS DATE    *
      *  FALLS IN A CLOSED MONTH. IF IT DOES, THE RUN STILL GOES *
      *  THROUGH - EVERY CARD REJECTS TO REJFILE UNDER REASON 17 *
      *  FOR REJECTREPAIR TO RE-STAGE INTO AN OPEN PERIOD, AND   *
      *  THE RUN-CONTROL RECORD COMPLETES AS USUAL.              *
      *---------------------------------------------------------*
       1185-CHECK-BUS-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERD-STATUS = "00"
               SET WS-PERD-OPEN TO TRUE
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-CHECK-DATE.
           PERFORM 1975-CHECK-PERIOD THRU 1975-EXIT.
           IF WS-CHECK-PERIOD-CLOSED
               SET WS-BUS-PERIOD-CLOSED TO TRUE
               DISPLAY "SIMPLEOPS: BUSINESS DATE " WS-BUSINESS-DATE
                   " FALLS IN A CLOSED PERIOD - EVERY CARD WILL "
                   "REJECT."
           END-IF.
       1185-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1050-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY A     *
      *  PRIOR RUN THAT DID NOT REACH END OF FILE. THE CHECKPOINT *
           MOVE SPACES TO SP-DECIDE-USER.
           MOVE ZERO TO SP-DECIDE-DATE.
           MOVE TRAN-BATCH-RECORD TO SP-TRAN-IMAGE.
           SET SP-HOLD-OVER-LIMIT TO TRUE.
           MOVE ZERO TO SP-MATCH-TRAN-ID.
           MOVE ZERO TO SP-MATCH-DATE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   REWRITE SUSPENSE-RECORD
           IF WS-TRAN-RECOVERED OR WS-TRAN-INVALID
               GO TO 1900-EXIT
           END-IF.
           IF WS-BUS-PERIOD-CLOSED
               SET WS-TRAN-INVALID TO TRUE
               SET WS-REASON-PERIOD-CLOSED TO TRUE
               MOVE "ACCOUNTING PERIOD CLOSED" TO WS-REASON-TEXT
               GO TO 1900-EXIT
           END-IF.
           PERFORM 1950-CHECK-OPERATOR THRU 1950-EXIT.
           IF WS-TRAN-INVALID
               GO TO 1900-EXIT

      *---------------------------------------------------------*
      *  1970-CHECK-REVERSAL - AN RV CARD MUST NAME A TRAN-ID    *
      *  THAT IS ON THE POSTED REGISTER, NOT ALREADY MARKED      *
      *  REVERSED, AND POSTED IN A MONTH THAT IS STILL OPEN. THE *
      *  ORIGINAL'S SIGNED AMOUNT IS SAVED HERE SO THE DISPATCH  *
      *  CAN BOOK THE EXACT OFFSET. NO CURRENCY CONVERSION EVER  *
      *  APPLIES - THE REGISTER ROW IS ALREADY IN THE BASE       *
      *  CURRENCY.                                               *
      *---------------------------------------------------------*
       1970-CHECK-REVERSAL.
           MOVE "N" TO WS-CONVERT-SWITCH.
               MOVE "TARGET ALREADY REVERSED" TO WS-REASON-TEXT
               GO TO 1970-EXIT
           END-IF.
           MOVE PR-RUN-DATE TO WS-CHECK-DATE.
           PERFORM 1975-CHECK-PERIOD THRU 1975-EXIT.
           IF WS-CHECK-PERIOD-CLOSED
               SET WS-TRAN-INVALID TO TRUE
               SET WS-REASON-RV-PERIOD-CLOSED TO TRUE
               MOVE "TARGET IN CLOSED PERIOD" TO WS-REASON-TEXT
               GO TO 1970-EXIT
           END-IF.
           IF PR-RESULT-SIGN = "-"
               COMPUTE WS-RV-ORIG-AMOUNT = ZERO - PR-RESULT-AMOUNT
           ELSE
       1970-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1975-CHECK-PERIOD - LOOK THE MONTH OF WS-CHECK-DATE UP  *
      *  ON THE PERIOD CONTROL FILE. NO FILE, NO ROW, OR A ROW   *
      *  MARKED OPEN (A MONTH REOPENED BY AN ADMINISTRATOR) ALL  *
      *  MEAN THE MONTH IS OPEN.                                 *
      *---------------------------------------------------------*
       1975-CHECK-PERIOD.
           MOVE "N" TO WS-CHECK-CLOSED-SWITCH.
           IF NOT WS-PERD-OPEN
               GO TO 1975-EXIT
           END-IF.
           MOVE WS-CHECK-PERIOD TO PD-PERIOD.
           READ PERIOD-FILE
               INVALID KEY
                   GO TO 1975-EXIT
           END-READ.
           IF PD-CLOSED
               SET WS-CHECK-PERIOD-CLOSED TO TRUE
           END-IF.
       1975-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1980-CHECK-GL-MAPPING - LOOK THE (OPERATION CODE,       *
      *  OPERATOR) PAIR STAGED IN WS-MAP-OP-CODE/WS-MAP-         *
           EXIT.

      *---------------------------------------------------------*
      *  2240-WRITE-GL-HEADER - OPEN THE EXTRACT WITH ITS HEADER *
      *  RECORD, DATED WITH THE BUSINESS DATE THE GENERATION     *
      *  POSTS FOR SO PERIODCLOSE SUMMARIZES IT WITH THE SAME    *
      *  MONTH AS ITS REGISTER ROWS. A RESTART SKIPS THIS - THE  *
      *  HEADER THE PRIOR RUN WROTE IS ALREADY ON THE EXTENDED   *
      *  FILE.                                                   *
      *---------------------------------------------------------*
       2240-WRITE-GL-HEADER.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           SET GL-TYPE-HEADER TO TRUE.
           MOVE WS-BUSINESS-DATE TO GL-HDR-RUN-DATE.
           WRITE GL-EXTRACT-RECORD.
       2240-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2270-WRITE-REGISTER - RECORD ONE POSTED TRANSACTION ON  *
      *  THE POSTED REGISTER AS IT POSTS, WITH THE ORIGINAL      *
      *  TRAN-ID WHEN IT IS A REVERSAL. A KEY ALREADY THERE IS A *
      *  REPOST RUN RE-POSTING A ROW ITS ABENDED EXECUTION       *
      *  ALREADY REGISTERED - REWRITE IT IN PLACE. EVERY ROW     *
      *  STARTS GL-PENDING UNTIL GLACKNOWLEDGE HEARS BACK FROM   *
      *  THE LEDGER.                                             *
      *---------------------------------------------------------*
       2270-WRITE-REGISTER.
           MOVE TRAN-ID          TO PR-TRAN-ID.
           MOVE WS-RESULT TO PR-RESULT-AMOUNT.
           MOVE TRAN-OPERATION-CODE TO PR-OPERATION-CODE.
           SET PR-NOT-REVERSED TO TRUE.
           IF TRAN-OP-REVERSE
               MOVE TRAN-RV-ORIGINAL-ID TO PR-ORIGINAL-ID
           ELSE
               MOVE ZERO TO PR-ORIGINAL-ID
           END-IF.
           SET PR-GL-PENDING TO TRUE.
           MOVE SPACES TO PR-GL-REASON.
           MOVE ZERO TO PR-GL-ACK-DATE.
           WRITE POSTED-REG-RECORD
               INVALID KEY
                   REWRITE POSTED-REG-RECORD
               CLOSE GL-MAP-FILE
           END-IF.
           CLOSE SUSPENSE-FILE.
           IF WS-PERD-OPEN
               CLOSE PERIOD-FILE
           END-IF.
           MOVE ZERO             TO CKPT-LAST-TRAN-ID.
           MOVE WS-RUN-DATE-NUM  TO CKPT-RUN-DATE.
           MOVE ZERO             TO CKPT-GRAND-TOTAL.
      *---------------------------------------------------------*
      *  3010-PROCESS-SUSPENSE - BOOK THE SUPERVISOR'S DECISIONS *
      *  ON EARLIER HOLDS: A RELEASED ROW POSTS UNDER ITS        *
      *  ORIGINAL TRAN-ID, A REFUSED ROW BOOKS TO THE EXCEPTION  *
      *  REPORT AND HISTORY. THIS RUNS AFTER THE MAIN FILE SO A  *
      *  RESTART'S RECOVERY WINDOW IS NEVER CLOSED EARLY BY A    *
      *  RELEASE POSTING FIRST. ROWS STILL HELD OR HELD AS       *
      *  SUSPECTED DOUBLE-KEYINGS, OR ALREADY POSTED OR CLOSED,  *
      *  PASS THROUGH UNTOUCHED.                                 *
      *---------------------------------------------------------*
       3010-PROCESS-SUSPENSE.
           MOVE ZERO TO SP-TRAN-ID.

      *---------------------------------------------------------*
      *  3025-POST-RELEASED - RESTORE THE HELD CARD IMAGE AND    *
      *  RUN IT THROUGH THE FULL EDIT AND POSTING PATH. AN OVER- *
      *  LIMIT HOLD SKIPS THE LIMIT CHECK THE SUPERVISOR         *
      *  OVERRODE; A SUSPECTED DOUBLE-KEYING DOES NOT - ITS      *
      *  RELEASE ONLY CLEARED IT AS A GENUINE SLIP - AND IS HELD *
      *  AGAIN, AS AN OVER-LIMIT HOLD ON THE SAME ROW, IF ITS    *
      *  RESULT IS OVER THE LIMIT. A REGISTER HIT CARRYING       *
      *  TONIGHT'S DATE MEANS AN ABENDED RUN ALREADY POSTED THE  *
      *  RELEASE - JUST STAMP THE ROW. AN EDIT FAILURE (SAY THE  *
      *  OPERATOR WENT INACTIVE SINCE) BOOKS LIKE ANY REJECT AND *
      *  CLOSES THE ROW.                                         *
      *---------------------------------------------------------*
       3025-POST-RELEASED.
           MOVE SP-TRAN-IMAGE TO TRAN-BATCH-RECORD.
                   PERFORM 2280-WRITE-HISTORY THRU 2280-EXIT
                   SET SP-CLOSED TO TRUE
                   REWRITE SUSPENSE-RECORD
               WHEN SP-HOLD-DOUBLE-KEYED
                   PERFORM 2150-DISPATCH-OPERATION THRU 2150-EXIT
                   PERFORM 2190-CONVERT-CURRENCY THRU 2190-EXIT
                   PERFORM 2195-CHECK-LIMIT THRU 2195-EXIT
                   IF WS-TRAN-SUSPENDED
                       ADD 1 TO WS-SUSPEND-COUNT
                   ELSE
                       PERFORM 2220-POST-EDITED-TRAN THRU 2220-EXIT
                       SET SP-POSTED TO TRUE
                       REWRITE SUSPENSE-RECORD
                   END-IF
               WHEN OTHER
                   PERFORM 2150-DISPATCH-OPERATION THRU 2150-EXIT
                   PERFORM 2190-CONVERT-CURRENCY THRU 2190-EXIT

      *---------------------------------------------------------*
      *  3030-BOOK-REFUSED - THE SUPERVISOR REFUSED THE HELD     *
      *  TRANSACTION, OR SUSPENSEAGING EXPIRED IT UNDECIDED:     *
      *  BOOK IT TO THE EXCEPTION REPORT AND THE RESULTS HISTORY *
      *  WITH ITS OWN REASON CODE - A REFUSED DOUBLE-KEYING HAS  *
      *  ONE OF ITS OWN - AND CLOSE THE ROW SO IT IS NEVER       *
      *  LOOKED AT AGAIN.                                        *
      *---------------------------------------------------------*
       3030-BOOK-REFUSED.
           MOVE SP-TRAN-IMAGE TO TRAN-BATCH-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2500-CHECK-OPERATOR-BREAK THRU 2500-EXIT.
           SET WS-TRAN-INVALID TO TRUE.
           EVALUATE TRUE
               WHEN SP-DECIDED-BY-AGING
                   SET WS-REASON-HOLD-EXPIRED TO TRUE
                   MOVE "HOLD EXPIRED UNDECIDED" TO WS-REASON-TEXT
               WHEN SP-HOLD-DOUBLE-KEYED
                   SET WS-REASON-DOUBLE-KEYED TO TRUE
                   MOVE "DOUBLE-KEYED - REFUSED" TO WS-REASON-TEXT
               WHEN OTHER
                   SET WS-REASON-SUSP-REFUSED TO TRUE
                   MOVE "REFUSED BY SUPERVISOR" TO WS-REASON-TEXT
           END-EVALUATE.
           PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.
           PERFORM 2280-WRITE-HISTORY THRU 2280-EXIT.
           SET SP-CLOSED TO TRUE.
           MOVE 12 TO RETURN-CODE.
       3950-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3960-REFUSE-LIMITS - LIMITFIL WOULD NOT LOAD WHOLE.     *
      *  ONLY THE TRANSACTION FILE IS OPEN AND NOTHING HAS       *
      *  POSTED, SO CLOSE IT AND COME BACK 12 THE WAY A FAILED   *
      *  BATCH PROOF DOES, WHICH HOLDS THE GL STEPS. PUT         *
      *  LIMITFIL RIGHT WITH AMOUNTLIMITMAINT AND RERUN.         *
      *---------------------------------------------------------*
       3960-REFUSE-LIMITS.
           DISPLAY "SIMPLEOPS: RUN REFUSED - LIMITFIL CANNOT BE "
               "LOADED WHOLE. NOTHING POSTED.".
           CLOSE TRAN-FILE.
           MOVE 12 TO RETURN-CODE.
       3960-EXIT.
           EXIT.

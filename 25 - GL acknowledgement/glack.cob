       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlAcknowledge.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-13.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-13 PBC   ORIGINAL VERSION - GENERAL LEDGER      *
      *                   ACKNOWLEDGEMENT. MATCHES THE LEDGER'S  *
      *                   ACCEPT/REJECT FILE AGAINST THE GL      *
      *                   EXTRACT GENERATION IT ANSWERS, MARKS   *
      *                   EACH POSTED REGISTER ROW GL-CONFIRMED  *
      *                   OR GL-REJECTED WITH THE LEDGER'S       *
      *                   REASON, QUEUES EVERY REJECTED DETAIL   *
      *                   ON THE GL CORRECTION QUEUE, AND LISTS  *
      *                   THE EXTRACT DETAILS THE LEDGER NEVER   *
      *                   ANSWERED. BOTH FILES ARE PROVED BEFORE *
      *                   ANYTHING IS TOUCHED; AN ANSWER TO      *
      *                   ANOTHER GENERATION, OR ONE THAT DOES   *
      *                   NOT PROVE TO ITS TRAILER, CHANGES      *
      *                   NOTHING.                               *
      *  2026-10-14 PBC   FOURTEEN-DIGIT TRAN-ID. THE LEDGER     *
      *                   ANSWERS EACH DETAIL BY THE FULL ID;    *
      *                   THE EXTRACT RECORD IS WIDENED TO 78    *
      *                   AND THE REPORT LINES CARRY THE FULL    *
      *                   ID.                                    *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACK-FILE ASSIGN TO "GLACKIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLIN-STATUS.

           SELECT POSTED-REG-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-TRAN-ID
               FILE STATUS IS WS-PREG-STATUS.

           SELECT GL-CORRECTION-FILE ASSIGN TO "GLCORRQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GQ-TRAN-ID
               FILE STATUS IS WS-CORR-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "GLACKRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACK-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY GLACKREC.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY GLEXTRC.

       FD  POSTED-REG-FILE.
       COPY POSTREG.

       FD  GL-CORRECTION-FILE.
       COPY GLCORREC.

       FD  ACK-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ACK-STATUS               PIC X(02) VALUE SPACES.
       77  WS-GLIN-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PREG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CORR-STATUS              PIC X(02) VALUE SPACES.
       77  WS-ACK-REFUSED-SWITCH       PIC X(01) VALUE "N".
           88  WS-ACK-REFUSED          VALUE "Y".
       77  WS-PREG-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-PREG-OPEN            VALUE "Y".
       77  WS-CORR-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-CORR-OPEN            VALUE "Y".
       77  WS-GLIN-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-GLIN-END-OF-FILE     VALUE "Y".
       77  WS-ACK-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-ACK-END-OF-FILE      VALUE "Y".
       77  WS-HEADER-SWITCH            PIC X(01) VALUE "N".
           88  WS-HEADER-SEEN          VALUE "Y".
       77  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN         VALUE "Y".
       77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-ACK-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-CONFIRM-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-UNANSWERED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-STRAY-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-REG-MISS-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-CLEARED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-FIND-IX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-LIST-IX                  PIC 9(04) COMP VALUE ZERO.
       01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-EXTRACT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-LEDGER-DATE              PIC 9(08) VALUE ZERO.
       01  WS-IN-HASH                  PIC 9(13)V99 VALUE ZERO.
       01  WS-SIGNED-AMOUNT            PIC S9(10)V99 VALUE ZERO.
       01  WS-REFUSE-REASON            PIC X(55) VALUE SPACES.
       01  WS-REFUSE-TRAN-ID           PIC X(14) VALUE SPACES.

      *---------------------------------------------------------*
      *  THE EXTRACT GENERATION BEING ANSWERED, HELD WHOLE SO    *
      *  EACH ACKNOWLEDGEMENT CAN BE MATCHED TO ITS DETAIL AND   *
      *  THE DETAILS NOBODY ANSWERED LISTED AT THE END. THE      *
      *  ANSWER BYTE IS BLANK UNTIL AN ACCEPT (A) OR REJECT (R)  *
      *  ARRIVES. 5000 DETAILS IS WELL OVER A NIGHT'S POSTINGS;  *
      *  A BIGGER GENERATION IS REFUSED, NOT HALF-MATCHED.       *
      *---------------------------------------------------------*
       01  WS-EXTRACT-TABLE-AREA.
           05  WS-EXT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-EXT-ENTRY OCCURS 5000 TIMES.
               10  WS-XT-TRAN-ID       PIC 9(14).
               10  WS-XT-ANSWER        PIC X(01).
                   88  WS-XT-UNANSWERED VALUE SPACE.
               10  WS-XT-IMAGE         PIC X(78).

      *---------------------------------------------------------*
      *  REPORT LINES.                                           *
      *---------------------------------------------------------*
       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(20)
               VALUE "GL ACKNOWLEDGEMENT  ".
           05  FILLER                 PIC X(14)
               VALUE "EXTRACT DATED ".
           05  WH-EXTRACT-DATE        PIC 9(08).
           05  FILLER                 PIC X(12)
               VALUE "  LEDGER DT ".
           05  WH-LEDGER-DATE         PIC 9(08).
           05  FILLER                 PIC X(09) VALUE "  RUN DT ".
           05  WH-CURRENT-DATE        PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.

       01  WS-ANSWER-HEADING.
           05  FILLER                 PIC X(15) VALUE "TRAN-ID".
           05  FILLER                 PIC X(04) VALUE "A/R ".
           05  FILLER                 PIC X(05) VALUE "RSN  ".
           05  FILLER                 PIC X(31) VALUE "LEDGER REASON".
           05  FILLER                 PIC X(25) VALUE "NOTE".

       01  WS-ANSWER-LINE.
           05  WA-TRAN-ID             PIC 9(14).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WA-ANSWER              PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WA-REASON              PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WA-TEXT                PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WA-NOTE                PIC X(25).

       01  WS-UNANSWERED-HEADING.
           05  FILLER                 PIC X(42) VALUE
               "TRAN-ID        OPER    OP         AMOUNT  ".
           05  FILLER                 PIC X(38) VALUE
               "ACCOUNT   CENTER".

       01  WS-UNANSWERED-LINE.
           05  WN-TRAN-ID             PIC 9(14).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WN-OPERATOR-ID         PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WN-OP-CODE             PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WN-AMOUNT              PIC -ZZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WN-GL-ACCOUNT          PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WN-COST-CENTER         PIC X(06).
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL               PIC X(40).
           05  WT-COUNT               PIC ZZZZZZ9.
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WM-TEXT                PIC X(60).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-REFUSE-LINE.
           05  FILLER                 PIC X(09) VALUE "REFUSED: ".
           05  WX-REASON              PIC X(53).
           05  WX-TRAN-LABEL          PIC X(04).
           05  WX-TRAN-ID             PIC X(14).

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-EXTRACT THRU 2000-EXIT.
           IF NOT WS-ACK-REFUSED
               PERFORM 2200-PROVE-ANSWERS THRU 2200-EXIT
           END-IF.
           IF NOT WS-ACK-REFUSED
               PERFORM 2400-APPLY-ANSWERS THRU 2400-EXIT
               PERFORM 2700-LIST-UNANSWERED THRU 2700-EXIT
           END-IF.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - TAKE THE CLOCK DATE AND OPEN THE      *
      *  REPORT. THE HEADING IS PRINTED ONCE THE TWO FILES HAVE  *
      *  GIVEN UP THEIR DATES.                                   *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-LEDGER-DATE.
           OPEN OUTPUT ACK-REPORT-FILE.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-LOAD-EXTRACT - READ THE EXTRACT GENERATION THE     *
      *  ACKNOWLEDGEMENT ANSWERS INTO THE TABLE. IT MUST CARRY   *
      *  ONE HEADER AHEAD OF ITS DETAILS AND A TRAILER IT PROVES *
      *  TO, THE SAME PROOF GLEXTRACTBALANCE MAKES.              *
      *---------------------------------------------------------*
       2000-LOAD-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE.
           IF WS-GLIN-STATUS NOT = "00"
               MOVE "GL EXTRACT GENERATION NOT FOUND"
                   TO WS-REFUSE-REASON
               SET WS-ACK-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
           PERFORM 2050-LOAD-ONE THRU 2050-EXIT
               UNTIL WS-GLIN-END-OF-FILE OR WS-ACK-REFUSED.
           CLOSE GL-EXTRACT-FILE.
           IF WS-ACK-REFUSED
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-REFUSE-TRAN-ID.
           IF NOT WS-HEADER-SEEN
               MOVE "GL EXTRACT GENERATION HAS NO HEADER"
                   TO WS-REFUSE-REASON
               SET WS-ACK-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-TRAILER-SEEN
               MOVE "GL EXTRACT GENERATION HAS NO TRAILER"
                   TO WS-REFUSE-REASON
               SET WS-ACK-REFUSED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2050-LOAD-ONE - CHECK ONE EXTRACT RECORD, TABLE IT IF   *
      *  IT IS A DETAIL, AND READ THE NEXT.                      *
      *---------------------------------------------------------*
       2050-LOAD-ONE.
           MOVE SPACES TO WS-REFUSE-TRAN-ID.
           EVALUATE TRUE
               WHEN GL-TYPE-HEADER AND WS-HEADER-SEEN
                   MOVE "MORE THAN ONE HEADER - NOT A SINGLE GENERATIO
      -                "N" TO WS-REFUSE-REASON
                   SET WS-ACK-REFUSED TO TRUE
               WHEN GL-TYPE-HEADER
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE GL-HDR-RUN-DATE TO WS-EXTRACT-DATE
               WHEN GL-TYPE-DETAIL
                   PERFORM 2060-TABLE-DETAIL THRU 2060-EXIT
               WHEN GL-TYPE-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF GL-TRL-RECORD-COUNT NOT = WS-DETAIL-COUNT
                       OR GL-TRL-HASH-TOTAL NOT = WS-IN-HASH
                       MOVE "GENERATION DOES NOT PROVE TO ITS TRAILER"
                           TO WS-REFUSE-REASON
                       SET WS-ACK-REFUSED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2060-TABLE-DETAIL - ONE DETAIL MUST FOLLOW THE HEADER   *
      *  AND FIT IN THE TABLE.                                   *
      *---------------------------------------------------------*
       2060-TABLE-DETAIL.
           MOVE GL-TRAN-ID TO WS-REFUSE-TRAN-ID.
           IF NOT WS-HEADER-SEEN
               MOVE "DETAIL AHEAD OF THE GENERATION HEADER"
                   TO WS-REFUSE-REASON
               SET WS-ACK-REFUSED TO TRUE
               GO TO 2060-EXIT
           END-IF.
           IF WS-EXT-COUNT >= 5000
               MOVE "MORE THAN 5000 DETAILS ON THE GENERATION"
                   TO WS-REFUSE-REASON
               SET WS-ACK-REFUSED TO TRUE
               GO TO 2060-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD GL-RESULT-AMOUNT TO WS-IN-HASH.
           ADD 1 TO WS-EXT-COUNT.
           MOVE GL-TRAN-ID        TO WS-XT-TRAN-ID (WS-EXT-COUNT).
           MOVE SPACE             TO WS-XT-ANSWER (WS-EXT-COUNT).
           MOVE GL-EXTRACT-RECORD TO WS-XT-IMAGE (WS-EXT-COUNT).
       2060-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-READ-EXTRACT - READ THE NEXT RECORD OF THE         *
      *  GENERATION.                                             *
      *---------------------------------------------------------*
       2100-READ-EXTRACT.
           READ GL-EXTRACT-FILE
               AT END
                   SET WS-GLIN-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2200-PROVE-ANSWERS - READ THE ACKNOWLEDGEMENT FILE END  *
      *  TO END WITHOUT CHANGING ANYTHING. ITS HEADER MUST NAME  *
      *  THE GENERATION JUST LOADED (SAME HEADER DATE), EVERY    *
      *  DETAIL MUST BE A CLEAN ACCEPT OR REJECT, AND ITS        *
      *  TRAILER MUST CARRY ITS OWN DETAIL COUNT - A FILE CUT    *
      *  SHORT WOULD OTHERWISE LEAVE GOOD POSTINGS LISTED AS     *
      *  UNANSWERED. THE REGISTER AND THE CORRECTION QUEUE ARE   *
      *  OPENED LAST, SO A REFUSAL NEVER LEAVES EITHER HALF      *
      *  UPDATED.                                                *
      *---------------------------------------------------------*
       2200-PROVE-ANSWERS.
           OPEN INPUT GL-ACK-FILE.
           IF WS-ACK-STATUS NOT = "00"
               MOVE "NO ACKNOWLEDGEMENT FILE FROM THE LEDGER"
                   TO WS-REFUSE-REASON
               SET WS-ACK-REFUSED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-HEADER-SWITCH.
           MOVE "N" TO WS-TRAILER-SWITCH.
           PERFORM 2300-READ-ANSWER THRU 2300-EXIT.
           PERFORM 2250-PROVE-ONE THRU 2250-EXIT
               UNTIL WS-ACK-END-OF-FILE OR WS-ACK-REFUSED.
           CLOSE GL-ACK-FILE.
           IF WS-ACK-REFUSED
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO WS-REFUSE-TRAN-ID.
           IF NOT WS-HEADER-SEEN
               MOVE "ACKNOWLEDGEMENT HAS NO HEADER"
                   TO WS-REFUSE-REASON
               SET WS-ACK-REFUSED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF NOT WS-TRAILER-SEEN
               MOVE "ACKNOWLEDGEMENT HAS NO TRAILER"
                   TO WS-REFUSE-REASON
               SET WS-ACK-REFUSED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           OPEN I-O POSTED-REG-FILE.
           IF WS-PREG-STATUS NOT = "00"
               MOVE "NO POSTED REGISTER ON FILE" TO WS-REFUSE-REASON
               SET WS-ACK-REFUSED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           SET WS-PREG-OPEN TO TRUE.
           OPEN I-O GL-CORRECTION-FILE.
           IF WS-CORR-STATUS = "35"
               OPEN OUTPUT GL-CORRECTION-FILE
               CLOSE GL-CORRECTION-FILE
               OPEN I-O GL-CORRECTION-FILE
           END-IF.
           IF WS-CORR-STATUS NOT = "00"
               MOVE "GL CORRECTION QUEUE WILL NOT OPEN"
                   TO WS-REFUSE-REASON
               SET WS-ACK-REFUSED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           SET WS-CORR-OPEN TO TRUE.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2250-PROVE-ONE - CHECK ONE ACKNOWLEDGEMENT RECORD AND   *
      *  READ THE NEXT. THE LEDGER'S LOAD DATE ON THE HEADER IS  *
      *  WHAT THE REGISTER ROWS ARE STAMPED WITH; A HEADER       *
      *  WITHOUT ONE LEAVES TODAY'S DATE.                        *
      *---------------------------------------------------------*
       2250-PROVE-ONE.
           MOVE SPACES TO WS-REFUSE-TRAN-ID.
           EVALUATE TRUE
               WHEN GA-TYPE-HEADER AND WS-HEADER-SEEN
                   MOVE "MORE THAN ONE ACKNOWLEDGEMENT HEADER"
                       TO WS-REFUSE-REASON
                   SET WS-ACK-REFUSED TO TRUE
               WHEN GA-TYPE-HEADER
                   SET WS-HEADER-SEEN TO TRUE
                   IF GA-HDR-RUN-DATE IS NOT NUMERIC
                       OR GA-HDR-RUN-DATE NOT = WS-EXTRACT-DATE
                       MOVE "ACKNOWLEDGEMENT ANSWERS ANOTHER GENERATIO
      -                    "N" TO WS-REFUSE-REASON
                       SET WS-ACK-REFUSED TO TRUE
                   END-IF
                   IF GA-HDR-LEDGER-DATE IS NUMERIC
                       AND GA-HDR-LEDGER-DATE > ZERO
                       MOVE GA-HDR-LEDGER-DATE TO WS-LEDGER-DATE
                   END-IF
               WHEN GA-TYPE-DETAIL
                   MOVE GA-TRAN-ID TO WS-REFUSE-TRAN-ID
                   IF NOT WS-HEADER-SEEN
                       MOVE "DETAIL AHEAD OF THE ACKNOWLEDGEMENT HEADE
      -                    "R" TO WS-REFUSE-REASON
                       SET WS-ACK-REFUSED TO TRUE
                   END-IF
                   IF GA-TRAN-ID IS NOT NUMERIC
                       OR NOT (GA-ACCEPTED OR GA-REJECTED)
                       MOVE "DETAIL IS NEITHER A CLEAN ACCEPT NOR A RE
      -                    "JECT" TO WS-REFUSE-REASON
                       SET WS-ACK-REFUSED TO TRUE
                   END-IF
                   ADD 1 TO WS-ACK-COUNT
               WHEN GA-TYPE-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF GA-TRL-RECORD-COUNT IS NOT NUMERIC
                       OR GA-TRL-RECORD-COUNT NOT = WS-ACK-COUNT
                       MOVE "ACKNOWLEDGEMENT DOES NOT PROVE TO ITS TRA
      -                    "ILER" TO WS-REFUSE-REASON
                       SET WS-ACK-REFUSED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2300-READ-ANSWER THRU 2300-EXIT.
       2250-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2300-READ-ANSWER - READ THE NEXT ACKNOWLEDGEMENT        *
      *  RECORD.                                                 *
      *---------------------------------------------------------*
       2300-READ-ANSWER.
           READ GL-ACK-FILE
               AT END
                   SET WS-ACK-END-OF-FILE TO TRUE
           END-READ.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2400-APPLY-ANSWERS - BOTH FILES PROVED: PRINT THE       *
      *  HEADING, THEN READ THE ACKNOWLEDGEMENT AGAIN AND APPLY  *
      *  EACH ANSWER.                                            *
      *---------------------------------------------------------*
       2400-APPLY-ANSWERS.
           MOVE WS-EXTRACT-DATE TO WH-EXTRACT-DATE.
           MOVE WS-LEDGER-DATE  TO WH-LEDGER-DATE.
           MOVE WS-CURRENT-DATE TO WH-CURRENT-DATE.
           WRITE ACK-REPORT-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           MOVE "REJECTED BY THE LEDGER, AND ANSWERS THAT DID NOT MATC
      -        "H" TO WM-TEXT.
           WRITE ACK-REPORT-LINE FROM WS-MESSAGE-LINE.
           WRITE ACK-REPORT-LINE FROM WS-ANSWER-HEADING.
           OPEN INPUT GL-ACK-FILE.
           MOVE "N" TO WS-ACK-EOF-SWITCH.
           PERFORM 2300-READ-ANSWER THRU 2300-EXIT.
           PERFORM 2450-APPLY-ONE THRU 2450-EXIT
               UNTIL WS-ACK-END-OF-FILE.
           CLOSE GL-ACK-FILE.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2450-APPLY-ONE - MATCH ONE ANSWER TO ITS EXTRACT DETAIL *
      *  AND READ THE NEXT. AN ANSWER FOR A TRAN-ID NOT ON THE   *
      *  GENERATION, OR A SECOND ANSWER FOR ONE ALREADY          *
      *  ANSWERED, IS PRINTED AND OTHERWISE IGNORED. A REJECT IS *
      *  QUEUED FOR CORRECTION; AN ACCEPT CLEARS ANY OPEN QUEUE  *
      *  ROW LEFT BY AN EARLIER REJECT OF THE SAME TRAN-ID.      *
      *---------------------------------------------------------*
       2450-APPLY-ONE.
           IF NOT GA-TYPE-DETAIL
               GO TO 2450-NEXT
           END-IF.
           MOVE SPACES TO WS-ANSWER-LINE.
           MOVE GA-TRAN-ID    TO WA-TRAN-ID.
           MOVE GA-ACK-STATUS TO WA-ANSWER.
           IF GA-REJECTED
               MOVE GA-LEDGER-REASON TO WA-REASON
               MOVE GA-LEDGER-TEXT   TO WA-TEXT
           END-IF.
           PERFORM 2460-FIND-DETAIL THRU 2460-EXIT.
           IF WS-FIND-IX > WS-EXT-COUNT
               ADD 1 TO WS-STRAY-COUNT
               MOVE "NOT IN THIS GENERATION" TO WA-NOTE
               WRITE ACK-REPORT-LINE FROM WS-ANSWER-LINE
               GO TO 2450-NEXT
           END-IF.
           IF NOT WS-XT-UNANSWERED (WS-FIND-IX)
               ADD 1 TO WS-STRAY-COUNT
               MOVE "ANSWERED TWICE - IGNORED" TO WA-NOTE
               WRITE ACK-REPORT-LINE FROM WS-ANSWER-LINE
               GO TO 2450-NEXT
           END-IF.
           MOVE GA-ACK-STATUS TO WS-XT-ANSWER (WS-FIND-IX).
           IF GA-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2550-QUEUE-CORRECTION THRU 2550-EXIT
           ELSE
               ADD 1 TO WS-CONFIRM-COUNT
               PERFORM 2600-CLEAR-CORRECTION THRU 2600-EXIT
           END-IF.
           PERFORM 2500-MARK-REGISTER THRU 2500-EXIT.
       2450-NEXT.
           PERFORM 2300-READ-ANSWER THRU 2300-EXIT.
       2450-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2460-FIND-DETAIL - SEARCH THE EXTRACT TABLE FOR THE     *
      *  ANSWER'S TRAN-ID. WS-FIND-IX COMES BACK PAST THE LAST   *
      *  ENTRY WHEN IT IS NOT THERE.                             *
      *---------------------------------------------------------*
       2460-FIND-DETAIL.
           MOVE 1 TO WS-FIND-IX.
           PERFORM 2470-STEP-FIND THRU 2470-EXIT
               UNTIL WS-FIND-IX > WS-EXT-COUNT
               OR WS-XT-TRAN-ID (WS-FIND-IX) = GA-TRAN-ID.
       2460-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2470-STEP-FIND - STEP THE TABLE SEARCH ONE ENTRY.       *
      *---------------------------------------------------------*
       2470-STEP-FIND.
           ADD 1 TO WS-FIND-IX.
       2470-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2500-MARK-REGISTER - STAMP THE POSTED REGISTER ROW WITH *
      *  THE LEDGER'S ANSWER, ITS REASON AND THE DATE IT LOADED. *
      *  A ROW THAT IS MISSING, OR REGISTERED UNDER ANOTHER      *
      *  BUSINESS DATE THAN THE GENERATION, IS PRINTED AND LEFT  *
      *  ALONE.                                                  *
      *---------------------------------------------------------*
       2500-MARK-REGISTER.
           MOVE GA-TRAN-ID TO PR-TRAN-ID.
           READ POSTED-REG-FILE
               INVALID KEY
                   ADD 1 TO WS-REG-MISS-COUNT
                   MOVE "NOT ON POSTED REGISTER" TO WA-NOTE
                   WRITE ACK-REPORT-LINE FROM WS-ANSWER-LINE
                   GO TO 2500-EXIT
           END-READ.
           IF PR-RUN-DATE NOT = WS-EXTRACT-DATE
               ADD 1 TO WS-REG-MISS-COUNT
               MOVE "REGISTER DATE DIFFERS" TO WA-NOTE
               WRITE ACK-REPORT-LINE FROM WS-ANSWER-LINE
               GO TO 2500-EXIT
           END-IF.
           IF GA-REJECTED
               SET PR-GL-REJECTED TO TRUE
               MOVE GA-LEDGER-REASON TO PR-GL-REASON
           ELSE
               SET PR-GL-CONFIRMED TO TRUE
               MOVE SPACES TO PR-GL-REASON
           END-IF.
           MOVE WS-LEDGER-DATE TO PR-GL-ACK-DATE.
           REWRITE POSTED-REG-RECORD.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2550-QUEUE-CORRECTION - PUT THE REJECTED DETAIL ON THE  *
      *  GL CORRECTION QUEUE, OPEN, WITH THE EXTRACT IMAGE AS    *
      *  FED AND THE LEDGER'S REASON. A TRAN-ID ALREADY QUEUED   *
      *  FROM AN EARLIER ANSWER IS REPLACED WITH THIS ONE.       *
      *---------------------------------------------------------*
       2550-QUEUE-CORRECTION.
           MOVE SPACES TO GL-CORRECTION-RECORD.
           MOVE GA-TRAN-ID       TO GQ-TRAN-ID.
           MOVE WS-EXTRACT-DATE  TO GQ-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE  TO GQ-QUEUED-DATE.
           SET GQ-OPEN TO TRUE.
           MOVE GA-LEDGER-REASON TO GQ-LEDGER-REASON.
           MOVE GA-LEDGER-TEXT   TO GQ-LEDGER-TEXT.
           MOVE ZERO             TO GQ-CLEARED-DATE.
           MOVE WS-XT-IMAGE (WS-FIND-IX) TO GQ-EXTRACT-IMAGE.
           WRITE GL-CORRECTION-RECORD
               INVALID KEY
                   REWRITE GL-CORRECTION-RECORD
           END-WRITE.
           MOVE "QUEUED FOR CORRECTION" TO WA-NOTE.
           WRITE ACK-REPORT-LINE FROM WS-ANSWER-LINE.
           MOVE SPACES TO WA-NOTE.
       2550-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2600-CLEAR-CORRECTION - THE LEDGER HAS NOW TAKEN A      *
      *  TRAN-ID; IF AN EARLIER REJECT LEFT IT OPEN ON THE       *
      *  CORRECTION QUEUE, MARK IT CLEARED.                      *
      *---------------------------------------------------------*
       2600-CLEAR-CORRECTION.
           MOVE GA-TRAN-ID TO GQ-TRAN-ID.
           READ GL-CORRECTION-FILE
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ.
           IF NOT GQ-OPEN
               GO TO 2600-EXIT
           END-IF.
           SET GQ-CLEARED TO TRUE.
           MOVE WS-CURRENT-DATE TO GQ-CLEARED-DATE.
           REWRITE GL-CORRECTION-RECORD.
           ADD 1 TO WS-CLEARED-COUNT.
           MOVE "EARLIER REJECT CLEARED" TO WA-NOTE.
           WRITE ACK-REPORT-LINE FROM WS-ANSWER-LINE.
           MOVE SPACES TO WA-NOTE.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2700-LIST-UNANSWERED - LIST EVERY DETAIL ON THE         *
      *  GENERATION THE LEDGER SENT NO ANSWER FOR. THEIR         *
      *  REGISTER ROWS STAY PENDING.                             *
      *---------------------------------------------------------*
       2700-LIST-UNANSWERED.
           MOVE SPACES TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           MOVE "EXTRACT DETAILS THE LEDGER DID NOT ANSWER" TO WM-TEXT.
           WRITE ACK-REPORT-LINE FROM WS-MESSAGE-LINE.
           WRITE ACK-REPORT-LINE FROM WS-UNANSWERED-HEADING.
           MOVE 1 TO WS-LIST-IX.
           PERFORM 2750-LIST-ONE THRU 2750-EXIT
               UNTIL WS-LIST-IX > WS-EXT-COUNT.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2750-LIST-ONE - PRINT ONE TABLED DETAIL IF IT WENT      *
      *  UNANSWERED, AND STEP TO THE NEXT.                       *
      *---------------------------------------------------------*
       2750-LIST-ONE.
           IF NOT WS-XT-UNANSWERED (WS-LIST-IX)
               GO TO 2750-NEXT
           END-IF.
           ADD 1 TO WS-UNANSWERED-COUNT.
           MOVE WS-XT-IMAGE (WS-LIST-IX) TO GL-EXTRACT-RECORD.
           MOVE GL-TRAN-ID        TO WN-TRAN-ID.
           MOVE GL-OPERATOR-ID    TO WN-OPERATOR-ID.
           MOVE GL-OPERATION-CODE TO WN-OP-CODE.
           IF GL-RESULT-SIGN = "-"
               COMPUTE WS-SIGNED-AMOUNT = ZERO - GL-RESULT-AMOUNT
           ELSE
               MOVE GL-RESULT-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.
           MOVE WS-SIGNED-AMOUNT  TO WN-AMOUNT.
           MOVE GL-GL-ACCOUNT     TO WN-GL-ACCOUNT.
           MOVE GL-COST-CENTER    TO WN-COST-CENTER.
           WRITE ACK-REPORT-LINE FROM WS-UNANSWERED-LINE.
       2750-NEXT.
           ADD 1 TO WS-LIST-IX.
       2750-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2800-PRINT-TOTALS - THE CLOSING COUNTS.                 *
      *---------------------------------------------------------*
       2800-PRINT-TOTALS.
           MOVE SPACES TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           MOVE "DETAILS ON THE EXTRACT GENERATION" TO WT-LABEL.
           MOVE WS-DETAIL-COUNT TO WT-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ANSWERS ON THE ACKNOWLEDGEMENT" TO WT-LABEL.
           MOVE WS-ACK-COUNT TO WT-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "CONFIRMED BY THE LEDGER" TO WT-LABEL.
           MOVE WS-CONFIRM-COUNT TO WT-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "REJECTED - QUEUED FOR CORRECTION" TO WT-LABEL.
           MOVE WS-REJECT-COUNT TO WT-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "NOT ANSWERED BY THE LEDGER" TO WT-LABEL.
           MOVE WS-UNANSWERED-COUNT TO WT-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ANSWERS NOT MATCHED TO THE GENERATION" TO WT-LABEL.
           MOVE WS-STRAY-COUNT TO WT-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "REGISTER ROWS MISSING OR MISDATED" TO WT-LABEL.
           MOVE WS-REG-MISS-COUNT TO WT-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "EARLIER REJECTS CLEARED FROM THE QUEUE" TO WT-LABEL.
           MOVE WS-CLEARED-COUNT TO WT-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - CLOSE UP, PRINT THE OUTCOME AND SET    *
      *  THE RETURN CODE: 0 = EVERY DETAIL CONFIRMED, 4 = SOME   *
      *  DETAILS REJECTED OR UNANSWERED, OR ANSWERS THAT DID NOT *
      *  MATCH, 8 = EITHER FILE REFUSED (NOTHING CHANGED).       *
      *---------------------------------------------------------*
       3000-TERMINATE.
           IF WS-PREG-OPEN
               CLOSE POSTED-REG-FILE
           END-IF.
           IF WS-CORR-OPEN
               CLOSE GL-CORRECTION-FILE
           END-IF.
           IF WS-ACK-REFUSED
               MOVE WS-REFUSE-REASON TO WX-REASON
               IF WS-REFUSE-TRAN-ID = SPACES
                   MOVE SPACES TO WX-TRAN-LABEL
               ELSE
                   MOVE " ID " TO WX-TRAN-LABEL
               END-IF
               MOVE WS-REFUSE-TRAN-ID TO WX-TRAN-ID
               WRITE ACK-REPORT-LINE FROM WS-REFUSE-LINE
               MOVE "NOTHING WAS CHANGED." TO WM-TEXT
               WRITE ACK-REPORT-LINE FROM WS-MESSAGE-LINE
               CLOSE ACK-REPORT-FILE
               DISPLAY "GLACKNOWLEDGE: ACKNOWLEDGEMENT REFUSED - "
                   WS-REFUSE-REASON
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2800-PRINT-TOTALS THRU 2800-EXIT.
           CLOSE ACK-REPORT-FILE.
           DISPLAY "GLACKNOWLEDGE: GENERATION " WS-EXTRACT-DATE " - "
               WS-CONFIRM-COUNT " CONFIRMED, " WS-REJECT-COUNT
               " REJECTED, " WS-UNANSWERED-COUNT " UNANSWERED.".
           IF WS-REJECT-COUNT > ZERO
               OR WS-UNANSWERED-COUNT > ZERO
               OR WS-STRAY-COUNT > ZERO
               OR WS-REG-MISS-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *                   TRANSACTIONS FOR A BUSINESS DATE WITH  *
      *                   POSTED/REJECTED COUNTS AND A SIGNED    *
      *                   TOTAL.                                 *
      *  2026-10-08 PBC   A REGISTER ROW BACKED OUT WITH ITS     *
      *                   WHOLE NIGHT NOW SHOWS REVERSED B       *
      *                   RATHER THAN Y.                         *
      *  2026-10-13 PBC   THE REGISTER LINE NOW SHOWS THE        *
      *                   LEDGER'S REAL ANSWER AS GLACKNOWLEDGE  *
      *                   RECORDED IT - GL CONFIRMED OR REJECTED *
      *                   WITH THE LEDGER'S REASON AND THE DATE  *
      *                   IT ANSWERED, OR PENDING WHILE THE      *
      *                   LEDGER HAS NOT ANSWERED - INSTEAD OF   *
      *                   TAKING A REGISTER ROW TO MEAN THE GL   *
      *                   TOOK IT.                               *
      *  2026-10-14 PBC   TRAN-ID INQUIRY TAKES THE FOURTEEN-    *
      *                   DIGIT ID AND READS THE WIDER RESULTS-  *
      *                   HISTORY ROW; THE HISTORY LINE SHOWS    *
      *                   THE FULL ID.                           *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY AUDITREC.

       FD  RESULTS-HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY HISTREC.

       FD  POSTED-REG-FILE.
                                       VALUE ZERO.

       01  WS-CHOICE-INPUT             PIC X(01) VALUE SPACE.
       01  WS-TRAN-ID-INPUT            PIC X(14) VALUE SPACES.
       01  WS-TRAN-ID-N REDEFINES WS-TRAN-ID-INPUT
                                       PIC 9(14).
       01  WS-OPER-INPUT               PIC X(06) VALUE SPACES.
       01  WS-DATE-INPUT               PIC X(08) VALUE SPACES.
       01  WS-DATE-INPUT-N REDEFINES WS-DATE-INPUT
       01  WS-HIST-DISPLAY.
           05  FILLER                 PIC X(05) VALUE "DATE ".
           05  WD-RUN-DATE            PIC 9(08).
           05  FILLER                 PIC X(04) VALUE " ID ".
           05  WD-TRAN-ID             PIC 9(14).
           05  FILLER                 PIC X(06) VALUE " OPER ".
           05  WD-OPERATOR-ID         PIC X(06).
           05  FILLER                 PIC X(04) VALUE " OP ".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WD-SIGN                PIC X(01).
           05  WD-AMOUNT              PIC ZZZZZZZZZ9.99.
           05  FILLER                 PIC X(05) VALUE " RSN ".
           05  WD-REASON-CODE         PIC X(02).

       01  WS-REG-DISPLAY.
           05  WR-AMOUNT              PIC ZZZZZZZZZ9.99.
           05  FILLER                 PIC X(10) VALUE " REVERSED ".
           05  WR-REVERSED            PIC X(01).
           05  FILLER                 PIC X(04) VALUE " GL ".
           05  WR-GL-STATUS           PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WR-GL-ACK-DATE         PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WR-GL-REASON           PIC X(04).

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  PRINTS), THEN ITS REGISTER ROW IF IT EVER POSTED.       *
      *---------------------------------------------------------*
       2200-TRAN-ID-INQUIRY.
           DISPLAY "TRAN-ID (14 digits, zero filled):".
           MOVE SPACES TO WS-TRAN-ID-INPUT.
           ACCEPT WS-TRAN-ID-INPUT.
           IF WS-TRAN-ID-N IS NOT NUMERIC
               DISPLAY "Key the 14-digit TRAN-ID, zero filled."
               GO TO 2200-EXIT
           END-IF.
           MOVE ZERO TO WS-HIT-COUNT.
      *---------------------------------------------------------*
      *  2400-SHOW-REGISTER-ROW - SHOW THE POSTED-REGISTER ROW   *
      *  FOR THE ASKED TRAN-ID: POSTING DATE, SIGNED AMOUNT,     *
      *  WHETHER IT WAS REVERSED (Y BY AN RV, B BACKED OUT WITH  *
      *  ITS WHOLE NIGHT), AND WHAT THE LEDGER SAID OF IT -      *
      *  CONFIRMED, OR REJECTED WITH ITS REASON, AND THE DATE IT *
      *  ANSWERED - OR PENDING WHILE NO ACKNOWLEDGEMENT HAS YET  *
      *  COME BACK FOR IT.                                       *
      *---------------------------------------------------------*
       2400-SHOW-REGISTER-ROW.
           IF NOT WS-PREG-OPEN
           MOVE PR-RUN-DATE      TO WR-RUN-DATE.
           MOVE PR-RESULT-SIGN   TO WR-SIGN.
           MOVE PR-RESULT-AMOUNT TO WR-AMOUNT.
           EVALUATE TRUE
               WHEN PR-BACKED-OUT
                   MOVE "B" TO WR-REVERSED
               WHEN PR-REVERSED
                   MOVE "Y" TO WR-REVERSED
               WHEN OTHER
                   MOVE "N" TO WR-REVERSED
           END-EVALUATE.
           MOVE SPACES TO WR-GL-ACK-DATE.
           MOVE SPACES TO WR-GL-REASON.
           EVALUATE TRUE
               WHEN PR-GL-CONFIRMED
                   MOVE "CONFIRMED" TO WR-GL-STATUS
               WHEN PR-GL-REJECTED
                   MOVE "REJECTED" TO WR-GL-STATUS
                   MOVE PR-GL-REASON TO WR-GL-REASON
               WHEN OTHER
                   MOVE "PENDING" TO WR-GL-STATUS
           END-EVALUATE.
           IF NOT PR-GL-PENDING
               MOVE PR-GL-ACK-DATE TO WR-GL-ACK-DATE
           END-IF.
           DISPLAY WS-REG-DISPLAY.
       2400-EXIT.
           EXIT.

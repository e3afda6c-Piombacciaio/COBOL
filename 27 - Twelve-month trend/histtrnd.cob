       IDENTIFICATION DIVISION.
       PROGRAM-ID. TwelveMonthTrend.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-13.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-13 PBC   ORIGINAL VERSION - TWELVE-MONTH        *
      *                   ROLLING TREND FOR THE ANNUAL STAFFING  *
      *                   REVIEW, BUILT OFF THE RESULTS HISTORY  *
      *                   MONTHLY SUMMARY RATHER THAN THE DETAIL *
      *                   FILE. FOR THE TWELVE MONTHS ENDING     *
      *                   WITH THE MONTH ON THE CONTROL CARD IT  *
      *                   PRINTS VOLUME, NET POSTED VALUE AND    *
      *                   REJECT RATE MONTH BY MONTH BESIDE THE  *
      *                   SAME MONTH A YEAR EARLIER - FOR ALL    *
      *                   OPERATORS TOGETHER, THEN FOR EACH      *
      *                   OPERATOR, THEN FOR EACH OPERATION      *
      *                   CODE.                                  *
      *  2026-10-15 PBC   TRNDRPT IS NOW OPENED ONCE THE CARD    *
      *                   EDITS CLEAN AND THE SUMMARY IS FOUND,  *
      *                   AND IS CLOSED ONLY WHEN IT WAS OPENED. *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "TRNDCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO "HISTSUMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-SUMM-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "TRNDRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-END-MONTH            PIC 9(06).
           05  CC-END-YM REDEFINES CC-END-MONTH.
               10  CC-END-YEAR         PIC 9(04).
               10  CC-END-MM           PIC 9(02).
           05  FILLER                  PIC X(74).

       FD  SUMMARY-FILE.
       COPY HISTSUMM.

       FD  TREND-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TREND-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SUMM-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CARD-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-CARD-END-OF-FILE     VALUE "Y".
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       77  WS-CARD-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-CARD-VALID           VALUE "Y".
       77  WS-SUMM-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-SUMM-OPEN            VALUE "Y".
       77  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-RPT-OPEN             VALUE "Y".
       77  WS-MATCH-SWITCH             PIC X(01) VALUE "N".
           88  WS-MATCH-FOUND          VALUE "Y".
       77  WS-ROW-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-OPER-IX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-OPER-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-CODE-IX                  PIC 9(02) COMP VALUE ZERO.
       77  WS-SLOT                     PIC 9(02) COMP VALUE ZERO.
       77  WS-LINE-IX                  PIC 9(02) COMP VALUE ZERO.
       01  WS-END-SEQ                  PIC 9(06) COMP VALUE ZERO.
       01  WS-FIRST-SEQ                PIC 9(06) COMP VALUE ZERO.
       01  WS-ROW-SEQ                  PIC 9(06) COMP VALUE ZERO.
       01  WS-LABEL-SEQ                PIC 9(06) COMP VALUE ZERO.
       01  WS-ROLLED-BEFORE            PIC 9(08) VALUE ZERO.
       01  WS-ROLLED-YMD REDEFINES WS-ROLLED-BEFORE.
           05  WS-ROLLED-MONTH         PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-END-MONTH                PIC 9(06) VALUE ZERO.
       01  WS-FIRST-MONTH              PIC 9(06) VALUE ZERO.
       01  WS-ROW-VOLUME               PIC 9(09) COMP VALUE ZERO.
       01  WS-ROW-NET                  PIC S9(13)V99 VALUE ZERO.
       01  WS-RATE-BASE                PIC 9(09) COMP VALUE ZERO.
       01  WS-REJECT-RATE              PIC 9(03)V9 VALUE ZERO.
       01  WS-MONTH-LABEL.
           05  WS-ML-YEAR              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-ML-MM                PIC 9(02).

      *---------------------------------------------------------*
      *  MONTH CELLS. EVERY TABLE BELOW CARRIES 24 OF THEM, ONE  *
      *  PER MONTH FROM TWO YEARS BEFORE THE END MONTH: CELLS    *
      *  1-12 ARE LAST YEAR, 13-24 THE TWELVE MONTHS REPORTED,   *
      *  SO CELL N AND CELL N+12 ARE THE SAME MONTH A YEAR       *
      *  APART. VOLUME IS POSTED PLUS REJECTED CARDS - A         *
      *  NIGHTBACKOUT OFFSET IS NOT A CARD ANYONE KEYED, SO IT   *
      *  COUNTS IN THE VALUE BUT NOT THE VOLUME.                 *
      *---------------------------------------------------------*
       01  WS-ALL-CELLS.
           05  WS-ALL-CELL OCCURS 24 TIMES.
               10  WS-AC-VOLUME        PIC 9(09) COMP VALUE ZERO.
               10  WS-AC-REJECTED      PIC 9(09) COMP VALUE ZERO.
               10  WS-AC-NET           PIC S9(13)V99 VALUE ZERO.

      *---------------------------------------------------------*
      *  BY-OPERATOR CELLS, FILLED AS OPERATORS APPEAR.          *
      *---------------------------------------------------------*
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 100 TIMES.
               10  WS-OPER-ID          PIC X(06) VALUE SPACES.
               10  WS-OPER-CELLS.
                   15  WS-OPER-CELL OCCURS 24 TIMES.
                       20  WS-OC-VOLUME    PIC 9(09) COMP VALUE ZERO.
                       20  WS-OC-REJECTED  PIC 9(09) COMP VALUE ZERO.
                       20  WS-OC-NET       PIC S9(13)V99 VALUE ZERO.

      *---------------------------------------------------------*
      *  BY-OPERATION-CODE CELLS. THE LAST SLOT CATCHES ANY CODE *
      *  THE REPORT DOES NOT KNOW, THE SAME WAY                  *
      *  HISTORYTRENDREPORT DOES.                                *
      *---------------------------------------------------------*
       01  WS-CODE-KEY-LIST.
           05  FILLER                  PIC X(02) VALUE "AD".
           05  FILLER                  PIC X(02) VALUE "SU".
           05  FILLER                  PIC X(02) VALUE "MU".
           05  FILLER                  PIC X(02) VALUE "DV".
           05  FILLER                  PIC X(02) VALUE "SM".
           05  FILLER                  PIC X(02) VALUE "AV".
           05  FILLER                  PIC X(02) VALUE "RV".
           05  FILLER                  PIC X(02) VALUE "**".
       01  WS-CODE-KEYS REDEFINES WS-CODE-KEY-LIST.
           05  WS-CODE-KEY             PIC X(02) OCCURS 8 TIMES.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY OCCURS 8 TIMES.
               10  WS-CODE-CELLS.
                   15  WS-CODE-CELL OCCURS 24 TIMES.
                       20  WS-CC-VOLUME    PIC 9(09) COMP VALUE ZERO.
                       20  WS-CC-REJECTED  PIC 9(09) COMP VALUE ZERO.
                       20  WS-CC-NET       PIC S9(13)V99 VALUE ZERO.

      *---------------------------------------------------------*
      *  THE CELLS OF WHATEVER IS BEING PRINTED, COPIED HERE SO  *
      *  ONE SET OF PRINT PARAGRAPHS SERVES EVERY SECTION, AND   *
      *  THE TWELVE-MONTH TOTALS WORKED FROM THEM.               *
      *---------------------------------------------------------*
       01  WS-PRINT-CELLS.
           05  WS-PRINT-CELL OCCURS 24 TIMES.
               10  WS-PC-VOLUME        PIC 9(09) COMP.
               10  WS-PC-REJECTED      PIC 9(09) COMP.
               10  WS-PC-NET           PIC S9(13)V99.
       01  WS-YEAR-TOTALS.
           05  WS-YT-VOLUME            PIC 9(09) COMP VALUE ZERO.
           05  WS-YT-REJECTED          PIC 9(09) COMP VALUE ZERO.
           05  WS-YT-NET               PIC S9(13)V99 VALUE ZERO.
           05  WS-YT-LY-VOLUME         PIC 9(09) COMP VALUE ZERO.
           05  WS-YT-LY-REJECTED       PIC 9(09) COMP VALUE ZERO.
           05  WS-YT-LY-NET            PIC S9(13)V99 VALUE ZERO.

      *---------------------------------------------------------*
      *  REPORT LINES.                                           *
      *---------------------------------------------------------*
       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(26)
               VALUE "TWELVE-MONTH TREND REPORT ".
           05  FILLER                 PIC X(05) VALUE "FROM ".
           05  WH-FIRST-YEAR          PIC 9(04).
           05  FILLER                 PIC X(01) VALUE "/".
           05  WH-FIRST-MM            PIC 9(02).
           05  FILLER                 PIC X(04) VALUE " TO ".
           05  WH-END-YEAR            PIC 9(04).
           05  FILLER                 PIC X(01) VALUE "/".
           05  WH-END-MM              PIC 9(02).
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SECTION-TITLE       PIC X(40).
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WM-TEXT                PIC X(60).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-ROLLED-LINE.
           05  FILLER                 PIC X(37) VALUE
               "NOTE: MONTHS FROM THIS ONE ON ARE NOT".
           05  FILLER                 PIC X(21) VALUE
               " YET ON THE SUMMARY: ".
           05  WR-YEAR                PIC 9(04).
           05  FILLER                 PIC X(01) VALUE "/".
           05  WR-MM                  PIC 9(02).
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                 PIC X(10) VALUE "MONTH".
           05  FILLER                 PIC X(07) VALUE " VOLUME".
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               "         VALUE".
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE " REJ %".
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE " LY VOL".
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               "      LY VALUE".
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE "LY REJ".
           05  FILLER                 PIC X(05) VALUE SPACES.

       01  WS-TREND-DETAIL.
           05  WD-LABEL               PIC X(07).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WD-VOLUME              PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-NET                 PIC -ZZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-REJECT-RATE         PIC ZZ9.9.
           05  FILLER                 PIC X(01) VALUE "%".
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WD-LY-VOLUME           PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-LY-NET              PIC -ZZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-LY-REJECT-RATE      PIC ZZ9.9.
           05  FILLER                 PIC X(01) VALUE "%".
           05  FILLER                 PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-CARD-VALID
               PERFORM 2000-PROCESS-SUMMARY THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 2500-PRINT-REPORT THRU 2500-EXIT
           END-IF.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - READ AND EDIT THE END-MONTH CARD AND  *
      *  WORK OUT THE 24 MONTHS WANTED AS MONTH SEQUENCE NUMBERS *
      *  (YEAR TIMES 12 PLUS MONTH LESS 1), SO STEPPING BACK     *
      *  ACROSS A YEAR END IS PLAIN SUBTRACTION. THEN TAKE THE   *
      *  LAST CUTOFF ROLLED OFF THE CONTROL ROW AND POSITION THE *
      *  SUMMARY AT THE FIRST MONTH WANTED.                      *
      *---------------------------------------------------------*
       1000-INITIALIZE.
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
               DISPLAY "TWELVEMONTHTREND: NO END-MONTH CARD STAGED - "
                   "NOTHING TO REPORT."
               GO TO 1000-EXIT
           END-IF.
           IF CC-END-MONTH IS NOT NUMERIC
               OR CC-END-MM < 1 OR CC-END-MM > 12
               DISPLAY "TWELVEMONTHTREND: BAD END MONTH ON CARD - "
                   "NOTHING TO REPORT."
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMM-STATUS NOT = "00"
               DISPLAY "TWELVEMONTHTREND: NO HISTORY SUMMARY FILE, "
                   "STATUS " WS-SUMM-STATUS " - NOTHING TO REPORT."
               GO TO 1000-EXIT
           END-IF.
           SET WS-SUMM-OPEN TO TRUE.
           OPEN OUTPUT TREND-REPORT-FILE.
           SET WS-RPT-OPEN TO TRUE.
           MOVE "Y" TO WS-CARD-VALID-SWITCH.
           COMPUTE WS-END-SEQ = CC-END-YEAR * 12 + CC-END-MM - 1.
           COMPUTE WS-FIRST-SEQ = WS-END-SEQ - 23.
           MOVE CC-END-MONTH TO WS-END-MONTH.
           COMPUTE WS-ML-YEAR = WS-FIRST-SEQ / 12.
           COMPUTE WS-ML-MM = WS-FIRST-SEQ - WS-ML-YEAR * 12 + 1.
           COMPUTE WS-FIRST-MONTH = WS-ML-YEAR * 100 + WS-ML-MM.
           MOVE ZERO   TO HS-MONTH.
           MOVE SPACES TO HS-OPERATOR-ID.
           MOVE SPACES TO HS-OPERATION-CODE.
           MOVE SPACES TO HS-REASON-CODE.
           READ SUMMARY-FILE
               INVALID KEY
                   MOVE ZERO TO HS-CUTOFF-DATE
           END-READ.
           MOVE HS-CUTOFF-DATE TO WS-ROLLED-BEFORE.
           MOVE WS-FIRST-MONTH TO HS-MONTH.
           MOVE SPACES TO HS-OPERATOR-ID.
           MOVE SPACES TO HS-OPERATION-CODE.
           MOVE SPACES TO HS-REASON-CODE.
           START SUMMARY-FILE KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1000-EXIT
           END-START.
           PERFORM 2100-READ-SUMMARY THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-PROCESS-SUMMARY - FOLD ONE SUMMARY ROW INTO ITS    *
      *  MONTH CELL FOR ALL OPERATORS, ITS OPERATOR AND ITS      *
      *  OPERATION CODE, AND READ THE NEXT. THE FILE IS IN MONTH *
      *  ORDER, SO THE FIRST ROW PAST THE END MONTH ENDS IT.     *
      *---------------------------------------------------------*
       2000-PROCESS-SUMMARY.
           IF HS-MONTH > WS-END-MONTH
               SET WS-END-OF-FILE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-ROW-SEQ = HS-YEAR * 12 + HS-MM - 1.
           IF WS-ROW-SEQ < WS-FIRST-SEQ OR WS-ROW-SEQ > WS-END-SEQ
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           COMPUTE WS-SLOT = WS-ROW-SEQ - WS-FIRST-SEQ + 1.
           IF HS-BACKOUT-OFFSET
               MOVE HS-REJECTED-COUNT TO WS-ROW-VOLUME
           ELSE
               COMPUTE WS-ROW-VOLUME =
                   HS-POSTED-COUNT + HS-REJECTED-COUNT
           END-IF.
           COMPUTE WS-ROW-NET = HS-PLUS-TOTAL - HS-MINUS-TOTAL.
           ADD WS-ROW-VOLUME     TO WS-AC-VOLUME (WS-SLOT).
           ADD HS-REJECTED-COUNT TO WS-AC-REJECTED (WS-SLOT).
           ADD WS-ROW-NET        TO WS-AC-NET (WS-SLOT).
           PERFORM 2300-ACCUM-OPERATOR THRU 2300-EXIT.
           PERFORM 2400-ACCUM-OPCODE THRU 2400-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-SUMMARY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-READ-SUMMARY - READ THE NEXT SUMMARY ROW IN KEY    *
      *  ORDER.                                                  *
      *---------------------------------------------------------*
       2100-READ-SUMMARY.
           READ SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2300-ACCUM-OPERATOR - FIND OR ADD THE ROW'S OPERATOR    *
      *  AND ROLL THE ROW INTO ITS MONTH CELL. A FULL TABLE IS   *
      *  SHOUTED ABOUT RATHER THAN ABENDING.                     *
      *---------------------------------------------------------*
       2300-ACCUM-OPERATOR.
           MOVE "N" TO WS-MATCH-SWITCH.
           MOVE 1 TO WS-OPER-IX.
           PERFORM 2350-SCAN-OPERATOR THRU 2350-EXIT
               UNTIL WS-MATCH-FOUND OR WS-OPER-IX > WS-OPER-COUNT.
           IF NOT WS-MATCH-FOUND
               IF WS-OPER-COUNT >= 100
                   DISPLAY "TWELVEMONTHTREND: OPERATOR TABLE FULL - "
                       HS-OPERATOR-ID " NOT BROKEN OUT."
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-OPER-IX
               MOVE HS-OPERATOR-ID TO WS-OPER-ID (WS-OPER-IX)
           END-IF.
           ADD WS-ROW-VOLUME
               TO WS-OC-VOLUME (WS-OPER-IX WS-SLOT).
           ADD HS-REJECTED-COUNT
               TO WS-OC-REJECTED (WS-OPER-IX WS-SLOT).
           ADD WS-ROW-NET
               TO WS-OC-NET (WS-OPER-IX WS-SLOT).
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2350-SCAN-OPERATOR - LOOK FOR THE ROW'S OPERATOR AMONG  *
      *  THOSE ALREADY SEEN.                                     *
      *---------------------------------------------------------*
       2350-SCAN-OPERATOR.
           IF WS-OPER-ID (WS-OPER-IX) = HS-OPERATOR-ID
               MOVE "Y" TO WS-MATCH-SWITCH
           ELSE
               ADD 1 TO WS-OPER-IX
           END-IF.
       2350-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2400-ACCUM-OPCODE - ROLL THE ROW INTO ITS OPERATION-    *
      *  CODE SLOT, OR THE CATCH-ALL LAST SLOT FOR A CODE THE    *
      *  REPORT DOES NOT KNOW.                                   *
      *---------------------------------------------------------*
       2400-ACCUM-OPCODE.
           MOVE "N" TO WS-MATCH-SWITCH.
           MOVE 1 TO WS-CODE-IX.
           PERFORM 2450-SCAN-OPCODE THRU 2450-EXIT
               UNTIL WS-MATCH-FOUND OR WS-CODE-IX > 7.
           IF NOT WS-MATCH-FOUND
               MOVE 8 TO WS-CODE-IX
           END-IF.
           ADD WS-ROW-VOLUME
               TO WS-CC-VOLUME (WS-CODE-IX WS-SLOT).
           ADD HS-REJECTED-COUNT
               TO WS-CC-REJECTED (WS-CODE-IX WS-SLOT).
           ADD WS-ROW-NET
               TO WS-CC-NET (WS-CODE-IX WS-SLOT).
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2450-SCAN-OPCODE - LOOK FOR THE ROW'S OPERATION CODE    *
      *  AMONG THE KNOWN CODES.                                  *
      *---------------------------------------------------------*
       2450-SCAN-OPCODE.
           IF WS-CODE-KEY (WS-CODE-IX) = HS-OPERATION-CODE
               MOVE "Y" TO WS-MATCH-SWITCH
           ELSE
               ADD 1 TO WS-CODE-IX
           END-IF.
       2450-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2500-PRINT-REPORT - THE HEADING AND A WARNING WHEN THE  *
      *  LAST MONTHS WANTED HAVE NOT BEEN ROLLED YET, THEN ALL   *
      *  OPERATORS TOGETHER, EACH OPERATOR, AND EACH OPERATION   *
      *  CODE.                                                   *
      *---------------------------------------------------------*
       2500-PRINT-REPORT.
           MOVE WS-FIRST-SEQ TO WS-LABEL-SEQ.
           ADD 12 TO WS-LABEL-SEQ.
           PERFORM 2950-MAKE-MONTH-LABEL THRU 2950-EXIT.
           MOVE WS-ML-YEAR  TO WH-FIRST-YEAR.
           MOVE WS-ML-MM    TO WH-FIRST-MM.
           MOVE CC-END-YEAR TO WH-END-YEAR.
           MOVE CC-END-MM   TO WH-END-MM.
           WRITE TREND-REPORT-LINE FROM WS-REPORT-HEADING.
           IF WS-ROLLED-BEFORE = ZERO
               MOVE "NOTE: NOTHING HAS BEEN ROLLED TO THE SUMMARY YET."
                   TO WM-TEXT
               WRITE TREND-REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF.
           IF WS-ROLLED-BEFORE NOT = ZERO
               AND WS-ROLLED-MONTH NOT > WS-END-MONTH
               DIVIDE WS-ROLLED-MONTH BY 100 GIVING WR-YEAR
                   REMAINDER WR-MM
               WRITE TREND-REPORT-LINE FROM WS-ROLLED-LINE
           END-IF.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "ALL OPERATORS" TO WS-SECTION-TITLE.
           MOVE WS-ALL-CELLS TO WS-PRINT-CELLS.
           PERFORM 2600-PRINT-SECTION THRU 2600-EXIT.
           MOVE 1 TO WS-OPER-IX.
           PERFORM 2700-PRINT-OPERATOR THRU 2700-EXIT
               UNTIL WS-OPER-IX > WS-OPER-COUNT.
           MOVE 1 TO WS-CODE-IX.
           PERFORM 2800-PRINT-OPCODE THRU 2800-EXIT
               UNTIL WS-CODE-IX > 8.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2600-PRINT-SECTION - PRINT THE SECTION TITLE, THE       *
      *  COLUMN HEADING, THE TWELVE MONTH LINES OUT OF           *
      *  WS-PRINT-CELLS, AND THE TWELVE-MONTH TOTAL LINE.        *
      *---------------------------------------------------------*
       2600-PRINT-SECTION.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE TREND-REPORT-LINE FROM WS-COLUMN-HEADING.
           MOVE ZERO TO WS-YT-VOLUME WS-YT-REJECTED WS-YT-NET
               WS-YT-LY-VOLUME WS-YT-LY-REJECTED WS-YT-LY-NET.
           MOVE 13 TO WS-LINE-IX.
           PERFORM 2650-PRINT-MONTH THRU 2650-EXIT
               UNTIL WS-LINE-IX > 24.
           MOVE "TOTAL  " TO WD-LABEL.
           MOVE WS-YT-VOLUME TO WD-VOLUME.
           MOVE WS-YT-NET    TO WD-NET.
           MOVE WS-YT-VOLUME   TO WS-RATE-BASE.
           MOVE WS-YT-REJECTED TO WS-ROW-VOLUME.
           PERFORM 2900-WORK-RATE THRU 2900-EXIT.
           MOVE WS-REJECT-RATE TO WD-REJECT-RATE.
           MOVE WS-YT-LY-VOLUME TO WD-LY-VOLUME.
           MOVE WS-YT-LY-NET    TO WD-LY-NET.
           MOVE WS-YT-LY-VOLUME   TO WS-RATE-BASE.
           MOVE WS-YT-LY-REJECTED TO WS-ROW-VOLUME.
           PERFORM 2900-WORK-RATE THRU 2900-EXIT.
           MOVE WS-REJECT-RATE TO WD-LY-REJECT-RATE.
           WRITE TREND-REPORT-LINE FROM WS-TREND-DETAIL.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2650-PRINT-MONTH - PRINT ONE MONTH BESIDE THE SAME      *
      *  MONTH A YEAR EARLIER (TWELVE CELLS BACK), ADD BOTH INTO *
      *  THE TWELVE-MONTH TOTALS, AND STEP TO THE NEXT MONTH.    *
      *---------------------------------------------------------*
       2650-PRINT-MONTH.
           COMPUTE WS-LABEL-SEQ = WS-FIRST-SEQ + WS-LINE-IX - 1.
           PERFORM 2950-MAKE-MONTH-LABEL THRU 2950-EXIT.
           MOVE WS-MONTH-LABEL TO WD-LABEL.
           MOVE WS-PC-VOLUME (WS-LINE-IX) TO WD-VOLUME.
           MOVE WS-PC-NET (WS-LINE-IX)    TO WD-NET.
           MOVE WS-PC-VOLUME (WS-LINE-IX)   TO WS-RATE-BASE.
           MOVE WS-PC-REJECTED (WS-LINE-IX) TO WS-ROW-VOLUME.
           PERFORM 2900-WORK-RATE THRU 2900-EXIT.
           MOVE WS-REJECT-RATE TO WD-REJECT-RATE.
           ADD WS-PC-VOLUME (WS-LINE-IX)   TO WS-YT-VOLUME.
           ADD WS-PC-REJECTED (WS-LINE-IX) TO WS-YT-REJECTED.
           ADD WS-PC-NET (WS-LINE-IX)      TO WS-YT-NET.
           SUBTRACT 12 FROM WS-LINE-IX.
           MOVE WS-PC-VOLUME (WS-LINE-IX) TO WD-LY-VOLUME.
           MOVE WS-PC-NET (WS-LINE-IX)    TO WD-LY-NET.
           MOVE WS-PC-VOLUME (WS-LINE-IX)   TO WS-RATE-BASE.
           MOVE WS-PC-REJECTED (WS-LINE-IX) TO WS-ROW-VOLUME.
           PERFORM 2900-WORK-RATE THRU 2900-EXIT.
           MOVE WS-REJECT-RATE TO WD-LY-REJECT-RATE.
           ADD WS-PC-VOLUME (WS-LINE-IX)   TO WS-YT-LY-VOLUME.
           ADD WS-PC-REJECTED (WS-LINE-IX) TO WS-YT-LY-REJECTED.
           ADD WS-PC-NET (WS-LINE-IX)      TO WS-YT-LY-NET.
           ADD 12 TO WS-LINE-IX.
           WRITE TREND-REPORT-LINE FROM WS-TREND-DETAIL.
           ADD 1 TO WS-LINE-IX.
       2650-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2700-PRINT-OPERATOR - PRINT ONE OPERATOR'S SECTION AND  *
      *  STEP TO THE NEXT OPERATOR.                              *
      *---------------------------------------------------------*
       2700-PRINT-OPERATOR.
           MOVE SPACES TO WS-SECTION-LINE.
           STRING "OPERATOR " WS-OPER-ID (WS-OPER-IX)
               DELIMITED BY SIZE INTO WS-SECTION-TITLE.
           MOVE WS-OPER-CELLS (WS-OPER-IX) TO WS-PRINT-CELLS.
           PERFORM 2600-PRINT-SECTION THRU 2600-EXIT.
           ADD 1 TO WS-OPER-IX.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2800-PRINT-OPCODE - PRINT ONE OPERATION CODE'S SECTION  *
      *  AND STEP TO THE NEXT CODE. THE CATCH-ALL SLOT ONLY      *
      *  PRINTS WHEN SOMETHING ACTUALLY LANDED IN IT.            *
      *---------------------------------------------------------*
       2800-PRINT-OPCODE.
           IF WS-CODE-IX = 8
               MOVE WS-CODE-CELLS (8) TO WS-PRINT-CELLS
               MOVE ZERO TO WS-YT-VOLUME
               MOVE 1 TO WS-LINE-IX
               PERFORM 2850-FOOT-VOLUME THRU 2850-EXIT
                   UNTIL WS-LINE-IX > 24
               IF WS-YT-VOLUME = ZERO
                   GO TO 2800-NEXT
               END-IF
           END-IF.
           MOVE SPACES TO WS-SECTION-LINE.
           STRING "OPERATION CODE " WS-CODE-KEY (WS-CODE-IX)
               DELIMITED BY SIZE INTO WS-SECTION-TITLE.
           MOVE WS-CODE-CELLS (WS-CODE-IX) TO WS-PRINT-CELLS.
           PERFORM 2600-PRINT-SECTION THRU 2600-EXIT.
       2800-NEXT.
           ADD 1 TO WS-CODE-IX.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2850-FOOT-VOLUME - ADD ONE CELL'S VOLUME TO THE FOOTING *
      *  AND STEP TO THE NEXT CELL.                              *
      *---------------------------------------------------------*
       2850-FOOT-VOLUME.
           ADD WS-PC-VOLUME (WS-LINE-IX) TO WS-YT-VOLUME.
           ADD 1 TO WS-LINE-IX.
       2850-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2900-WORK-RATE - REJECT PERCENTAGE: WS-ROW-VOLUME       *
      *  REJECTED OUT OF WS-RATE-BASE CARDS.                     *
      *---------------------------------------------------------*
       2900-WORK-RATE.
           IF WS-RATE-BASE = ZERO
               MOVE ZERO TO WS-REJECT-RATE
           ELSE
               COMPUTE WS-REJECT-RATE ROUNDED =
                   WS-ROW-VOLUME * 100 / WS-RATE-BASE
           END-IF.
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2950-MAKE-MONTH-LABEL - TURN THE MONTH SEQUENCE NUMBER  *
      *  IN WS-LABEL-SEQ BACK INTO A YYYY/MM LABEL.              *
      *---------------------------------------------------------*
       2950-MAKE-MONTH-LABEL.
           DIVIDE WS-LABEL-SEQ BY 12 GIVING WS-ML-YEAR
               REMAINDER WS-ML-MM.
           ADD 1 TO WS-ML-MM.
       2950-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - CLOSE FILES AND REPORT WHAT HAPPENED.  *
      *---------------------------------------------------------*
       3000-TERMINATE.
           IF WS-SUMM-OPEN
               CLOSE SUMMARY-FILE
           END-IF.
           IF WS-RPT-OPEN
               CLOSE TREND-REPORT-FILE
           END-IF.
           IF WS-CARD-VALID
               DISPLAY "TWELVEMONTHTREND: " WS-ROW-COUNT
                   " SUMMARY ROW(S) IN THE 24 MONTHS READ."
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

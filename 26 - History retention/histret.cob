       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistoryRetention.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-13.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-13 PBC   ORIGINAL VERSION - SPLITS THE RESULTS  *
      *                   HISTORY MASTER AT THE RETENTION CUTOFF *
      *                   ON THE CONTROL CARD. ROWS DATED BEFORE *
      *                   THE CUTOFF ARE ADDED INTO THE          *
      *                   PERMANENT MONTHLY SUMMARY (BY MONTH,   *
      *                   OPERATOR, OPERATION CODE AND REJECT    *
      *                   REASON) AND WRITTEN TO A NEW ARCHIVE   *
      *                   GENERATION; THE REST GO TO THE NEW     *
      *                   LIVE FILE, WHICH THE JCL COPIES BACK   *
      *                   OVER RSLTHIST. THE CUTOFF MUST BE THE  *
      *                   FIRST OF A MONTH, NOT IN THE FUTURE,   *
      *                   AND LATER THAN THE LAST CUTOFF ROLLED, *
      *                   SO THE SAME ROWS CAN NEVER BE ADDED    *
      *                   INTO THE SUMMARY TWICE. NO CARD, OR A  *
      *                   REFUSED ONE, LEAVES EVERYTHING         *
      *                   UNTOUCHED AND COMES BACK RETURN CODE 8 *
      *                   SO THE COPY STEP NEVER RUNS.           *
      *  2026-10-14 PBC   RESULTS-HISTORY RECORD WIDENED TO 48   *
      *                   FOR THE FOURTEEN-DIGIT TRAN-ID, ON THE *
      *                   LIVE FILE, THE ARCHIVE AND THE         *
      *                   RETAINED COPY ALIKE.                   *
      *  2026-10-15 PBC   THE ROLL NO LONGER UPDATES HISTSUMM IN *
      *                   PLACE. THE SUMMARY IS FIRST COPIED     *
      *                   INTO THE WORKING COPY HISTSNEW AND     *
      *                   ROLLED THERE; THE JCL COPIES IT BACK   *
      *                   OVER HISTSUMM ONLY AFTER A CLEAN       *
      *                   FINISH, SO A RERUN AFTER AN ABEND      *
      *                   STARTS AGAIN FROM AN UNTOUCHED SUMMARY *
      *                   AND NOTHING IS ADDED IN TWICE. A       *
      *                   FAILED WRITE TO THE ARCHIVE, THE NEW   *
      *                   LIVE FILE OR THE WORKING COPY NOW ENDS *
      *                   THE RUN WITH RETURN CODE 12, SO        *
      *                   NEITHER COPY-BACK RUNS.                *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "HRETCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT RESULTS-HIST-FILE ASSIGN TO "RSLTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "RSLTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT NEW-HIST-FILE ASSIGN TO "RSLTNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-SUMMARY-FILE ASSIGN TO "HISTSUMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-KEY
               FILE STATUS IS WS-OLD-SUMM-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO "HISTSNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-SUMM-STATUS.

           SELECT RETENTION-REPORT-FILE ASSIGN TO "HRETRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-CUTOFF-DATE          PIC X(08).
           05  CC-CUTOFF-NUM REDEFINES CC-CUTOFF-DATE
                                       PIC 9(08).
           05  CC-CUTOFF-YMD REDEFINES CC-CUTOFF-DATE.
               10  CC-CUTOFF-YEAR      PIC 9(04).
               10  CC-CUTOFF-MONTH     PIC 9(02).
               10  CC-CUTOFF-DAY       PIC 9(02).
           05  FILLER                  PIC X(72).

       FD  RESULTS-HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY HISTREC.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  ARCHIVE-RECORD              PIC X(48).

       FD  NEW-HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  NEW-HIST-RECORD             PIC X(48).

       FD  OLD-SUMMARY-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  OLD-SUMMARY-RECORD.
           05  OS-KEY                  PIC X(16).
           05  FILLER                  PIC X(74).

       FD  SUMMARY-FILE.
       COPY HISTSUMM.

       FD  RETENTION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RETENTION-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SUMM-STATUS              PIC X(02) VALUE SPACES.
       77  WS-OLD-SUMM-STATUS          PIC X(02) VALUE SPACES.
       77  WS-ARCH-STATUS              PIC X(02) VALUE SPACES.
       77  WS-NEW-STATUS               PIC X(02) VALUE SPACES.
       77  WS-FAIL-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CARD-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-CARD-END-OF-FILE     VALUE "Y".
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       77  WS-OLD-SUMM-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-OLD-SUMM-END         VALUE "Y".
       77  WS-CARD-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-CUTOFF-VALID         VALUE "Y".
       77  WS-SUMM-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-SUMM-OPEN            VALUE "Y".
       77  WS-NEW-ROW-SWITCH           PIC X(01) VALUE "N".
           88  WS-NEW-SUMMARY-ROW      VALUE "Y".
       77  WS-MATCH-SWITCH             PIC X(01) VALUE "N".
           88  WS-MATCH-FOUND          VALUE "Y".
       77  WS-WRITE-FAILED-SWITCH      PIC X(01) VALUE "N".
           88  WS-WRITE-FAILED         VALUE "Y".
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-ARCHIVED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-RETAINED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-NEW-ROW-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-MONTH-IX                 PIC 9(03) COMP VALUE ZERO.
       77  WS-MONTH-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
       01  WS-LAST-CUTOFF              PIC 9(08) VALUE ZERO.
       01  WS-FAILED-FILE              PIC X(08) VALUE SPACES.
       01  WS-HIST-MONTH               PIC 9(06) VALUE ZERO.
       01  WS-SIGNED-AMOUNT            PIC S9(10)V99 VALUE ZERO.
       01  WS-SUMMARY-KEY.
           05  WS-SK-MONTH             PIC 9(06).
           05  WS-SK-OPERATOR-ID       PIC X(06).
           05  WS-SK-OPERATION-CODE    PIC X(02).
           05  WS-SK-REASON-CODE       PIC X(02).

      *---------------------------------------------------------*
      *  MONTHS ROLLED THIS RUN, FOR THE REPORT. TWENTY YEARS OF *
      *  MONTHS IS MORE THAN ONE ROLL WILL EVER SEE; A MONTH     *
      *  PAST THE TABLE STILL ROLLS, IT IS ONLY NOT LISTED.      *
      *---------------------------------------------------------*
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 240 TIMES.
               10  WS-MT-MONTH         PIC 9(06).
               10  WS-MT-MONTH-YM REDEFINES WS-MT-MONTH.
                   15  WS-MT-YEAR      PIC 9(04).
                   15  WS-MT-MM        PIC 9(02).
               10  WS-MT-POSTED        PIC 9(07) COMP.
               10  WS-MT-REJECTED      PIC 9(07) COMP.
               10  WS-MT-TOTAL         PIC S9(13)V99.

      *---------------------------------------------------------*
      *  REPORT LINES.                                           *
      *---------------------------------------------------------*
       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(27)
               VALUE "RESULTS HISTORY RETENTION  ".
           05  FILLER                 PIC X(07) VALUE "CUTOFF ".
           05  WH-CUTOFF-DATE         PIC 9(08).
           05  FILLER                 PIC X(10) VALUE "   RUN DT ".
           05  WH-CURRENT-DATE        PIC 9(08).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                 PIC X(40) VALUE
               "MONTH       POSTED  REJECTED         NET".
           05  FILLER                 PIC X(40) VALUE
               " POSTED".

       01  WS-MONTH-LINE.
           05  WL-YEAR                PIC 9(04).
           05  FILLER                 PIC X(01) VALUE "/".
           05  WL-MM                  PIC 9(02).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WL-POSTED              PIC ZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WL-REJECTED            PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-TOTAL               PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL               PIC X(40).
           05  WT-COUNT               PIC ZZZZZZ9.
           05  FILLER                 PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-CUTOFF-VALID
               PERFORM 2000-SPLIT-ROW THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE OR WS-WRITE-FAILED
               IF NOT WS-WRITE-FAILED
                   PERFORM 2600-UPDATE-CONTROL THRU 2600-EXIT
               END-IF
               IF NOT WS-WRITE-FAILED
                   PERFORM 2700-PRINT-REPORT THRU 2700-EXIT
               END-IF
           END-IF.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - READ AND EDIT THE CUTOFF CARD, COPY   *
      *  THE SUMMARY INTO THE WORKING COPY AND PROVE THE CUTOFF  *
      *  AGAINST ITS CONTROL ROW, THEN OPEN THE HISTORY, THE     *
      *  ARCHIVE GENERATION AND THE NEW LIVE FILE AND PRIME THE  *
      *  READ. A MISSING OR EMPTY HISTSUMM ONLY MEANS NOTHING TO *
      *  COPY - THE FIRST ROLL STARTS IT. HISTSUMM ITSELF IS     *
      *  ONLY EVER READ.                                         *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
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
               DISPLAY "HISTORYRETENTION: NO CUTOFF CARD STAGED - "
                   "HISTORY LEFT UNTOUCHED."
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1900-EDIT-CARD THRU 1900-EXIT.
           IF NOT WS-CUTOFF-VALID
               DISPLAY "HISTORYRETENTION: BAD CUTOFF ON CARD - MUST "
                   "BE THE FIRST OF A MONTH, NOT IN THE FUTURE - "
                   "HISTORY LEFT UNTOUCHED."
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT OLD-SUMMARY-FILE.
           IF WS-OLD-SUMM-STATUS NOT = "00"
               AND WS-OLD-SUMM-STATUS NOT = "35"
               DISPLAY "HISTORYRETENTION: SUMMARY FILE WILL NOT "
                   "OPEN - STATUS " WS-OLD-SUMM-STATUS
                   " - HISTORY LEFT UNTOUCHED."
               MOVE "N" TO WS-CARD-VALID-SWITCH
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT SUMMARY-FILE.
           IF WS-SUMM-STATUS NOT = "00"
               DISPLAY "HISTORYRETENTION: WORKING SUMMARY COPY WILL "
                   "NOT OPEN - STATUS " WS-SUMM-STATUS
                   " - HISTORY LEFT UNTOUCHED."
               IF WS-OLD-SUMM-STATUS = "00"
                   CLOSE OLD-SUMMARY-FILE
               END-IF
               MOVE "N" TO WS-CARD-VALID-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-OLD-SUMM-STATUS = "00"
               PERFORM 1500-COPY-SUMMARY THRU 1500-EXIT
                   UNTIL WS-OLD-SUMM-END OR WS-WRITE-FAILED
               CLOSE OLD-SUMMARY-FILE
           END-IF.
           CLOSE SUMMARY-FILE.
           IF WS-WRITE-FAILED
               MOVE "N" TO WS-CARD-VALID-SWITCH
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O SUMMARY-FILE.
           IF WS-SUMM-STATUS NOT = "00"
               DISPLAY "HISTORYRETENTION: WORKING SUMMARY COPY WILL "
                   "NOT REOPEN - STATUS " WS-SUMM-STATUS
                   " - HISTORY LEFT UNTOUCHED."
               MOVE "N" TO WS-CARD-VALID-SWITCH
               GO TO 1000-EXIT
           END-IF.
           SET WS-SUMM-OPEN TO TRUE.
           MOVE ZERO   TO HS-MONTH.
           MOVE SPACES TO HS-OPERATOR-ID.
           MOVE SPACES TO HS-OPERATION-CODE.
           MOVE SPACES TO HS-REASON-CODE.
           READ SUMMARY-FILE
               INVALID KEY
                   MOVE ZERO TO HS-CUTOFF-DATE
           END-READ.
           MOVE HS-CUTOFF-DATE TO WS-LAST-CUTOFF.
           IF WS-CUTOFF-DATE NOT > WS-LAST-CUTOFF
               DISPLAY "HISTORYRETENTION: CUTOFF " WS-CUTOFF-DATE
                   " IS NOT PAST THE LAST ONE ROLLED, "
                   WS-LAST-CUTOFF " - HISTORY LEFT UNTOUCHED."
               MOVE "N" TO WS-CARD-VALID-SWITCH
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT RESULTS-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "HISTORYRETENTION: RESULTS HISTORY OPEN "
                   "FAILED, STATUS " WS-HIST-STATUS "."
               MOVE "N" TO WS-CARD-VALID-SWITCH
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT ARCHIVE-FILE.
           OPEN OUTPUT NEW-HIST-FILE.
           OPEN OUTPUT RETENTION-REPORT-FILE.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1500-COPY-SUMMARY - COPY ONE HISTSUMM ROW, CONTROL ROW  *
      *  INCLUDED, INTO THE WORKING COPY. THE ROWS COME IN KEY   *
      *  ORDER, SO THE COPY LOADS IN ORDER TOO.                  *
      *---------------------------------------------------------*
       1500-COPY-SUMMARY.
           READ OLD-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-OLD-SUMM-END TO TRUE
                   GO TO 1500-EXIT
           END-READ.
           WRITE HISTORY-SUMMARY-RECORD FROM OLD-SUMMARY-RECORD.
           IF WS-SUMM-STATUS NOT = "00"
               MOVE "HISTSNEW" TO WS-FAILED-FILE
               MOVE WS-SUMM-STATUS TO WS-FAIL-STATUS
               SET WS-WRITE-FAILED TO TRUE
           END-IF.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1900-EDIT-CARD - THE CUTOFF MUST BE A REAL-LOOKING      *
      *  YYYYMMDD DATE ON THE FIRST OF A MONTH, SO ONLY WHOLE    *
      *  MONTHS ROLL, AND NOT LATER THAN TODAY. ROWS DATED       *
      *  BEFORE IT ARE ROLLED.                                   *
      *---------------------------------------------------------*
       1900-EDIT-CARD.
           MOVE "N" TO WS-CARD-VALID-SWITCH.
           IF CC-CUTOFF-DATE IS NOT NUMERIC
               GO TO 1900-EXIT
           END-IF.
           IF CC-CUTOFF-MONTH < 1 OR CC-CUTOFF-MONTH > 12
               GO TO 1900-EXIT
           END-IF.
           IF CC-CUTOFF-DAY NOT = 1
               GO TO 1900-EXIT
           END-IF.
           IF CC-CUTOFF-NUM > WS-CURRENT-DATE
               GO TO 1900-EXIT
           END-IF.
           MOVE CC-CUTOFF-NUM TO WS-CUTOFF-DATE.
           MOVE "Y" TO WS-CARD-VALID-SWITCH.
       1900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-SPLIT-ROW - ROUTE THE BUFFERED HISTORY ROW: BEFORE *
      *  THE CUTOFF IT IS ADDED INTO THE SUMMARY AND ARCHIVED,   *
      *  OTHERWISE IT GOES TO THE NEW LIVE FILE. A FAILED WRITE  *
      *  STOPS THE SPLIT. READ THE NEXT.                         *
      *---------------------------------------------------------*
       2000-SPLIT-ROW.
           ADD 1 TO WS-READ-COUNT.
           IF HIST-RUN-DATE < WS-CUTOFF-DATE
               PERFORM 2200-ROLL-ROW THRU 2200-EXIT
               IF WS-WRITE-FAILED
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2300-TALLY-MONTH THRU 2300-EXIT
               WRITE ARCHIVE-RECORD FROM HISTORY-RECORD
               IF WS-ARCH-STATUS NOT = "00"
                   MOVE "RSLTARCH" TO WS-FAILED-FILE
                   MOVE WS-ARCH-STATUS TO WS-FAIL-STATUS
                   SET WS-WRITE-FAILED TO TRUE
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               WRITE NEW-HIST-RECORD FROM HISTORY-RECORD
               IF WS-NEW-STATUS NOT = "00"
                   MOVE "RSLTNEW" TO WS-FAILED-FILE
                   MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
                   SET WS-WRITE-FAILED TO TRUE
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-RETAINED-COUNT
           END-IF.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-READ-HISTORY - READ THE NEXT HISTORY ROW           *
      *---------------------------------------------------------*
       2100-READ-HISTORY.
           READ RESULTS-HIST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2200-ROLL-ROW - ADD THE HISTORY ROW INTO ITS SUMMARY    *
      *  ROW FOR THE MONTH, OPERATOR, OPERATION CODE AND REASON, *
      *  STARTING THE SUMMARY ROW IF THIS IS ITS FIRST. A POSTED *
      *  AMOUNT GOES TO THE PLUS OR MINUS TOTAL BY ITS SIGN; A   *
      *  REJECT ONLY COUNTS.                                     *
      *---------------------------------------------------------*
       2200-ROLL-ROW.
           COMPUTE WS-HIST-MONTH = HIST-RUN-DATE / 100.
           MOVE WS-HIST-MONTH       TO WS-SK-MONTH.
           MOVE HIST-OPERATOR-ID    TO WS-SK-OPERATOR-ID.
           MOVE HIST-OPERATION-CODE TO WS-SK-OPERATION-CODE.
           MOVE HIST-REASON-CODE    TO WS-SK-REASON-CODE.
           MOVE WS-SUMMARY-KEY      TO HS-KEY.
           MOVE "N" TO WS-NEW-ROW-SWITCH.
           READ SUMMARY-FILE
               INVALID KEY
                   SET WS-NEW-SUMMARY-ROW TO TRUE
           END-READ.
           IF WS-NEW-SUMMARY-ROW
               MOVE SPACES TO HISTORY-SUMMARY-RECORD
               MOVE WS-SUMMARY-KEY TO HS-KEY
               MOVE ZERO TO HS-POSTED-COUNT
               MOVE ZERO TO HS-REJECTED-COUNT
               MOVE ZERO TO HS-PLUS-TOTAL
               MOVE ZERO TO HS-MINUS-TOTAL
           END-IF.
           IF HIST-POSTED
               ADD 1 TO HS-POSTED-COUNT
               IF HIST-RESULT-SIGN = "-"
                   ADD HIST-RESULT-AMOUNT TO HS-MINUS-TOTAL
               ELSE
                   ADD HIST-RESULT-AMOUNT TO HS-PLUS-TOTAL
               END-IF
           ELSE
               ADD 1 TO HS-REJECTED-COUNT
           END-IF.
           MOVE WS-CUTOFF-DATE  TO HS-CUTOFF-DATE.
           MOVE WS-CURRENT-DATE TO HS-ROLL-DATE.
           IF WS-NEW-SUMMARY-ROW
               WRITE HISTORY-SUMMARY-RECORD
               ADD 1 TO WS-NEW-ROW-COUNT
           ELSE
               REWRITE HISTORY-SUMMARY-RECORD
           END-IF.
           IF WS-SUMM-STATUS NOT = "00"
               MOVE "HISTSNEW" TO WS-FAILED-FILE
               MOVE WS-SUMM-STATUS TO WS-FAIL-STATUS
               SET WS-WRITE-FAILED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2300-TALLY-MONTH - FIND OR ADD THE ROW'S MONTH IN THE   *
      *  REPORT TABLE AND ROLL THE ROW IN.                       *
      *---------------------------------------------------------*
       2300-TALLY-MONTH.
           MOVE "N" TO WS-MATCH-SWITCH.
           MOVE 1 TO WS-MONTH-IX.
           PERFORM 2350-SCAN-MONTH THRU 2350-EXIT
               UNTIL WS-MATCH-FOUND OR WS-MONTH-IX > WS-MONTH-COUNT.
           IF NOT WS-MATCH-FOUND
               IF WS-MONTH-COUNT >= 240
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-MONTH-COUNT
               MOVE WS-MONTH-COUNT TO WS-MONTH-IX
               MOVE WS-HIST-MONTH TO WS-MT-MONTH (WS-MONTH-IX)
               MOVE ZERO TO WS-MT-POSTED (WS-MONTH-IX)
               MOVE ZERO TO WS-MT-REJECTED (WS-MONTH-IX)
               MOVE ZERO TO WS-MT-TOTAL (WS-MONTH-IX)
           END-IF.
           IF HIST-POSTED
               IF HIST-RESULT-SIGN = "-"
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - HIST-RESULT-AMOUNT
               ELSE
                   MOVE HIST-RESULT-AMOUNT TO WS-SIGNED-AMOUNT
               END-IF
               ADD 1 TO WS-MT-POSTED (WS-MONTH-IX)
               ADD WS-SIGNED-AMOUNT TO WS-MT-TOTAL (WS-MONTH-IX)
           ELSE
               ADD 1 TO WS-MT-REJECTED (WS-MONTH-IX)
           END-IF.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2350-SCAN-MONTH - LOOK FOR THE ROW'S MONTH AMONG THOSE  *
      *  ALREADY SEEN THIS RUN.                                  *
      *---------------------------------------------------------*
       2350-SCAN-MONTH.
           IF WS-MT-MONTH (WS-MONTH-IX) = WS-HIST-MONTH
               MOVE "Y" TO WS-MATCH-SWITCH
           ELSE
               ADD 1 TO WS-MONTH-IX
           END-IF.
       2350-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2600-UPDATE-CONTROL - RECORD THE CUTOFF JUST ROLLED ON  *
      *  THE SUMMARY'S CONTROL ROW, SO THE SAME CUTOFF (OR AN    *
      *  EARLIER ONE) IS REFUSED NEXT TIME.                      *
      *---------------------------------------------------------*
       2600-UPDATE-CONTROL.
           MOVE SPACES TO WS-SUMMARY-KEY.
           MOVE ZERO TO WS-SK-MONTH.
           MOVE WS-SUMMARY-KEY TO HS-KEY.
           MOVE "N" TO WS-NEW-ROW-SWITCH.
           READ SUMMARY-FILE
               INVALID KEY
                   SET WS-NEW-SUMMARY-ROW TO TRUE
           END-READ.
           IF WS-NEW-SUMMARY-ROW
               MOVE SPACES TO HISTORY-SUMMARY-RECORD
               MOVE WS-SUMMARY-KEY TO HS-KEY
               MOVE ZERO TO HS-POSTED-COUNT
               MOVE ZERO TO HS-REJECTED-COUNT
               MOVE ZERO TO HS-PLUS-TOTAL
               MOVE ZERO TO HS-MINUS-TOTAL
           END-IF.
           MOVE WS-CUTOFF-DATE  TO HS-CUTOFF-DATE.
           MOVE WS-CURRENT-DATE TO HS-ROLL-DATE.
           IF WS-NEW-SUMMARY-ROW
               WRITE HISTORY-SUMMARY-RECORD
           ELSE
               REWRITE HISTORY-SUMMARY-RECORD
           END-IF.
           IF WS-SUMM-STATUS NOT = "00"
               MOVE "HISTSNEW" TO WS-FAILED-FILE
               MOVE WS-SUMM-STATUS TO WS-FAIL-STATUS
               SET WS-WRITE-FAILED TO TRUE
           END-IF.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2700-PRINT-REPORT - ONE LINE PER MONTH ROLLED, THEN THE *
      *  SPLIT COUNTS.                                           *
      *---------------------------------------------------------*
       2700-PRINT-REPORT.
           MOVE WS-CUTOFF-DATE  TO WH-CUTOFF-DATE.
           MOVE WS-CURRENT-DATE TO WH-CURRENT-DATE.
           WRITE RETENTION-REPORT-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE FROM WS-COLUMN-HEADING.
           MOVE 1 TO WS-MONTH-IX.
           PERFORM 2750-PRINT-MONTH THRU 2750-EXIT
               UNTIL WS-MONTH-IX > WS-MONTH-COUNT.
           MOVE SPACES TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
           MOVE "HISTORY ROWS READ" TO WT-LABEL.
           MOVE WS-READ-COUNT TO WT-COUNT.
           WRITE RETENTION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ROLLED TO THE SUMMARY AND ARCHIVED" TO WT-LABEL.
           MOVE WS-ARCHIVED-COUNT TO WT-COUNT.
           WRITE RETENTION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "RETAINED ON THE LIVE HISTORY" TO WT-LABEL.
           MOVE WS-RETAINED-COUNT TO WT-COUNT.
           WRITE RETENTION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "NEW SUMMARY ROWS STARTED" TO WT-LABEL.
           MOVE WS-NEW-ROW-COUNT TO WT-COUNT.
           WRITE RETENTION-REPORT-LINE FROM WS-TOTAL-LINE.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2750-PRINT-MONTH - PRINT ONE ROLLED MONTH'S LINE AND    *
      *  STEP TO THE NEXT.                                       *
      *---------------------------------------------------------*
       2750-PRINT-MONTH.
           MOVE WS-MT-YEAR (WS-MONTH-IX)     TO WL-YEAR.
           MOVE WS-MT-MM (WS-MONTH-IX)       TO WL-MM.
           MOVE WS-MT-POSTED (WS-MONTH-IX)   TO WL-POSTED.
           MOVE WS-MT-REJECTED (WS-MONTH-IX) TO WL-REJECTED.
           MOVE WS-MT-TOTAL (WS-MONTH-IX)    TO WL-TOTAL.
           WRITE RETENTION-REPORT-LINE FROM WS-MONTH-LINE.
           ADD 1 TO WS-MONTH-IX.
       2750-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - CLOSE FILES, REPORT THE SPLIT AND SET  *
      *  THE RETURN CODE THE JCL CONDITIONS THE COPY-BACKS ON: 0 *
      *  CLEAN, 8 REFUSED WITH NOTHING DONE, 12 WHEN A WRITE     *
      *  FAILED PART WAY.                                        *
      *---------------------------------------------------------*
       3000-TERMINATE.
           IF WS-SUMM-OPEN
               CLOSE SUMMARY-FILE
           END-IF.
           IF WS-CUTOFF-VALID
               CLOSE RESULTS-HIST-FILE
               CLOSE ARCHIVE-FILE
               CLOSE NEW-HIST-FILE
               CLOSE RETENTION-REPORT-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WS-WRITE-FAILED
                   DISPLAY "HISTORYRETENTION: WRITE TO "
                       WS-FAILED-FILE " FAILED, STATUS "
                       WS-FAIL-STATUS " - RUN REFUSED, LIVE HISTORY "
                       "AND SUMMARY LEFT UNTOUCHED."
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CUTOFF-VALID
                   DISPLAY "HISTORYRETENTION: " WS-READ-COUNT
                       " ROW(S) READ, " WS-ARCHIVED-COUNT
                       " ROLLED AND ARCHIVED, " WS-RETAINED-COUNT
                       " RETAINED."
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

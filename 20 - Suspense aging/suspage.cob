       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspenseAging.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-06.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-06 PBC   ORIGINAL VERSION - AGES EVERY ROW      *
      *                   STILL HELD ON THE SUSPENSE FILE BY ITS *
      *                   HELD DATE INTO 0-2, 3-5, 6-10 AND      *
      *                   OVER-10-DAY BUCKETS AND PRINTS EACH    *
      *                   BUCKET WITH OPERATION-CODE AND         *
      *                   OPERATOR SUBTOTALS OF THE HELD AMOUNT  *
      *                   AGAINST THE LIMIT IT BROKE, SO A HOLD  *
      *                   NOBODY DECIDES NO LONGER SITS THERE    *
      *                   UNSEEN. A HOLD OLDER THAN THE HOLDING  *
      *                   PERIOD ON THE CONTROL CARD IS MARKED   *
      *                   REFUSED BY THE AGING RUN ITSELF, SO    *
      *                   SIMPLEOPS BOOKS IT THROUGH             *
      *                   3030-BOOK-REFUSED THAT SAME NIGHT; A   *
      *                   POSTED OR CLOSED ROW SETTLED LONGER    *
      *                   AGO THAN THE RETENTION PERIOD ON THE   *
      *                   CARD IS PURGED SO THE FILE STOPS       *
      *                   GROWING.                               *
      *  2026-10-12 PBC   A ROW DESKFILECONSOLIDATE HELD AS A    *
      *                   SUSPECTED DOUBLE-KEYING (STATUS D) IS  *
      *                   AGED AND LISTED WITH THE OTHER HOLDS,  *
      *                   AT A ZERO AMOUNT AND LIMIT, BUT NEVER  *
      *                   EXPIRED - IT WAITS FOR A SUPERVISOR    *
      *                   HOWEVER OLD IT GETS.                   *
      *  2026-10-14 PBC   THE AGING TABLE AND DETAIL LINE CARRY  *
      *                   THE FULL FOURTEEN-DIGIT TRAN-ID; THE   *
      *                   TOTAL LINES MOVE OVER TO STAY UNDER    *
      *                   THEIR COLUMNS.                         *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "AGECARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-TRAN-ID
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *  THE CONTROL CARD. EVERY FIELD MAY BE LEFT BLANK: A      *
      *  BLANK AS-OF DATE AGES AGAINST TODAY'S DATE, A BLANK OR  *
      *  ZERO HOLDING PERIOD EXPIRES NOTHING, AND A BLANK OR     *
      *  ZERO RETENTION PERIOD PURGES NOTHING. WITH NO CARD AT   *
      *  ALL THE RUN IS REPORT-ONLY.                             *
      *---------------------------------------------------------*
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-AS-OF-DATE           PIC X(08).
           05  CC-AS-OF-NUM REDEFINES CC-AS-OF-DATE
                                       PIC 9(08).
           05  CC-AS-OF-YMD REDEFINES CC-AS-OF-DATE.
               10  CC-AS-OF-YEAR       PIC 9(04).
               10  CC-AS-OF-MONTH      PIC 9(02).
               10  CC-AS-OF-DAY        PIC 9(02).
           05  CC-HOLD-DAYS            PIC X(03).
           05  CC-HOLD-DAYS-NUM REDEFINES CC-HOLD-DAYS
                                       PIC 9(03).
           05  CC-RETAIN-DAYS          PIC X(03).
           05  CC-RETAIN-DAYS-NUM REDEFINES CC-RETAIN-DAYS
                                       PIC 9(03).
           05  FILLER                  PIC X(66).

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AGING-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SUSP-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CARD-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-CARD-END-OF-FILE     VALUE "Y".
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       77  WS-CARD-VALID-SWITCH        PIC X(01) VALUE "Y".
           88  WS-CARD-VALID           VALUE "Y".
       77  WS-SUSP-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-SUSP-OPEN            VALUE "Y".
       77  WS-SUSP-FAILED-SWITCH       PIC X(01) VALUE "N".
           88  WS-SUSP-FAILED          VALUE "Y".
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-EXPIRE-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-PURGE-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-DECIDED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-UNLISTED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-ROW-IX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-SORT-IX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-BUCKET-IX                PIC 9(01) COMP VALUE ZERO.
       01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-AS-OF-DATE               PIC 9(08) VALUE ZERO.
       01  WS-AS-OF-DAY-NUMBER         PIC 9(07) VALUE ZERO.
       01  WS-HOLD-DAYS                PIC 9(03) VALUE ZERO.
       01  WS-RETAIN-DAYS              PIC 9(03) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(05) VALUE ZERO.
       01  WS-SETTLE-DATE              PIC 9(08) VALUE ZERO.
       01  WS-BUCKET                   PIC 9(01) VALUE ZERO.

      *---------------------------------------------------------*
      *  DAY-NUMBER WORK AREAS. A YYYYMMDD DATE IS TURNED INTO A *
      *  RUNNING DAY COUNT (MARCH-BASED YEAR, SO THE LEAP DAY    *
      *  FALLS AT THE END) AND TWO DAY COUNTS ARE SUBTRACTED TO  *
      *  GET AN AGE IN CALENDAR DAYS. EVERY DIVIDE LANDS IN AN   *
      *  INTEGER FIELD SO THE QUOTIENTS TRUNCATE AS THEY MUST.   *
      *---------------------------------------------------------*
       01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-DN-YMD REDEFINES WS-DN-DATE.
           05  WS-DN-YEAR              PIC 9(04).
           05  WS-DN-MONTH             PIC 9(02).
           05  WS-DN-DAY               PIC 9(02).
       01  WS-DN-Y                     PIC 9(04) COMP VALUE ZERO.
       01  WS-DN-M                     PIC 9(02) COMP VALUE ZERO.
       01  WS-DN-Q4                    PIC 9(04) COMP VALUE ZERO.
       01  WS-DN-Q100                  PIC 9(04) COMP VALUE ZERO.
       01  WS-DN-Q400                  PIC 9(04) COMP VALUE ZERO.
       01  WS-DN-WORK                  PIC 9(05) COMP VALUE ZERO.
       01  WS-DN-QM                    PIC 9(04) COMP VALUE ZERO.
       01  WS-DAY-NUMBER               PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------*
      *  THE AGING TABLE - ONE ENTRY PER ROW STILL HELD, PLUS    *
      *  ONE PER HOLD THIS RUN EXPIRED (BUCKET 5), SORTED ON     *
      *  BUCKET, OPERATOR, OPERATION CODE AND TRAN-ID FOR THE    *
      *  CONTROL BREAKS. 2000 ROWS IS FAR MORE THAN THE DESKS    *
      *  EVER LEAVE UNDECIDED; ROWS PAST IT ARE STILL AGED AND   *
      *  EXPIRED, ONLY NOT LISTED, AND THE RUN COMES BACK 4.     *
      *---------------------------------------------------------*
       01  WS-AGING-TABLE-AREA.
           05  WS-AGING-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-AGING-ENTRY OCCURS 2000 TIMES.
               10  WS-AG-SORT-KEY.
                   15  WS-AG-BUCKET    PIC 9(01).
                   15  WS-AG-OPERATOR  PIC X(06).
                   15  WS-AG-OP-CODE   PIC X(02).
                   15  WS-AG-TRAN-ID   PIC 9(14).
               10  WS-AG-HELD-DATE     PIC 9(08).
               10  WS-AG-AGE           PIC 9(05).
               10  WS-AG-SIGN          PIC X(01).
               10  WS-AG-RESULT        PIC 9(10)V99.
               10  WS-AG-LIMIT         PIC 9(10)V99.
       01  WS-HOLD-ENTRY.
           05  WS-HOLD-SORT-KEY.
               10  WS-HOLD-BUCKET      PIC 9(01).
               10  WS-HOLD-OPERATOR    PIC X(06).
               10  WS-HOLD-OP-CODE     PIC X(02).
               10  WS-HOLD-TRAN-ID     PIC 9(14).
           05  WS-HOLD-HELD-DATE       PIC 9(08).
           05  WS-HOLD-AGE             PIC 9(05).
           05  WS-HOLD-SIGN            PIC X(01).
           05  WS-HOLD-RESULT          PIC 9(10)V99.
           05  WS-HOLD-LIMIT           PIC 9(10)V99.

      *---------------------------------------------------------*
      *  CONTROL-BREAK KEYS AND ACCUMULATORS. OPERATION-CODE     *
      *  TOTALS ROLL INTO THE OPERATOR, OPERATOR TOTALS INTO THE *
      *  BUCKET, AND EACH BUCKET'S TOTALS ARE KEPT FOR THE       *
      *  CLOSING SUMMARY.                                        *
      *---------------------------------------------------------*
       77  WS-FIRST-ROW-SWITCH         PIC X(01) VALUE "Y".
           88  WS-FIRST-ROW            VALUE "Y".
       01  WS-PREV-BUCKET              PIC 9(01) VALUE ZERO.
       01  WS-PREV-OPERATOR            PIC X(06) VALUE SPACES.
       01  WS-PREV-OP-CODE             PIC X(02) VALUE SPACES.
       01  WS-CODE-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-CODE-RESULT              PIC 9(13)V99 VALUE ZERO.
       01  WS-CODE-LIMIT               PIC 9(13)V99 VALUE ZERO.
       01  WS-OPER-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-OPER-RESULT              PIC 9(13)V99 VALUE ZERO.
       01  WS-OPER-LIMIT               PIC 9(13)V99 VALUE ZERO.
       01  WS-BKT-COUNT                PIC 9(05) COMP VALUE ZERO.
       01  WS-BKT-RESULT               PIC 9(13)V99 VALUE ZERO.
       01  WS-BKT-LIMIT                PIC 9(13)V99 VALUE ZERO.
       01  WS-SUMMARY-TABLE.
           05  WS-SUMMARY-ENTRY OCCURS 5 TIMES.
               10  WS-SUM-COUNT        PIC 9(05) COMP VALUE ZERO.
               10  WS-SUM-RESULT       PIC 9(13)V99 VALUE ZERO.
               10  WS-SUM-LIMIT        PIC 9(13)V99 VALUE ZERO.

       01  WS-BUCKET-NAME-LIST.
           05  FILLER                  PIC X(24)
               VALUE "HELD 0 - 2 DAYS".
           05  FILLER                  PIC X(24)
               VALUE "HELD 3 - 5 DAYS".
           05  FILLER                  PIC X(24)
               VALUE "HELD 6 - 10 DAYS".
           05  FILLER                  PIC X(24)
               VALUE "HELD OVER 10 DAYS".
           05  FILLER                  PIC X(24)
               VALUE "EXPIRED - AUTO-REFUSED".
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-LIST.
           05  WS-BUCKET-NAME          PIC X(24) OCCURS 5 TIMES.

      *---------------------------------------------------------*
      *  REPORT LINES.                                           *
      *---------------------------------------------------------*
       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(22)
               VALUE "SUSPENSE AGING REPORT ".
           05  FILLER                 PIC X(07) VALUE " AS OF ".
           05  WH-AS-OF-DATE          PIC 9(08).
           05  FILLER                 PIC X(12) VALUE "  HOLD DAYS ".
           05  WH-HOLD-DAYS           PIC ZZ9.
           05  FILLER                 PIC X(14)
               VALUE "  RETAIN DAYS ".
           05  WH-RETAIN-DAYS         PIC ZZ9.
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SECTION-TITLE       PIC X(40).
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                 PIC X(48) VALUE
               "TRANID          OPERTR  OP  HELD DT     AGE     ".
           05  FILLER                 PIC X(32) VALUE
               "HELD AMOUNT      LIMIT AMOUNT".

       01  WS-DETAIL-LINE.
           05  WD-TRAN-ID             PIC Z(13)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-OPERATOR            PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-OP-CODE             PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-HELD-DATE           PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-AGE                 PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-SIGN                PIC X(01).
           05  WD-RESULT              PIC ZZZZZZZZZ9.99.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WD-LIMIT               PIC ZZZZZZZZZ9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-CODE-TOTAL-LINE.
           05  FILLER                 PIC X(06) VALUE "   OP ".
           05  WC-OP-CODE             PIC X(02).
           05  FILLER                 PIC X(23)
               VALUE " SUBTOTAL".
           05  FILLER                 PIC X(06) VALUE "COUNT ".
           05  WC-COUNT               PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WC-RESULT              PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WC-LIMIT               PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-OPER-TOTAL-LINE.
           05  FILLER                 PIC X(09) VALUE "OPERATOR ".
           05  WO-OPERATOR            PIC X(06).
           05  FILLER                 PIC X(16) VALUE " TOTAL".
           05  FILLER                 PIC X(06) VALUE "COUNT ".
           05  WO-COUNT               PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WO-RESULT              PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WO-LIMIT               PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-BUCKET-TOTAL-LINE.
           05  WB-LABEL               PIC X(31).
           05  FILLER                 PIC X(06) VALUE "COUNT ".
           05  WB-COUNT               PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WB-RESULT              PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WB-LIMIT               PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(09) VALUE "EXPIRED: ".
           05  WN-EXPIRED             PIC ZZZZ9.
           05  FILLER                 PIC X(10) VALUE "  PURGED: ".
           05  WN-PURGED              PIC ZZZZ9.
           05  FILLER                 PIC X(20)
               VALUE "  AWAITING BOOKING: ".
           05  WN-DECIDED             PIC ZZZZ9.
           05  FILLER                 PIC X(14)
               VALUE "  NOT LISTED: ".
           05  WN-UNLISTED            PIC ZZZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(40) VALUE
               "NO HOLDS OUTSTANDING.".
           05  FILLER                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-CARD-VALID AND WS-SUSP-OPEN
               PERFORM 2000-AGE-ROW THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
           END-IF.
           IF WS-CARD-VALID AND NOT WS-SUSP-FAILED
               PERFORM 2500-SORT-AGING-TABLE THRU 2500-EXIT
               PERFORM 2600-PRINT-REPORT THRU 2600-EXIT
           END-IF.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, OPEN  *
      *  THE SUSPENSE FILE AND PRIME THE READ. A BAD CARD MAKES  *
      *  THE RUN A NO-OP RATHER THAN EXPIRING OR PURGING ON A    *
      *  GUESSED PERIOD. A SITE THAT HAS NEVER HELD ANYTHING HAS *
      *  NO SUSPENSE FILE YET AND SIMPLY REPORTS NO HOLDS.       *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.
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
               DISPLAY "SUSPENSEAGING: NO CONTROL CARD STAGED - "
                   "REPORT ONLY, NOTHING EXPIRED OR PURGED."
           ELSE
               PERFORM 1900-EDIT-CARD THRU 1900-EXIT
           END-IF.
           IF NOT WS-CARD-VALID
               DISPLAY "SUSPENSEAGING: BAD CONTROL CARD - "
                   "SUSPENSE FILE LEFT UNTOUCHED."
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-DN-DATE.
           PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT.
           MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER.
           OPEN OUTPUT AGING-REPORT-FILE.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               DISPLAY "SUSPENSEAGING: NO SUSPENSE FILE - "
                   "NOTHING HELD."
               GO TO 1000-EXIT
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "SUSPENSEAGING: SUSPENSE FILE OPEN FAILED, "
                   "STATUS " WS-SUSP-STATUS "."
               SET WS-SUSP-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-SUSP-OPEN TO TRUE.
           PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1900-EDIT-CARD - A NON-BLANK AS-OF DATE MUST BE A REAL- *
      *  LOOKING YYYYMMDD DATE; NON-BLANK PERIODS MUST BE        *
      *  NUMERIC DAY COUNTS.                                     *
      *---------------------------------------------------------*
       1900-EDIT-CARD.
           MOVE "N" TO WS-CARD-VALID-SWITCH.
           IF CC-AS-OF-DATE NOT = SPACES
               IF CC-AS-OF-DATE IS NOT NUMERIC
                   GO TO 1900-EXIT
               END-IF
               IF CC-AS-OF-MONTH < 1 OR CC-AS-OF-MONTH > 12
                   GO TO 1900-EXIT
               END-IF
               IF CC-AS-OF-DAY < 1 OR CC-AS-OF-DAY > 31
                   GO TO 1900-EXIT
               END-IF
               MOVE CC-AS-OF-NUM TO WS-AS-OF-DATE
           END-IF.
           IF CC-HOLD-DAYS NOT = SPACES
               IF CC-HOLD-DAYS IS NOT NUMERIC
                   GO TO 1900-EXIT
               END-IF
               MOVE CC-HOLD-DAYS-NUM TO WS-HOLD-DAYS
           END-IF.
           IF CC-RETAIN-DAYS NOT = SPACES
               IF CC-RETAIN-DAYS IS NOT NUMERIC
                   GO TO 1900-EXIT
               END-IF
               MOVE CC-RETAIN-DAYS-NUM TO WS-RETAIN-DAYS
           END-IF.
           MOVE "Y" TO WS-CARD-VALID-SWITCH.
       1900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-AGE-ROW - AGE ONE SUSPENSE ROW AND READ THE NEXT.  *
      *  A HELD ROW PAST THE HOLDING PERIOD IS EXPIRED, ANY      *
      *  OTHER HELD ROW GOES ON THE AGING TABLE; A SUSPECTED     *
      *  DOUBLE-KEYING GOES ON THE TABLE WHATEVER ITS AGE; A     *
      *  SETTLED ROW PAST RETENTION IS PURGED. A RELEASED OR     *
      *  REFUSED ROW IS WAITING FOR SIMPLEOPS TO BOOK IT AND IS  *
      *  ONLY COUNTED.                                           *
      *---------------------------------------------------------*
       2000-AGE-ROW.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN SP-HELD
                   MOVE SP-HELD-DATE TO WS-DN-DATE
                   PERFORM 2050-COMPUTE-AGE THRU 2050-EXIT
                   IF WS-HOLD-DAYS > ZERO
                       AND WS-AGE-DAYS > WS-HOLD-DAYS
                       PERFORM 2200-EXPIRE-HOLD THRU 2200-EXIT
                   ELSE
                       PERFORM 2300-TABLE-HOLD THRU 2300-EXIT
                   END-IF
               WHEN SP-SUSPECT
                   MOVE SP-HELD-DATE TO WS-DN-DATE
                   PERFORM 2050-COMPUTE-AGE THRU 2050-EXIT
                   PERFORM 2300-TABLE-HOLD THRU 2300-EXIT
               WHEN SP-POSTED OR SP-CLOSED
                   IF WS-RETAIN-DAYS > ZERO
                       PERFORM 2400-PURGE-SETTLED THRU 2400-EXIT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DECIDED-COUNT
           END-EVALUATE.
           PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2050-COMPUTE-AGE - AGE IN CALENDAR DAYS OF THE DATE IN  *
      *  WS-DN-DATE AS OF THE RUN'S AS-OF DATE. A DAMAGED OR     *
      *  FUTURE DATE AGES AS ZERO SO IT IS NEVER EXPIRED OR      *
      *  PURGED BY ACCIDENT.                                     *
      *---------------------------------------------------------*
       2050-COMPUTE-AGE.
           MOVE ZERO TO WS-AGE-DAYS.
           PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT.
           IF WS-DAY-NUMBER = ZERO
               OR WS-DAY-NUMBER > WS-AS-OF-DAY-NUMBER
               GO TO 2050-EXIT
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-AS-OF-DAY-NUMBER - WS-DAY-NUMBER.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-READ-SUSPENSE - READ THE NEXT SUSPENSE ROW         *
      *---------------------------------------------------------*
       2100-READ-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2200-EXPIRE-HOLD - NOBODY DECIDED THE HOLD WITHIN THE   *
      *  HOLDING PERIOD. MARK IT REFUSED UNDER THE AGING RUN'S   *
      *  OWN DECIDER ID, SO SIMPLEOPS BOOKS IT TO THE EXCEPTION  *
      *  REPORT AS AN EXPIRED HOLD RATHER THAN A SUPERVISOR      *
      *  REFUSAL, AND LIST IT IN THE EXPIRED SECTION.            *
      *---------------------------------------------------------*
       2200-EXPIRE-HOLD.
           SET SP-REFUSED TO TRUE.
           SET SP-DECIDED-BY-AGING TO TRUE.
           MOVE WS-AS-OF-DATE TO SP-DECIDE-DATE.
           REWRITE SUSPENSE-RECORD.
           ADD 1 TO WS-EXPIRE-COUNT.
           MOVE 5 TO WS-BUCKET.
           PERFORM 2350-STORE-ENTRY THRU 2350-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2300-TABLE-HOLD - PICK THE AGE BUCKET FOR A ROW STILL   *
      *  HELD AND FILE IT ON THE AGING TABLE.                    *
      *---------------------------------------------------------*
       2300-TABLE-HOLD.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 2
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS NOT > 5
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS NOT > 10
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           PERFORM 2350-STORE-ENTRY THRU 2350-EXIT.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2350-STORE-ENTRY - FILE THE BUFFERED ROW ON THE AGING   *
      *  TABLE UNDER WS-BUCKET. A FULL TABLE ONLY COUNTS IT.     *
      *---------------------------------------------------------*
       2350-STORE-ENTRY.
           IF WS-AGING-COUNT >= 2000
               ADD 1 TO WS-UNLISTED-COUNT
               GO TO 2350-EXIT
           END-IF.
           ADD 1 TO WS-AGING-COUNT.
           MOVE WS-BUCKET         TO WS-AG-BUCKET (WS-AGING-COUNT).
           MOVE SP-OPERATOR-ID    TO WS-AG-OPERATOR (WS-AGING-COUNT).
           MOVE SP-OPERATION-CODE TO WS-AG-OP-CODE (WS-AGING-COUNT).
           MOVE SP-TRAN-ID        TO WS-AG-TRAN-ID (WS-AGING-COUNT).
           MOVE SP-HELD-DATE      TO WS-AG-HELD-DATE (WS-AGING-COUNT).
           MOVE WS-AGE-DAYS       TO WS-AG-AGE (WS-AGING-COUNT).
           MOVE SP-RESULT-SIGN    TO WS-AG-SIGN (WS-AGING-COUNT).
           MOVE SP-RESULT-AMOUNT  TO WS-AG-RESULT (WS-AGING-COUNT).
           MOVE SP-LIMIT-AMOUNT   TO WS-AG-LIMIT (WS-AGING-COUNT).
       2350-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2400-PURGE-SETTLED - A POSTED OR CLOSED ROW IS AGED     *
      *  FROM THE DAY IT WAS DECIDED (ITS HELD DATE IF IT NEVER  *
      *  CARRIED A DECISION DATE) AND DELETED ONCE THAT AGE      *
      *  PASSES THE RETENTION PERIOD.                            *
      *---------------------------------------------------------*
       2400-PURGE-SETTLED.
           MOVE SP-HELD-DATE TO WS-SETTLE-DATE.
           IF SP-DECIDE-DATE IS NUMERIC
               AND SP-DECIDE-DATE > ZERO
               MOVE SP-DECIDE-DATE TO WS-SETTLE-DATE
           END-IF.
           MOVE WS-SETTLE-DATE TO WS-DN-DATE.
           PERFORM 2050-COMPUTE-AGE THRU 2050-EXIT.
           IF WS-AGE-DAYS > WS-RETAIN-DAYS
               DELETE SUSPENSE-FILE
               ADD 1 TO WS-PURGE-COUNT
           END-IF.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2500-SORT-AGING-TABLE - STABLE INSERTION SORT OF THE    *
      *  AGING TABLE ON BUCKET, OPERATOR, OPERATION CODE AND     *
      *  TRAN-ID, THE ORDER THE CONTROL BREAKS PRINT IN.         *
      *---------------------------------------------------------*
       2500-SORT-AGING-TABLE.
           MOVE 2 TO WS-ROW-IX.
           PERFORM 2510-INSERT-ONE-ROW THRU 2510-EXIT
               UNTIL WS-ROW-IX > WS-AGING-COUNT.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2510-INSERT-ONE-ROW - SLIDE THE CURRENT ROW BACK PAST   *
      *  EVERY ENTRY WITH A HIGHER SORT KEY AND STEP TO THE NEXT *
      *  ROW.                                                    *
      *---------------------------------------------------------*
       2510-INSERT-ONE-ROW.
           MOVE WS-AGING-ENTRY (WS-ROW-IX) TO WS-HOLD-ENTRY.
           MOVE WS-ROW-IX TO WS-SORT-IX.
           PERFORM 2520-SLIDE-ONE-SLOT THRU 2520-EXIT
               UNTIL WS-SORT-IX = 1
               OR WS-AG-SORT-KEY (WS-SORT-IX - 1)
                   NOT > WS-HOLD-SORT-KEY.
           MOVE WS-HOLD-ENTRY TO WS-AGING-ENTRY (WS-SORT-IX).
           ADD 1 TO WS-ROW-IX.
       2510-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2520-SLIDE-ONE-SLOT - MOVE THE ENTRY ABOVE THE GAP      *
      *  DOWN ONE SLOT AND STEP THE GAP UP.                      *
      *---------------------------------------------------------*
       2520-SLIDE-ONE-SLOT.
           MOVE WS-AGING-ENTRY (WS-SORT-IX - 1)
               TO WS-AGING-ENTRY (WS-SORT-IX).
           SUBTRACT 1 FROM WS-SORT-IX.
       2520-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2600-PRINT-REPORT - THE HEADING, ONE SECTION PER AGE    *
      *  BUCKET WITH ITS DETAIL, OPERATION-CODE AND OPERATOR     *
      *  SUBTOTALS, THEN THE CLOSING SUMMARY.                    *
      *---------------------------------------------------------*
       2600-PRINT-REPORT.
           MOVE WS-AS-OF-DATE  TO WH-AS-OF-DATE.
           MOVE WS-HOLD-DAYS   TO WH-HOLD-DAYS.
           MOVE WS-RETAIN-DAYS TO WH-RETAIN-DAYS.
           WRITE AGING-REPORT-LINE FROM WS-REPORT-HEADING.
           IF WS-AGING-COUNT = ZERO
               WRITE AGING-REPORT-LINE FROM WS-NONE-LINE
               GO TO 2600-SUMMARY
           END-IF.
           MOVE 1 TO WS-ROW-IX.
           PERFORM 2610-PRINT-ONE-ROW THRU 2610-EXIT
               UNTIL WS-ROW-IX > WS-AGING-COUNT.
           PERFORM 2630-CLOSE-CODE THRU 2630-EXIT.
           PERFORM 2640-CLOSE-OPERATOR THRU 2640-EXIT.
           PERFORM 2650-CLOSE-BUCKET THRU 2650-EXIT.
       2600-SUMMARY.
           PERFORM 2700-PRINT-SUMMARY THRU 2700-EXIT.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2610-PRINT-ONE-ROW - TAKE THE CONTROL BREAKS THE ROW    *
      *  CALLS FOR, PRINT ITS DETAIL LINE, ROLL IT INTO THE      *
      *  OPERATION-CODE TOTALS AND STEP TO THE NEXT ROW.         *
      *---------------------------------------------------------*
       2610-PRINT-ONE-ROW.
           EVALUATE TRUE
               WHEN WS-FIRST-ROW
                   PERFORM 2620-START-BUCKET THRU 2620-EXIT
               WHEN WS-AG-BUCKET (WS-ROW-IX) NOT = WS-PREV-BUCKET
                   PERFORM 2630-CLOSE-CODE THRU 2630-EXIT
                   PERFORM 2640-CLOSE-OPERATOR THRU 2640-EXIT
                   PERFORM 2650-CLOSE-BUCKET THRU 2650-EXIT
                   PERFORM 2620-START-BUCKET THRU 2620-EXIT
               WHEN WS-AG-OPERATOR (WS-ROW-IX) NOT = WS-PREV-OPERATOR
                   PERFORM 2630-CLOSE-CODE THRU 2630-EXIT
                   PERFORM 2640-CLOSE-OPERATOR THRU 2640-EXIT
               WHEN WS-AG-OP-CODE (WS-ROW-IX) NOT = WS-PREV-OP-CODE
                   PERFORM 2630-CLOSE-CODE THRU 2630-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "N" TO WS-FIRST-ROW-SWITCH.
           MOVE WS-AG-BUCKET (WS-ROW-IX)   TO WS-PREV-BUCKET.
           MOVE WS-AG-OPERATOR (WS-ROW-IX) TO WS-PREV-OPERATOR.
           MOVE WS-AG-OP-CODE (WS-ROW-IX)  TO WS-PREV-OP-CODE.
           MOVE WS-AG-TRAN-ID (WS-ROW-IX)   TO WD-TRAN-ID.
           MOVE WS-AG-OPERATOR (WS-ROW-IX)  TO WD-OPERATOR.
           MOVE WS-AG-OP-CODE (WS-ROW-IX)   TO WD-OP-CODE.
           MOVE WS-AG-HELD-DATE (WS-ROW-IX) TO WD-HELD-DATE.
           MOVE WS-AG-AGE (WS-ROW-IX)       TO WD-AGE.
           IF WS-AG-SIGN (WS-ROW-IX) = "-"
               MOVE "-" TO WD-SIGN
           ELSE
               MOVE SPACE TO WD-SIGN
           END-IF.
           MOVE WS-AG-RESULT (WS-ROW-IX)    TO WD-RESULT.
           MOVE WS-AG-LIMIT (WS-ROW-IX)     TO WD-LIMIT.
           WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-CODE-COUNT.
           ADD WS-AG-RESULT (WS-ROW-IX) TO WS-CODE-RESULT.
           ADD WS-AG-LIMIT (WS-ROW-IX)  TO WS-CODE-LIMIT.
           ADD 1 TO WS-ROW-IX.
       2610-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2620-START-BUCKET - PRINT THE SECTION TITLE AND COLUMN  *
      *  HEADINGS FOR THE BUCKET THE CURRENT ROW OPENS.          *
      *---------------------------------------------------------*
       2620-START-BUCKET.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-BUCKET-NAME (WS-AG-BUCKET (WS-ROW-IX))
               TO WS-SECTION-TITLE.
           WRITE AGING-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE AGING-REPORT-LINE FROM WS-COLUMN-HEADING.
       2620-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2630-CLOSE-CODE - PRINT THE OPERATION-CODE SUBTOTAL,    *
      *  ROLL IT INTO THE OPERATOR AND CLEAR IT.                 *
      *---------------------------------------------------------*
       2630-CLOSE-CODE.
           MOVE WS-PREV-OP-CODE TO WC-OP-CODE.
           MOVE WS-CODE-COUNT   TO WC-COUNT.
           MOVE WS-CODE-RESULT  TO WC-RESULT.
           MOVE WS-CODE-LIMIT   TO WC-LIMIT.
           WRITE AGING-REPORT-LINE FROM WS-CODE-TOTAL-LINE.
           ADD WS-CODE-COUNT  TO WS-OPER-COUNT.
           ADD WS-CODE-RESULT TO WS-OPER-RESULT.
           ADD WS-CODE-LIMIT  TO WS-OPER-LIMIT.
           MOVE ZERO TO WS-CODE-COUNT.
           MOVE ZERO TO WS-CODE-RESULT.
           MOVE ZERO TO WS-CODE-LIMIT.
       2630-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2640-CLOSE-OPERATOR - PRINT THE OPERATOR TOTAL, ROLL IT *
      *  INTO THE BUCKET AND CLEAR IT.                           *
      *---------------------------------------------------------*
       2640-CLOSE-OPERATOR.
           MOVE WS-PREV-OPERATOR TO WO-OPERATOR.
           MOVE WS-OPER-COUNT    TO WO-COUNT.
           MOVE WS-OPER-RESULT   TO WO-RESULT.
           MOVE WS-OPER-LIMIT    TO WO-LIMIT.
           WRITE AGING-REPORT-LINE FROM WS-OPER-TOTAL-LINE.
           ADD WS-OPER-COUNT  TO WS-BKT-COUNT.
           ADD WS-OPER-RESULT TO WS-BKT-RESULT.
           ADD WS-OPER-LIMIT  TO WS-BKT-LIMIT.
           MOVE ZERO TO WS-OPER-COUNT.
           MOVE ZERO TO WS-OPER-RESULT.
           MOVE ZERO TO WS-OPER-LIMIT.
       2640-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2650-CLOSE-BUCKET - PRINT THE BUCKET TOTAL, KEEP IT FOR *
      *  THE SUMMARY AND CLEAR IT.                               *
      *---------------------------------------------------------*
       2650-CLOSE-BUCKET.
           MOVE "BUCKET TOTAL" TO WB-LABEL.
           MOVE WS-BKT-COUNT   TO WB-COUNT.
           MOVE WS-BKT-RESULT  TO WB-RESULT.
           MOVE WS-BKT-LIMIT   TO WB-LIMIT.
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-TOTAL-LINE.
           MOVE WS-BKT-COUNT  TO WS-SUM-COUNT (WS-PREV-BUCKET).
           MOVE WS-BKT-RESULT TO WS-SUM-RESULT (WS-PREV-BUCKET).
           MOVE WS-BKT-LIMIT  TO WS-SUM-LIMIT (WS-PREV-BUCKET).
           MOVE ZERO TO WS-BKT-COUNT.
           MOVE ZERO TO WS-BKT-RESULT.
           MOVE ZERO TO WS-BKT-LIMIT.
       2650-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2700-PRINT-SUMMARY - ONE LINE PER BUCKET, EMPTY ONES    *
      *  INCLUDED, AND THE EXPIRED / PURGED / AWAITING-BOOKING   *
      *  COUNTS.                                                 *
      *---------------------------------------------------------*
       2700-PRINT-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "AGING SUMMARY" TO WS-SECTION-TITLE.
           WRITE AGING-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 1 TO WS-BUCKET-IX.
           PERFORM 2710-PRINT-ONE-BUCKET THRU 2710-EXIT
               UNTIL WS-BUCKET-IX > 5.
           MOVE WS-EXPIRE-COUNT   TO WN-EXPIRED.
           MOVE WS-PURGE-COUNT    TO WN-PURGED.
           MOVE WS-DECIDED-COUNT  TO WN-DECIDED.
           MOVE WS-UNLISTED-COUNT TO WN-UNLISTED.
           WRITE AGING-REPORT-LINE FROM WS-COUNT-LINE.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2710-PRINT-ONE-BUCKET - PRINT ONE BUCKET'S SUMMARY LINE *
      *  AND STEP TO THE NEXT BUCKET.                            *
      *---------------------------------------------------------*
       2710-PRINT-ONE-BUCKET.
           MOVE WS-BUCKET-NAME (WS-BUCKET-IX) TO WB-LABEL.
           MOVE WS-SUM-COUNT (WS-BUCKET-IX)   TO WB-COUNT.
           MOVE WS-SUM-RESULT (WS-BUCKET-IX)  TO WB-RESULT.
           MOVE WS-SUM-LIMIT (WS-BUCKET-IX)   TO WB-LIMIT.
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-TOTAL-LINE.
           ADD 1 TO WS-BUCKET-IX.
       2710-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2900-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN     *
      *  WS-DN-DATE INTO A RUNNING DAY COUNT IN WS-DAY-NUMBER.   *
      *  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE   *
      *  PRIOR YEAR SO THE LEAP DAY IS THE LAST DAY OF THE YEAR. *
      *  A DATE THAT IS NOT NUMERIC OR HAS NO REAL MONTH COMES   *
      *  BACK ZERO.                                              *
      *---------------------------------------------------------*
       2900-COMPUTE-DAY-NUMBER.
           MOVE ZERO TO WS-DAY-NUMBER.
           IF WS-DN-DATE IS NOT NUMERIC
               GO TO 2900-EXIT
           END-IF.
           IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
               OR WS-DN-YEAR < 1
               GO TO 2900-EXIT
           END-IF.
           MOVE WS-DN-YEAR  TO WS-DN-Y.
           MOVE WS-DN-MONTH TO WS-DN-M.
           IF WS-DN-M < 3
               SUBTRACT 1 FROM WS-DN-Y
               ADD 12 TO WS-DN-M
           END-IF.
           DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4.
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-WORK = 153 * (WS-DN-M - 3) + 2.
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QM.
           COMPUTE WS-DAY-NUMBER = 365 * WS-DN-Y + WS-DN-Q4
               - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QM + WS-DN-DAY.
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - CLOSE UP AND SET THE RETURN CODE. 0 =  *
      *  AGED (AND EXPIRED / PURGED AS THE CARD SAID), 4 = THE   *
      *  AGING TABLE FILLED AND SOME HOLDS ARE NOT LISTED, 8 =   *
      *  BAD CARD OR THE SUSPENSE FILE WOULD NOT OPEN - NOTHING  *
      *  WAS TOUCHED. THE POSTING STEP IS NOT CONDITIONED ON     *
      *  THIS ONE; A SKIPPED AGING RUN ONLY DELAYS EXPIRY.       *
      *---------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-CARD-VALID
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           CLOSE AGING-REPORT-FILE.
           IF WS-SUSP-OPEN
               CLOSE SUSPENSE-FILE
           END-IF.
           DISPLAY "SUSPENSEAGING: " WS-READ-COUNT " ROWS READ, "
               WS-EXPIRE-COUNT " EXPIRED, " WS-PURGE-COUNT
               " PURGED.".
           IF WS-SUSP-FAILED
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-UNLISTED-COUNT > ZERO
               DISPLAY "SUSPENSEAGING: AGING TABLE FULL - "
                   WS-UNLISTED-COUNT " HOLDS NOT LISTED."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

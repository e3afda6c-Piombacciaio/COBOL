       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusinessCalendarMaint.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-09.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-09 PBC   ORIGINAL VERSION - CARD-DRIVEN         *
      *                   MAINTENANCE FOR THE CALENDAR FILE OF   *
      *                   BUSINESS DAYS, WEEKENDS AND BANK       *
      *                   HOLIDAYS, IN THE SAME MOLD AS          *
      *                   GLACCOUNTMAPMAINT. A Y CARD LOADS A    *
      *                   WHOLE YEAR - SATURDAYS AND SUNDAYS AS  *
      *                   WEEKENDS, EVERY OTHER DAY AS A         *
      *                   BUSINESS DAY - LEAVING ANY DAY ALREADY *
      *                   ON FILE AS IT STANDS; AN H CARD MARKS  *
      *                   A BANK HOLIDAY AND A B CARD PUTS A DAY *
      *                   BACK TO A BUSINESS DAY. BAD CARDS GO   *
      *                   TO AN EXCEPTION LISTING AND EVERY      *
      *                   CHANGED DAY PRINTS BEFORE AND AFTER.   *
      *  2026-10-15 PBC   A REJECTED CARD'S EXCEPTION LINE NO    *
      *                   LONGER RUNS ON INTO THE DAY-NUMBER     *
      *                   ROUTINE.                               *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-CARD-FILE ASSIGN TO "CALCARD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CL-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "CALEXCP"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-CARD-RECORD.
           05  MC-ACTION               PIC X(01).
               88  MC-ACTION-YEAR      VALUE "Y".
               88  MC-ACTION-HOLIDAY   VALUE "H".
               88  MC-ACTION-BUSINESS  VALUE "B".
           05  MC-DATE-X               PIC X(08).
           05  MC-DATE REDEFINES MC-DATE-X
                                       PIC 9(08).
           05  MC-YEAR-X REDEFINES MC-DATE-X.
               10  MC-YEAR             PIC 9(04).
               10  FILLER              PIC X(04).
           05  FILLER                  PIC X(01).
           05  MC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(40).

       FD  CALENDAR-FILE.
       COPY CALENDRC.

       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-REPORT-LINE           PIC X(80).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCEPTION-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       77  WS-CL-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CARD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-CARD-VALID-SWITCH        PIC X(01) VALUE "Y".
           88  WS-CARD-VALID           VALUE "Y".
           88  WS-CARD-INVALID         VALUE "N".
       77  WS-REASON-TEXT              PIC X(30) VALUE SPACES.
       77  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-KEPT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-WEEKEND-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-LOAD-YEAR                PIC 9(04) VALUE ZERO.
       77  WS-WEEK-QUOTIENT            PIC 9(07) COMP VALUE ZERO.
       77  WS-WEEKDAY                  PIC 9(01) VALUE ZERO.
           88  WS-SATURDAY             VALUE 4.
           88  WS-SUNDAY               VALUE 5.
       77  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.

       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-NUM.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).

      *---------------------------------------------------------*
      *  DAYS IN EACH MONTH. FEBRUARY IS SET TO 28 OR 29 FOR     *
      *  WHICHEVER YEAR IS BEING EDITED OR LOADED.               *
      *---------------------------------------------------------*
       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                  PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.

      *---------------------------------------------------------*
      *  DAY-NUMBER WORK AREA - THE SAME RUNNING DAY COUNT       *
      *  SUSPENSEAGING AGES HOLDS BY. A DAY NUMBER DIVIDED BY 7  *
      *  LEAVES 4 FOR A SATURDAY AND 5 FOR A SUNDAY.             *
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

       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(25)
               VALUE "CALENDAR MAINTENANCE     ".
           05  FILLER                 PIC X(08) VALUE " RUN DT ".
           05  WH-RUN-MONTH           PIC 99.
           05  FILLER                 PIC X(01) VALUE "/".
           05  WH-RUN-DAY             PIC 99.
           05  FILLER                 PIC X(01) VALUE "/".
           05  WH-RUN-YEAR            PIC 9999.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                 PIC X(25)
               VALUE "CALENDAR MAINT EXCEPTIONS".
           05  FILLER                 PIC X(08) VALUE " RUN DT ".
           05  WX-RUN-MONTH           PIC 99.
           05  FILLER                 PIC X(01) VALUE "/".
           05  WX-RUN-DAY             PIC 99.
           05  FILLER                 PIC X(01) VALUE "/".
           05  WX-RUN-YEAR            PIC 9999.
           05  FILLER                 PIC X(32) VALUE SPACES.

      *---------------------------------------------------------*
      *  BEFORE/AFTER IMAGE LINE FOR THE MAINTENANCE REPORT.     *
      *  ONE BEFORE LINE AND ONE AFTER LINE PRINT PER HOLIDAY    *
      *  OR BUSINESS-DAY CARD APPLIED.                           *
      *---------------------------------------------------------*
       01  WS-IMAGE-LINE.
           05  WI-TAG                 PIC X(08).
           05  WI-DATE                PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WI-DAY-TYPE            PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WI-DESCRIPTION         PIC X(30).
           05  FILLER                 PIC X(29) VALUE SPACES.

      *---------------------------------------------------------*
      *  ONE LINE PER YEAR LOADED - A YEAR IS TOO MANY DAYS TO   *
      *  PRINT AS IMAGES, SO ITS LOAD IS SUMMARIZED INSTEAD.     *
      *---------------------------------------------------------*
       01  WS-YEAR-LINE.
           05  FILLER                 PIC X(12)
               VALUE "YEAR LOADED ".
           05  WY-YEAR                PIC 9999.
           05  FILLER                 PIC X(08) VALUE "  ADDED ".
           05  WY-ADDED               PIC ZZ9.
           05  FILLER                 PIC X(18)
               VALUE "  ALREADY ON FILE ".
           05  WY-KEPT                PIC ZZ9.
           05  FILLER                 PIC X(11) VALUE "  WEEKENDS ".
           05  WY-WEEKENDS            PIC ZZ9.
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-EXCEPTION-DETAIL.
           05  WE-CARD-SEQ            PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WE-ACTION              PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WE-DATE                PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WE-REASON-TEXT         PIC X(30).
           05  FILLER                 PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, PRINT THE REPORT AND      *
      *  EXCEPTION HEADINGS, PRIME THE CARD READ. A CALENDAR     *
      *  THAT DOES NOT EXIST YET IS CREATED EMPTY SO THE FIRST Y *
      *  CARD CAN BUILD THE FILE FROM NOTHING.                   *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT MAINT-CARD-FILE.
           OPEN I-O CALENDAR-FILE.
           IF WS-CL-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WH-RUN-MONTH WX-RUN-MONTH.
           MOVE WS-RUN-DAY   TO WH-RUN-DAY   WX-RUN-DAY.
           MOVE WS-RUN-YEAR  TO WH-RUN-YEAR  WX-RUN-YEAR.
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADING.
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADING.
           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-PROCESS-CARD - EDIT ONE MAINTENANCE CARD AND, IF   *
      *  GOOD, APPLY IT TO THE CALENDAR.                         *
      *---------------------------------------------------------*
       2000-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT.
           PERFORM 1900-EDIT-CARD THRU 1900-EXIT.
           IF WS-CARD-VALID
               PERFORM 2200-APPLY-CARD THRU 2200-EXIT
           END-IF.
           IF WS-CARD-INVALID
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
           END-IF.
           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1900-EDIT-CARD - FIELD-LEVEL EDITS THAT NEED NO LOOK AT *
      *  THE FILE. A Y CARD NEEDS ONLY A NUMERIC YEAR IN COLUMNS *
      *  2-5; AN H OR B CARD NEEDS A REAL CALENDAR DATE IN       *
      *  COLUMNS 2-9, AND A HOLIDAY MUST SAY WHICH HOLIDAY IT    *
      *  IS. A DAY NOT YET LOADED IS CAUGHT WHEN THE CARD IS     *
      *  APPLIED.                                                *
      *---------------------------------------------------------*
       1900-EDIT-CARD.
           SET WS-CARD-VALID TO TRUE.
           MOVE SPACES TO WS-REASON-TEXT.
           IF NOT MC-ACTION-YEAR AND NOT MC-ACTION-HOLIDAY
               AND NOT MC-ACTION-BUSINESS
               SET WS-CARD-INVALID TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-REASON-TEXT
               GO TO 1900-EXIT
           END-IF.
           IF MC-ACTION-YEAR
               IF MC-YEAR IS NOT NUMERIC OR MC-YEAR < 1901
                   SET WS-CARD-INVALID TO TRUE
                   MOVE "INVALID YEAR" TO WS-REASON-TEXT
               END-IF
               GO TO 1900-EXIT
           END-IF.
           IF MC-DATE-X IS NOT NUMERIC
               SET WS-CARD-INVALID TO TRUE
               MOVE "INVALID DATE" TO WS-REASON-TEXT
               GO TO 1900-EXIT
           END-IF.
           MOVE MC-DATE TO WS-DN-DATE.
           IF WS-DN-YEAR < 1901
               OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
               SET WS-CARD-INVALID TO TRUE
               MOVE "INVALID DATE" TO WS-REASON-TEXT
               GO TO 1900-EXIT
           END-IF.
           MOVE WS-DN-YEAR TO WS-LOAD-YEAR.
           PERFORM 2350-SET-FEBRUARY THRU 2350-EXIT.
           IF WS-DN-DAY < 1
               OR WS-DN-DAY > WS-MONTH-DAYS (WS-DN-MONTH)
               SET WS-CARD-INVALID TO TRUE
               MOVE "INVALID DATE" TO WS-REASON-TEXT
               GO TO 1900-EXIT
           END-IF.
           IF MC-ACTION-HOLIDAY AND MC-DESCRIPTION = SPACES
               SET WS-CARD-INVALID TO TRUE
               MOVE "HOLIDAY NAME MISSING" TO WS-REASON-TEXT
           END-IF.
       1900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2200-APPLY-CARD - ROUTE THE CARD TO THE ONE ACTION ITS  *
      *  ACTION CODE CALLS FOR.                                  *
      *---------------------------------------------------------*
       2200-APPLY-CARD.
           EVALUATE TRUE
               WHEN MC-ACTION-YEAR
                   PERFORM 2300-LOAD-YEAR THRU 2300-EXIT
               WHEN MC-ACTION-HOLIDAY
                   PERFORM 2400-MARK-HOLIDAY THRU 2400-EXIT
               WHEN MC-ACTION-BUSINESS
                   PERFORM 2500-MARK-BUSINESS THRU 2500-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2300-LOAD-YEAR - WRITE A ROW FOR EVERY DAY OF THE       *
      *  CARD'S YEAR THAT IS NOT ALREADY ON THE CALENDAR, SO     *
      *  RELOADING A YEAR NEVER UNDOES THE HOLIDAYS MARKED IN    *
      *  IT. PRINTS ONE SUMMARY LINE FOR THE YEAR.               *
      *---------------------------------------------------------*
       2300-LOAD-YEAR.
           MOVE MC-YEAR TO WS-LOAD-YEAR.
           MOVE ZERO TO WS-ADDED-COUNT WS-KEPT-COUNT
               WS-WEEKEND-COUNT.
           PERFORM 2350-SET-FEBRUARY THRU 2350-EXIT.
           MOVE WS-LOAD-YEAR TO WS-DN-YEAR.
           MOVE 1 TO WS-DN-MONTH.
           MOVE 1 TO WS-DN-DAY.
           PERFORM 2310-LOAD-DAY THRU 2310-EXIT
               UNTIL WS-DN-YEAR NOT = WS-LOAD-YEAR.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE WS-LOAD-YEAR     TO WY-YEAR.
           MOVE WS-ADDED-COUNT   TO WY-ADDED.
           MOVE WS-KEPT-COUNT    TO WY-KEPT.
           MOVE WS-WEEKEND-COUNT TO WY-WEEKENDS.
           WRITE MAINT-REPORT-LINE FROM WS-YEAR-LINE.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2310-LOAD-DAY - ADD ONE DAY OF THE YEAR BEING LOADED,   *
      *  MARKED AS A WEEKEND OR A BUSINESS DAY BY ITS DAY OF THE *
      *  WEEK, THEN STEP TO THE NEXT DAY.                        *
      *---------------------------------------------------------*
       2310-LOAD-DAY.
           PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT.
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY.
           MOVE SPACES TO CALENDAR-RECORD.
           MOVE WS-DN-DATE TO CL-DATE.
           IF WS-SATURDAY OR WS-SUNDAY
               SET CL-WEEKEND TO TRUE
               MOVE "WEEKEND" TO CL-DESCRIPTION
           ELSE
               SET CL-BUSINESS-DAY TO TRUE
           END-IF.
           MOVE WS-RUN-DATE-NUM TO CL-CHANGE-DATE.
           MOVE ZERO TO CL-CHECKED-THROUGH.
           WRITE CALENDAR-RECORD
               INVALID KEY
                   ADD 1 TO WS-KEPT-COUNT
                   GO TO 2310-NEXT
           END-WRITE.
           ADD 1 TO WS-ADDED-COUNT.
           IF CL-WEEKEND
               ADD 1 TO WS-WEEKEND-COUNT
           END-IF.
       2310-NEXT.
           ADD 1 TO WS-DN-DAY.
           IF WS-DN-DAY > WS-MONTH-DAYS (WS-DN-MONTH)
               MOVE 1 TO WS-DN-DAY
               ADD 1 TO WS-DN-MONTH
           END-IF.
           IF WS-DN-MONTH > 12
               MOVE 1 TO WS-DN-MONTH
               ADD 1 TO WS-DN-YEAR
           END-IF.
       2310-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2350-SET-FEBRUARY - GIVE FEBRUARY 29 DAYS IN A LEAP     *
      *  YEAR OF WS-LOAD-YEAR AND 28 OTHERWISE. A YEAR DIVISIBLE *
      *  BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT          *
      *  DIVISIBLE BY 400.                                       *
      *---------------------------------------------------------*
       2350-SET-FEBRUARY.
           MOVE 28 TO WS-MONTH-DAYS (2).
           DIVIDE WS-LOAD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO 2350-EXIT
           END-IF.
           MOVE 29 TO WS-MONTH-DAYS (2).
           DIVIDE WS-LOAD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO 2350-EXIT
           END-IF.
           DIVIDE WS-LOAD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               MOVE 28 TO WS-MONTH-DAYS (2)
           END-IF.
       2350-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2400-MARK-HOLIDAY - MARK A LOADED DAY AS A BANK HOLIDAY *
      *  UNDER THE NAME ON THE CARD. A HOLIDAY FALLING ON A      *
      *  WEEKEND IS STILL MARKED, SO THE CALENDAR SHOWS WHY THE  *
      *  SUBSTITUTE WEEKDAY WAS ALSO MARKED.                     *
      *---------------------------------------------------------*
       2400-MARK-HOLIDAY.
           MOVE MC-DATE TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   SET WS-CARD-INVALID TO TRUE
                   MOVE "DAY NOT LOADED - LOAD YEAR" TO WS-REASON-TEXT
                   GO TO 2400-EXIT
           END-READ.
           PERFORM 2600-WRITE-BEFORE-IMAGE THRU 2600-EXIT.
           SET CL-HOLIDAY TO TRUE.
           MOVE MC-DESCRIPTION TO CL-DESCRIPTION.
           MOVE WS-RUN-DATE-NUM TO CL-CHANGE-DATE.
           REWRITE CALENDAR-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 2700-WRITE-AFTER-IMAGE THRU 2700-EXIT.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2500-MARK-BUSINESS - PUT A LOADED DAY BACK TO A         *
      *  BUSINESS DAY - A HOLIDAY MARKED IN ERROR, OR A WEEKEND  *
      *  DAY THE DESKS ARE WORKING. THE CARD'S DESCRIPTION, IF   *
      *  ANY, REPLACES THE ONE ON FILE.                          *
      *---------------------------------------------------------*
       2500-MARK-BUSINESS.
           MOVE MC-DATE TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   SET WS-CARD-INVALID TO TRUE
                   MOVE "DAY NOT LOADED - LOAD YEAR" TO WS-REASON-TEXT
                   GO TO 2500-EXIT
           END-READ.
           PERFORM 2600-WRITE-BEFORE-IMAGE THRU 2600-EXIT.
           SET CL-BUSINESS-DAY TO TRUE.
           MOVE MC-DESCRIPTION TO CL-DESCRIPTION.
           MOVE WS-RUN-DATE-NUM TO CL-CHANGE-DATE.
           REWRITE CALENDAR-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 2700-WRITE-AFTER-IMAGE THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2600-WRITE-BEFORE-IMAGE - PRINT THE DAY AS IT STOOD     *
      *  BEFORE THE CARD WAS APPLIED.                            *
      *---------------------------------------------------------*
       2600-WRITE-BEFORE-IMAGE.
           MOVE "BEFORE  " TO WI-TAG.
           MOVE CL-DATE        TO WI-DATE.
           MOVE CL-DAY-TYPE    TO WI-DAY-TYPE.
           MOVE CL-DESCRIPTION TO WI-DESCRIPTION.
           WRITE MAINT-REPORT-LINE FROM WS-IMAGE-LINE.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2700-WRITE-AFTER-IMAGE - PRINT THE DAY AS IT STANDS     *
      *  AFTER THE CARD WAS APPLIED.                             *
      *---------------------------------------------------------*
       2700-WRITE-AFTER-IMAGE.
           MOVE "AFTER   " TO WI-TAG.
           MOVE CL-DATE        TO WI-DATE.
           MOVE CL-DAY-TYPE    TO WI-DAY-TYPE.
           MOVE CL-DESCRIPTION TO WI-DESCRIPTION.
           WRITE MAINT-REPORT-LINE FROM WS-IMAGE-LINE.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-READ-CARD - READ THE NEXT MAINTENANCE CARD         *
      *---------------------------------------------------------*
       2100-READ-CARD.
           READ MAINT-CARD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2800-WRITE-EXCEPTION - PRINT ONE REJECTED CARD TO THE   *
      *  EXCEPTION LISTING WITH ITS REASON.                      *
      *---------------------------------------------------------*
       2800-WRITE-EXCEPTION.
           MOVE WS-CARD-COUNT      TO WE-CARD-SEQ.
           MOVE MC-ACTION          TO WE-ACTION.
           MOVE MC-DATE-X          TO WE-DATE.
           MOVE WS-REASON-TEXT     TO WE-REASON-TEXT.
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2900-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS- *
      *  DN-DATE INTO A RUNNING DAY COUNT IN WS-DAY-NUMBER, THE  *
      *  SAME WAY SUSPENSEAGING DOES. JANUARY AND FEBRUARY COUNT *
      *  AS MONTHS 13 AND 14 OF THE YEAR BEFORE SO THE LEAP DAY  *
      *  FALLS AT THE END OF THE COUNTING YEAR.                  *
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
      *  3000-TERMINATE - CLOSE FILES AND REPORT WHAT HAPPENED.  *
      *---------------------------------------------------------*
       3000-TERMINATE.
           CLOSE MAINT-CARD-FILE.
           CLOSE CALENDAR-FILE.
           CLOSE MAINT-REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY "BUSINESSCALENDARMAINT: " WS-CARD-COUNT
               " CARD(S) READ, " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECT-COUNT " REJECTED.".
           PERFORM 3050-SET-RETURN-CODE THRU 3050-EXIT.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3050-SET-RETURN-CODE - 0 = EVERY CARD APPLIED, 4 = SOME *
      *  CARDS REJECTED BUT AT LEAST ONE APPLIED (REVIEW THE     *
      *  EXCEPTION LISTING), 8 = NOTHING APPLIED AT ALL.         *
      *---------------------------------------------------------*
       3050-SET-RETURN-CODE.
           IF WS-APPLIED-COUNT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT = ZERO
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MissedRunCheck.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-09.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-09 PBC   ORIGINAL VERSION - RUNS AHEAD OF THE   *
      *                   NIGHT'S POSTING AND LISTS EVERY        *
      *                   BUSINESS DAY ON THE CALENDAR, SINCE    *
      *                   THE DATE LAST CHECKED THROUGH, THAT    *
      *                   HAS NO COMPLETED RUN-CONTROL RECORD,   *
      *                   SO A NIGHT THAT NEVER RAN IS CHASED    *
      *                   THE NEXT MORNING INSTEAD OF WHEN THE   *
      *                   GL TEAM ASKS WHERE ITS POSTINGS WENT.  *
      *                   ALSO FLAGS DAYS MISSING FROM THE       *
      *                   CALENDAR ITSELF. THE CHECKPOINT IS     *
      *                   KEPT ON THE CALENDAR'S CONTROL ROW AND *
      *                   NEVER MOVES PAST A MISSED DAY, SO THE  *
      *                   DAY IS LISTED EVERY NIGHT UNTIL ITS    *
      *                   RUN IS MADE UP OR OPERATIONS STAGES A  *
      *                   MISSCARD TO STEP OVER IT.              *
      *  2026-10-14 PBC   TRANSACTION RECORD WIDENED FOR THE     *
      *                   FOURTEEN-DIGIT TRAN-ID.                *
      *  2026-10-15 PBC   TONIGHT'S DATE NO LONGER COMES OFF THE *
      *                   TRANFILE HEADER. WHEN                  *
      *                   DESKFILECONSOLIDATE REFUSES A NIGHT    *
      *                   THAT FOLLOWS A MISSED ONE IT WRITES NO *
      *                   TRANFILE, AND THOSE ARE THE NIGHTS     *
      *                   THIS CHECK IS FOR. A DATE STAGED IN    *
      *                   MISSCARD COLUMNS 9-16 IS TAKEN AS      *
      *                   TONIGHT; OTHERWISE TODAY'S DATE IS.    *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "MISSCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT MISSED-REPORT-FILE ASSIGN TO "MISSRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-CHECKED-THROUGH      PIC 9(08).
           05  CC-TONIGHT-DATE         PIC 9(08).
           05  FILLER                  PIC X(64).

       FD  CALENDAR-FILE.
       COPY CALENDRC.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       FD  MISSED-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MISSED-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-RUNC-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CAL-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-CAL-OPEN             VALUE "Y".
       77  WS-RUNC-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-RUNC-OPEN            VALUE "Y".
       77  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-CAL-END-OF-FILE      VALUE "Y".
       77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-RUNC-END-OF-FILE     VALUE "Y".
       77  WS-RUN-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  WS-RUN-FOUND            VALUE "Y".
       77  WS-RUN-STARTED-SWITCH       PIC X(01) VALUE "N".
           88  WS-RUN-STARTED-SEEN     VALUE "Y".
       77  WS-CHASE-SWITCH             PIC X(01) VALUE "N".
           88  WS-CHASE-FOUND          VALUE "Y".
       77  WS-DAYS-CHECKED             PIC 9(05) COMP VALUE ZERO.
       77  WS-MISSED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-GAP-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-DAY-GAP                  PIC S9(07) COMP VALUE ZERO.

      *---------------------------------------------------------*
      *  THE DATES THE CHECK WORKS BETWEEN. TONIGHT IS THE DATE  *
      *  STAGED ON MISSCARD, OR TODAY; THE START IS THE LAST     *
      *  DATE ALREADY CHECKED THROUGH. EVERY CALENDAR DAY AFTER  *
      *  THE START AND BEFORE TONIGHT IS WALKED. THE CARD'S      *
      *  CHECKED-THROUGH DATE IS HELD UNTIL THE START IS WORKED  *
      *  OUT.                                                    *
      *---------------------------------------------------------*
       01  WS-TONIGHT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CARD-CHECKED-THROUGH     PIC 9(08) VALUE ZERO.
       01  WS-START-DATE               PIC 9(08) VALUE ZERO.
       01  WS-OLD-CHECKPOINT           PIC 9(08) VALUE ZERO.
       01  WS-NEW-CHECKPOINT           PIC 9(08) VALUE ZERO.
       01  WS-PREV-DATE                PIC 9(08) VALUE ZERO.
       01  WS-PREV-DAY-NUMBER          PIC 9(07) VALUE ZERO.
       01  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
       01  WS-LATEST-RUN-DATE          PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------*
      *  DAY-NUMBER WORK AREA - THE SAME RUNNING DAY COUNT       *
      *  SUSPENSEAGING AGES HOLDS BY. TWO CALENDAR ROWS IN       *
      *  SEQUENCE MUST BE EXACTLY ONE DAY NUMBER APART.          *
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
      *  REPORT LINES.                                           *
      *---------------------------------------------------------*
       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(20)
               VALUE "MISSED RUN CHECK    ".
           05  FILLER                 PIC X(08) VALUE "TONIGHT ".
           05  WH-TONIGHT-DATE        PIC 9(08).
           05  FILLER                 PIC X(16)
               VALUE "  CHECKED FROM  ".
           05  WH-START-DATE          PIC 9(08).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WD-TAG                 PIC X(10).
           05  WD-DATE                PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-TEXT                PIC X(50).
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(15)
               VALUE "DAYS CHECKED: ".
           05  WT-DAYS-CHECKED        PIC ZZZZ9.
           05  FILLER                 PIC X(10) VALUE "  MISSED: ".
           05  WT-MISSED              PIC ZZZZ9.
           05  FILLER                 PIC X(17)
               VALUE "  CALENDAR GAPS: ".
           05  WT-GAPS                PIC ZZZZ9.
           05  FILLER                 PIC X(15)
               VALUE "  CHECKED THRU ".
           05  WT-CHECKPOINT          PIC 9(08).

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-CAL-OPEN
               PERFORM 2000-WALK-CALENDAR THRU 2000-EXIT
               PERFORM 2600-CHECK-TONIGHT THRU 2600-EXIT
               PERFORM 2700-SAVE-CHECKPOINT THRU 2700-EXIT
           END-IF.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - WORK OUT TONIGHT'S BUSINESS DATE AND  *
      *  THE DATE TO CHECK FROM, OPEN THE CALENDAR AND THE RUN-  *
      *  CONTROL LOG, AND PRINT THE HEADING. NO CALENDAR FILE    *
      *  MEANS NOTHING CAN BE CHECKED.                           *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT MISSED-REPORT-FILE.
           PERFORM 1200-READ-TONIGHT THRU 1200-EXIT.
           OPEN I-O CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "MISSEDRUNCHECK: NO BUSINESS CALENDAR - "
                   "NOTHING CHECKED."
               GO TO 1000-EXIT
           END-IF.
           SET WS-CAL-OPEN TO TRUE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNC-STATUS = "00"
               SET WS-RUNC-OPEN TO TRUE
           END-IF.
           PERFORM 1300-FIND-START THRU 1300-EXIT.
           MOVE WS-TONIGHT-DATE TO WH-TONIGHT-DATE.
           MOVE WS-START-DATE   TO WH-START-DATE.
           WRITE MISSED-REPORT-LINE FROM WS-REPORT-HEADING.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1200-READ-TONIGHT - READ MISSCARD, WHEN ONE IS STAGED:  *
      *  A CHECKED-THROUGH DATE IN COLUMNS 1-8 (USED BY 1300)    *
      *  AND TONIGHT'S BUSINESS DATE IN COLUMNS 9-16. NO CARD,   *
      *  OR NO USABLE DATE IN 9-16, TAKES TODAY. THE TRANFILE IS *
      *  NOT READ - ON A NIGHT DESKFILECONSOLIDATE REFUSED THERE *
      *  IS NONE. A NIGHT SUBMITTED AFTER MIDNIGHT SHOULD STAGE  *
      *  ITS BUSINESS DATE, OR THE DAY BEING POSTED IS LISTED AS *
      *  MISSED UNTIL THE NEXT NIGHT FINDS ITS RUN.              *
      *---------------------------------------------------------*
       1200-READ-TONIGHT.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-CHECKED-THROUGH IS NUMERIC
                           AND CC-CHECKED-THROUGH > ZERO
                           MOVE CC-CHECKED-THROUGH
                               TO WS-CARD-CHECKED-THROUGH
                       END-IF
                       IF CC-TONIGHT-DATE IS NUMERIC
                           AND CC-TONIGHT-DATE > ZERO
                           MOVE CC-TONIGHT-DATE TO WS-TONIGHT-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.
           IF WS-TONIGHT-DATE = ZERO
               ACCEPT WS-TONIGHT-DATE FROM DATE YYYYMMDD
           END-IF.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1300-FIND-START - THE DATE TO CHECK FROM. A DATE STAGED *
      *  ON MISSCARD WINS - IT IS HOW OPERATIONS STEPS OVER A    *
      *  DAY THAT WILL NEVER RUN, OR GOES BACK OVER DAYS ALREADY *
      *  CHECKED. OTHERWISE THE CHECKPOINT ON THE CALENDAR'S     *
      *  CONTROL ROW; OTHERWISE, THE VERY FIRST TIME, THE LATEST *
      *  COMPLETED RUN BEFORE TONIGHT. A BAD CARD IS IGNORED.    *
      *---------------------------------------------------------*
       1300-FIND-START.
           MOVE ZERO TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CL-CONTROL-ROW
                       AND CL-CHECKED-THROUGH IS NUMERIC
                       MOVE CL-CHECKED-THROUGH TO WS-OLD-CHECKPOINT
                   END-IF
           END-READ.
           MOVE WS-CARD-CHECKED-THROUGH TO WS-START-DATE.
           IF WS-START-DATE = ZERO
               MOVE WS-OLD-CHECKPOINT TO WS-START-DATE
           END-IF.
           IF WS-START-DATE = ZERO
               PERFORM 1350-FIND-LATEST-RUN THRU 1350-EXIT
               MOVE WS-LATEST-RUN-DATE TO WS-START-DATE
           END-IF.
       1300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1350-FIND-LATEST-RUN - THE LATEST COMPLETED RUN DATED   *
      *  BEFORE TONIGHT ON THE RUN-CONTROL LOG.                  *
      *---------------------------------------------------------*
       1350-FIND-LATEST-RUN.
           IF NOT WS-RUNC-OPEN
               GO TO 1350-EXIT
           END-IF.
           MOVE "N" TO WS-RUNC-EOF-SWITCH.
           PERFORM 2410-READ-RUN-CONTROL THRU 2410-EXIT.
           PERFORM 1360-NOTE-ONE-RUN THRU 1360-EXIT
               UNTIL WS-RUNC-END-OF-FILE.
       1350-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1360-NOTE-ONE-RUN - REMEMBER THE LATEST COMPLETED RUN   *
      *  BEFORE TONIGHT AND READ THE NEXT ROW.                   *
      *---------------------------------------------------------*
       1360-NOTE-ONE-RUN.
           IF RC-RUN-COMPLETED
               AND RC-RUN-DATE < WS-TONIGHT-DATE
               AND RC-RUN-DATE > WS-LATEST-RUN-DATE
               MOVE RC-RUN-DATE TO WS-LATEST-RUN-DATE
           END-IF.
           PERFORM 2410-READ-RUN-CONTROL THRU 2410-EXIT.
       1360-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-WALK-CALENDAR - READ THE CALENDAR FORWARD FROM THE *
      *  DAY AFTER THE START DATE UP TO (NOT INCLUDING) TONIGHT, *
      *  CHECKING EACH DAY. WITH NO START DATE AT ALL - NO       *
      *  CHECKPOINT, NO CARD AND NO COMPLETED RUN YET - THERE IS *
      *  NOTHING TO CHECK.                                       *
      *---------------------------------------------------------*
       2000-WALK-CALENDAR.
           IF WS-START-DATE = ZERO
               MOVE "NOTE" TO WD-TAG
               MOVE WS-TONIGHT-DATE TO WD-DATE
               MOVE "NO CHECKPOINT AND NO COMPLETED RUN - NOT CHECKED"
                   TO WD-TEXT
               WRITE MISSED-REPORT-LINE FROM WS-DETAIL-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-START-DATE TO WS-PREV-DATE WS-DN-DATE.
           PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT.
           MOVE WS-DAY-NUMBER TO WS-PREV-DAY-NUMBER.
           IF WS-START-DATE NOT < WS-TONIGHT-DATE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-START-DATE TO CL-DATE.
           START CALENDAR-FILE KEY IS > CL-DATE
               INVALID KEY
                   GO TO 2000-EXIT
           END-START.
           PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
           PERFORM 2200-CHECK-ONE-DAY THRU 2200-EXIT
               UNTIL WS-CAL-END-OF-FILE
                  OR CL-DATE NOT < WS-TONIGHT-DATE.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-READ-CALENDAR - READ THE NEXT CALENDAR DAY         *
      *---------------------------------------------------------*
       2100-READ-CALENDAR.
           READ CALENDAR-FILE NEXT RECORD
               AT END
                   SET WS-CAL-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2200-CHECK-ONE-DAY - ONE CALENDAR DAY: IT MUST FOLLOW   *
      *  THE DAY BEFORE IT WITH NO GAP, AND IF IT IS A BUSINESS  *
      *  DAY IT MUST HAVE A COMPLETED RUN. THE CHECKPOINT        *
      *  ADVANCES OVER EVERY CLEAN DAY UNTIL THE FIRST GAP OR    *
      *  MISSED DAY, AND NO FURTHER. THEN READ THE NEXT DAY.     *
      *---------------------------------------------------------*
       2200-CHECK-ONE-DAY.
           MOVE CL-DATE TO WS-CHECK-DATE WS-DN-DATE.
           PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT.
           PERFORM 2300-CHECK-GAP THRU 2300-EXIT.
           IF CL-BUSINESS-DAY
               ADD 1 TO WS-DAYS-CHECKED
               PERFORM 2400-FIND-RUN THRU 2400-EXIT
               IF NOT WS-RUN-FOUND
                   PERFORM 2500-PRINT-MISSED THRU 2500-EXIT
               END-IF
           END-IF.
           IF NOT WS-CHASE-FOUND
               MOVE WS-CHECK-DATE TO WS-NEW-CHECKPOINT
           END-IF.
           MOVE WS-CHECK-DATE TO WS-PREV-DATE.
           MOVE WS-DAY-NUMBER TO WS-PREV-DAY-NUMBER.
           PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2300-CHECK-GAP - THE DAY IN WS-CHECK-DATE (DAY NUMBER   *
      *  IN WS-DAY-NUMBER) MUST BE THE DAY AFTER WS-PREV-DATE.   *
      *  ANYTHING ELSE MEANS DAYS ARE MISSING FROM THE CALENDAR  *
      *  AND COULD HIDE A MISSED RUN. A DATE THAT WILL NOT       *
      *  CONVERT IS NOT PROVED.                                  *
      *---------------------------------------------------------*
       2300-CHECK-GAP.
           IF WS-DAY-NUMBER = ZERO OR WS-PREV-DAY-NUMBER = ZERO
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WS-DAY-GAP = WS-DAY-NUMBER - WS-PREV-DAY-NUMBER.
           IF WS-DAY-GAP = 1
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-GAP-COUNT.
           SET WS-CHASE-FOUND TO TRUE.
           MOVE "CALENDAR" TO WD-TAG.
           MOVE WS-CHECK-DATE TO WD-DATE.
           MOVE "DAYS MISSING FROM THE CALENDAR BEFORE THIS DATE"
               TO WD-TEXT.
           WRITE MISSED-REPORT-LINE FROM WS-DETAIL-LINE.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2400-FIND-RUN - LOOK FOR A COMPLETED RUN-CONTROL RECORD *
      *  DATED WS-CHECK-DATE. THE LOG IS KEYED BY DATE AND FIRST *
      *  TRAN-ID, SO POSITION AT THE DATE AND READ FORWARD WHILE *
      *  IT HOLDS. A RUN STARTED BUT NEVER COMPLETED IS NOTED SO *
      *  THE LISTING CAN SAY SO. NO RUN-CONTROL FILE MEANS NO    *
      *  DAY HAS RUN.                                            *
      *---------------------------------------------------------*
       2400-FIND-RUN.
           MOVE "N" TO WS-RUN-FOUND-SWITCH.
           MOVE "N" TO WS-RUN-STARTED-SWITCH.
           IF NOT WS-RUNC-OPEN
               GO TO 2400-EXIT
           END-IF.
           MOVE "N" TO WS-RUNC-EOF-SWITCH.
           MOVE WS-CHECK-DATE TO RC-RUN-DATE.
           MOVE ZERO TO RC-FIRST-TRAN-ID.
           START RUN-CONTROL-FILE KEY IS NOT < RC-RUN-KEY
               INVALID KEY
                   GO TO 2400-EXIT
           END-START.
           PERFORM 2410-READ-RUN-CONTROL THRU 2410-EXIT.
           PERFORM 2420-NOTE-RUN THRU 2420-EXIT
               UNTIL WS-RUNC-END-OF-FILE
                  OR WS-RUN-FOUND
                  OR RC-RUN-DATE NOT = WS-CHECK-DATE.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2410-READ-RUN-CONTROL - READ THE NEXT RUN-CONTROL ROW   *
      *---------------------------------------------------------*
       2410-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-RUNC-END-OF-FILE TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2420-NOTE-RUN - ONE RUN-CONTROL ROW FOR THE DAY BEING   *
      *  CHECKED: COMPLETED ENDS THE SEARCH, STARTED IS NOTED.   *
      *  THEN READ THE NEXT ROW.                                 *
      *---------------------------------------------------------*
       2420-NOTE-RUN.
           IF RC-RUN-COMPLETED
               SET WS-RUN-FOUND TO TRUE
               GO TO 2420-EXIT
           END-IF.
           IF RC-RUN-STARTED
               SET WS-RUN-STARTED-SEEN TO TRUE
           END-IF.
           PERFORM 2410-READ-RUN-CONTROL THRU 2410-EXIT.
       2420-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2500-PRINT-MISSED - LIST ONE BUSINESS DAY WITH NO       *
      *  COMPLETED RUN.                                          *
      *---------------------------------------------------------*
       2500-PRINT-MISSED.
           ADD 1 TO WS-MISSED-COUNT.
           SET WS-CHASE-FOUND TO TRUE.
           MOVE "MISSED" TO WD-TAG.
           MOVE WS-CHECK-DATE TO WD-DATE.
           IF WS-RUN-STARTED-SEEN
               MOVE "RUN STARTED BUT NEVER COMPLETED" TO WD-TEXT
           ELSE
               MOVE "NO RUN-CONTROL RECORD - THE NIGHT NEVER RAN"
                   TO WD-TEXT
           END-IF.
           WRITE MISSED-REPORT-LINE FROM WS-DETAIL-LINE.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2600-CHECK-TONIGHT - TONIGHT ITSELF MUST BE ON THE      *
      *  CALENDAR, AND MUST FOLLOW THE LAST DAY WALKED WITH NO   *
      *  GAP.                                                    *
      *---------------------------------------------------------*
       2600-CHECK-TONIGHT.
           MOVE WS-TONIGHT-DATE TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   ADD 1 TO WS-GAP-COUNT
                   MOVE "CALENDAR" TO WD-TAG
                   MOVE WS-TONIGHT-DATE TO WD-DATE
                   MOVE "TONIGHT'S BUSINESS DATE IS NOT ON THE CALENDAR"
                       TO WD-TEXT
                   WRITE MISSED-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO 2600-EXIT
           END-READ.
           IF WS-START-DATE = ZERO
               OR WS-START-DATE NOT < WS-TONIGHT-DATE
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-TONIGHT-DATE TO WS-CHECK-DATE WS-DN-DATE.
           PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT.
           PERFORM 2300-CHECK-GAP THRU 2300-EXIT.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2700-SAVE-CHECKPOINT - RECORD HOW FAR THE CALENDAR HAS  *
      *  NOW BEEN CHECKED ON ITS CONTROL ROW, ADDING THE ROW THE *
      *  FIRST TIME. NOTHING CHECKED LEAVES THE CHECKPOINT WHERE *
      *  IT WAS.                                                 *
      *---------------------------------------------------------*
       2700-SAVE-CHECKPOINT.
           IF WS-NEW-CHECKPOINT = ZERO
               MOVE WS-OLD-CHECKPOINT TO WS-NEW-CHECKPOINT
               GO TO 2700-EXIT
           END-IF.
           MOVE ZERO TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE SPACES TO CALENDAR-RECORD
                   MOVE ZERO TO CL-DATE
                   SET CL-CONTROL-ROW TO TRUE
                   MOVE "MISSED RUN CHECKPOINT" TO CL-DESCRIPTION
                   MOVE WS-TONIGHT-DATE TO CL-CHANGE-DATE
                   MOVE WS-NEW-CHECKPOINT TO CL-CHECKED-THROUGH
                   WRITE CALENDAR-RECORD
                   GO TO 2700-EXIT
           END-READ.
           MOVE WS-TONIGHT-DATE TO CL-CHANGE-DATE.
           MOVE WS-NEW-CHECKPOINT TO CL-CHECKED-THROUGH.
           REWRITE CALENDAR-RECORD.
       2700-EXIT.
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
      *  3000-TERMINATE - PRINT THE TOTALS, CLOSE UP AND SET THE *
      *  RETURN CODE. 0 = EVERY BUSINESS DAY SINCE THE           *
      *  CHECKPOINT HAS A COMPLETED RUN, 4 = MISSED DAYS ARE     *
      *  LISTED - CHASE THEM, 8 = THE CALENDAR IS MISSING, HAS   *
      *  GAPS, OR DOES NOT HOLD TONIGHT'S DATE. THE POSTING STEP *
      *  IS NOT CONDITIONED ON THIS ONE - A NIGHT MISSED EARLIER *
      *  IS NO REASON TO MISS TONIGHT TOO.                       *
      *---------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-CAL-OPEN
               CLOSE MISSED-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-DAYS-CHECKED   TO WT-DAYS-CHECKED.
           MOVE WS-MISSED-COUNT   TO WT-MISSED.
           MOVE WS-GAP-COUNT      TO WT-GAPS.
           MOVE WS-NEW-CHECKPOINT TO WT-CHECKPOINT.
           WRITE MISSED-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE MISSED-REPORT-FILE.
           CLOSE CALENDAR-FILE.
           IF WS-RUNC-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF.
           DISPLAY "MISSEDRUNCHECK: " WS-DAYS-CHECKED
               " BUSINESS DAY(S) CHECKED, " WS-MISSED-COUNT
               " MISSED, " WS-GAP-COUNT " CALENDAR GAP(S).".
           EVALUATE TRUE
               WHEN WS-GAP-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReadinessCheck.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-14.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-14 PBC   ORIGINAL VERSION - RUNS AHEAD OF THE   *
      *                   NIGHT'S POSTING AND PROVES THE         *
      *                   REFERENCE DATA AGAINST THE             *
      *                   CONSOLIDATED TRANFILE: EVERY OPERATOR  *
      *                   ON THE FILE MUST BE ACTIVE ON          *
      *                   USERMAST, EVERY CURRENCY MUST HAVE A   *
      *                   RATE IN FORCE ON THE HEADER BUSINESS   *
      *                   DATE, AND EVERY OPERATION CODE AND     *
      *                   OPERATOR PAIR MUST MAP ON GLACTMAP -   *
      *                   THE SAME CHECKS SIMPLEOPS MAKES.       *
      *                   PARMFILE MUST BE PRESENT AND SANE.     *
      *                   PRINTS A READINESS REPORT AND COMES    *
      *                   BACK 8, HOLDING THE POSTING STEP, WHEN *
      *                   THE NIGHT WOULD MOSTLY REJECT.         *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "RDYCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RATE-FILE ASSIGN TO "CURRRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMPLOYEE-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLACTMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-GMAP-STATUS.

           SELECT POSTED-REG-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-TRAN-ID
               FILE STATUS IS WS-PREG-STATUS.

           SELECT READY-REPORT-FILE ASSIGN TO "RDYRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-HOLD-PERCENT         PIC 9(03).
           05  FILLER                  PIC X(77).

       FD  TRAN-FILE
           RECORD CONTAINS 74 CHARACTERS.
       COPY TRANREC.

       FD  PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       COPY PARMREC.

       FD  RATE-FILE
           RECORD CONTAINS 28 CHARACTERS.
       COPY RATEREC.

       FD  USER-MASTER-FILE.
       COPY USERMAST.

       FD  GL-MAP-FILE.
       COPY GLMAPREC.

       FD  POSTED-REG-FILE.
       COPY POSTREG.

       FD  READY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  READY-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-TRAN-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-USER-STATUS              PIC X(02) VALUE SPACES.
       77  WS-GMAP-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PREG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       77  WS-RATE-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-RATE-END-OF-FILE     VALUE "Y".
       77  WS-GMAP-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-GMAP-END-OF-FILE     VALUE "Y".
       77  WS-TRAN-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-TRAN-OPEN            VALUE "Y".
       77  WS-USER-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-USER-OPEN            VALUE "Y".
       77  WS-GMAP-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-GMAP-OPEN            VALUE "Y".
       77  WS-PREG-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-PREG-OPEN            VALUE "Y".
       77  WS-PARM-SANE-SWITCH         PIC X(01) VALUE "N".
           88  WS-PARM-SANE            VALUE "Y".
       77  WS-CARD-FAIL-SWITCH         PIC X(01) VALUE "N".
           88  WS-CARD-FAILS           VALUE "Y".
       77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND          VALUE "Y".
       77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-FAIL-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-UNLISTED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-RATE-ROWS                PIC 9(07) COMP VALUE ZERO.
       77  WS-GMAP-ROWS                PIC 9(07) COMP VALUE ZERO.
       77  WS-PROBLEM-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-HOLD-PERCENT             PIC 9(03) COMP VALUE 50.
       77  WS-FAIL-PERCENT             PIC 9(03) COMP VALUE ZERO.
       77  WS-TAB-IX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-RATE-IX                  PIC 9(03) COMP VALUE ZERO.
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-PARM-CURRENCY-CODE       PIC X(03) VALUE SPACES.
       01  WS-CHECK-CURRENCY           PIC X(03) VALUE SPACES.
       01  WS-CHECK-OP-CODE            PIC X(02) VALUE SPACES.
       01  WS-CHECK-OPERATOR           PIC X(06) VALUE SPACES.
       01  WS-CHECK-STATUS             PIC X(01) VALUE SPACE.

      *---------------------------------------------------------*
      *  THE RATE TABLE, LOADED THE WAY SIMPLEOPS LOADS IT - THE *
      *  FIRST 200 ROWS ONLY, SO A RATE SIMPLEOPS WOULD NEVER    *
      *  SEE IS NOT COUNTED HERE EITHER.                         *
      *---------------------------------------------------------*
       01  WS-RATE-TABLE-AREA.
           05  WS-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-RATE-CURRENCY    PIC X(03).
               10  WS-RATE-EFF-DATE    PIC 9(08).

      *---------------------------------------------------------*
      *  EACH OPERATOR, CURRENCY AND OPERATION CODE / OPERATOR   *
      *  PAIR IS LOOKED UP ONCE AND REMEMBERED WITH THE ANSWER   *
      *  AND THE NUMBER OF CARDS CARRYING IT. ONCE A TABLE IS    *
      *  FULL, FURTHER NEW VALUES ARE STILL CHECKED CARD BY CARD *
      *  BUT ARE NOT LISTED.                                     *
      *---------------------------------------------------------*
       01  WS-OPER-TABLE-AREA.
           05  WS-OPER-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-OPER-ENTRY OCCURS 500 TIMES.
               10  WS-OT-OPERATOR      PIC X(06).
               10  WS-OT-STATUS        PIC X(01).
                   88  WS-OT-ACTIVE    VALUE "A".
                   88  WS-OT-UNKNOWN   VALUE "U".
                   88  WS-OT-INACTIVE  VALUE "I".
               10  WS-OT-CARDS         PIC 9(07) COMP.

       01  WS-CURR-TABLE-AREA.
           05  WS-CURR-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-CURR-ENTRY OCCURS 100 TIMES.
               10  WS-CT-CURRENCY      PIC X(03).
               10  WS-CT-STATUS        PIC X(01).
                   88  WS-CT-IN-FORCE  VALUE "A".
                   88  WS-CT-NO-RATE   VALUE "N".
                   88  WS-CT-NOT-YET   VALUE "F".
               10  WS-CT-CARDS         PIC 9(07) COMP.

       01  WS-PAIR-TABLE-AREA.
           05  WS-PAIR-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES.
               10  WS-PT-OP-CODE       PIC X(02).
               10  WS-PT-OPERATOR      PIC X(06).
               10  WS-PT-STATUS        PIC X(01).
                   88  WS-PT-MAPPED    VALUE "O" "D".
                   88  WS-PT-UNMAPPED  VALUE "N".
               10  WS-PT-CARDS         PIC 9(07) COMP.

      *---------------------------------------------------------*
      *  REPORT LINES.                                           *
      *---------------------------------------------------------*
       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(22)
               VALUE "RUN READINESS CHECK   ".
           05  FILLER                 PIC X(14) VALUE "BUSINESS DATE ".
           05  WH-BUSINESS-DATE       PIC 9(08).
           05  FILLER                 PIC X(09) VALUE "  RUN DT ".
           05  WH-CURRENT-DATE        PIC 9(08).
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  WS-FILE-LINE.
           05  WF-FILE                PIC X(10).
           05  WF-TEXT                PIC X(50).
           05  WF-VALUE               PIC X(08).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                 PIC X(40) VALUE
               "CHECK     VALUE        CARDS  RS  REASON".
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-PROBLEM-LINE.
           05  WP-CHECK               PIC X(10).
           05  WP-VALUE               PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WP-CARDS               PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WP-REASON              PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WP-TEXT                PIC X(46).

       01  WS-TOTAL-LINE.
           05  WT-LABEL               PIC X(40).
           05  WT-COUNT               PIC ZZZZZZ9.
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER                 PIC X(10) VALUE "VERDICT   ".
           05  WV-TEXT                PIC X(70).

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-TRAN-OPEN
               PERFORM 2000-CHECK-CARDS THRU 2000-EXIT
               PERFORM 2500-PRINT-PROBLEMS THRU 2500-EXIT
           END-IF.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - PICK UP THE HOLD PERCENTAGE, TAKE THE *
      *  BUSINESS DATE OFF THE TRANFILE HEADER, PRINT THE        *
      *  HEADING AND PROVE EACH REFERENCE FILE IS THERE. NO      *
      *  TRANFILE, OR NO USABLE HEADER, LEAVES NOTHING TO PROVE. *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT READY-REPORT-FILE.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 1200-READ-HEADER THRU 1200-EXIT.
           MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE  TO WH-CURRENT-DATE.
           WRITE READY-REPORT-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO READY-REPORT-LINE.
           WRITE READY-REPORT-LINE.
           IF NOT WS-TRAN-OPEN
               MOVE "TRANFILE" TO WF-FILE
               MOVE "NOT PRESENT OR NO BATCH HEADER - NOT PROVED"
                   TO WF-TEXT
               MOVE SPACES TO WF-VALUE
               WRITE READY-REPORT-LINE FROM WS-FILE-LINE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-CHECK-PARMS THRU 1300-EXIT.
           PERFORM 1400-LOAD-RATES THRU 1400-EXIT.
           PERFORM 1500-OPEN-USER-MASTER THRU 1500-EXIT.
           PERFORM 1600-OPEN-GL-MAP THRU 1600-EXIT.
           OPEN INPUT POSTED-REG-FILE.
           IF WS-PREG-STATUS = "00"
               SET WS-PREG-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1100-READ-CONTROL-CARD - AN OPTIONAL RDYCARD CARRIES    *
      *  THE SHARE OF CARDS, 001-100 PER CENT IN COLUMNS 1-3,    *
      *  THAT MAY FAIL BEFORE THE NIGHT IS HELD. NO CARD OR A    *
      *  BAD ONE LEAVES THE DEFAULT OF 50 - HELD WHEN AT LEAST   *
      *  HALF THE NIGHT WOULD REJECT.                            *
      *---------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           READ CONTROL-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CC-HOLD-PERCENT IS NUMERIC
                       AND CC-HOLD-PERCENT > ZERO
                       AND CC-HOLD-PERCENT NOT > 100
                       MOVE CC-HOLD-PERCENT TO WS-HOLD-PERCENT
                   ELSE
                       DISPLAY "READINESSCHECK: RDYCARD IGNORED - "
                           "PERCENTAGE MUST BE 001-100."
                   END-IF
           END-READ.
           CLOSE CONTROL-CARD-FILE.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1200-READ-HEADER - OPEN THE TRANFILE GENERATION         *
      *  DESKFILECONSOLIDATE JUST WROTE AND TAKE THE BUSINESS    *
      *  DATE OFF ITS HEADER - THE DATE SIMPLEOPS WILL LOOK      *
      *  RATES UP BY. THE FILE IS LEFT OPEN FOR THE CARD PASS.   *
      *---------------------------------------------------------*
       1200-READ-HEADER.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           READ TRAN-FILE
               AT END
                   CLOSE TRAN-FILE
                   GO TO 1200-EXIT
           END-READ.
           IF NOT TB-TYPE-HEADER
               OR TB-HDR-BUSINESS-DATE IS NOT NUMERIC
               OR TB-HDR-BUSINESS-DATE = ZERO
               CLOSE TRAN-FILE
               GO TO 1200-EXIT
           END-IF.
           MOVE TB-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE.
           SET WS-TRAN-OPEN TO TRUE.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1300-CHECK-PARMS - PARMFILE MUST BE THERE, HOLD ONE     *
      *  RECORD, AND CARRY 0-2 DECIMAL PLACES, ROUNDING MODE R   *
      *  OR T AND A BASE CURRENCY. SIMPLEOPS WOULD QUIETLY FALL  *
      *  BACK TO DEFAULTS AND TREAT EVERY KEYED CURRENCY AS      *
      *  FOREIGN, SO ANY OF THESE HOLDS THE NIGHT.               *
      *---------------------------------------------------------*
       1300-CHECK-PARMS.
           MOVE "PARMFILE" TO WF-FILE.
           MOVE SPACES TO WF-VALUE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               MOVE "NOT PRESENT - STATUS" TO WF-TEXT
               MOVE WS-PARM-STATUS TO WF-VALUE
               GO TO 1300-PRINT
           END-IF.
           READ PARM-FILE
               AT END
                   MOVE "EMPTY - NO PARAMETER RECORD" TO WF-TEXT
                   CLOSE PARM-FILE
                   GO TO 1300-PRINT
           END-READ.
           CLOSE PARM-FILE.
           EVALUATE TRUE
               WHEN PARM-DECIMAL-PLACES IS NOT NUMERIC
                   OR PARM-DECIMAL-PLACES > 2
                   MOVE "DECIMAL PLACES NOT 0-2" TO WF-TEXT
               WHEN NOT PARM-ROUND-NEAREST
                   AND NOT PARM-ROUND-TRUNCATE
                   MOVE "ROUNDING MODE NOT R OR T" TO WF-TEXT
               WHEN PARM-CURRENCY-CODE = SPACES
                   MOVE "NO BASE CURRENCY" TO WF-TEXT
               WHEN OTHER
                   SET WS-PARM-SANE TO TRUE
                   MOVE PARM-CURRENCY-CODE TO WS-PARM-CURRENCY-CODE
                   MOVE "OK - BASE CURRENCY" TO WF-TEXT
                   MOVE PARM-CURRENCY-CODE TO WF-VALUE
           END-EVALUATE.
       1300-PRINT.
           WRITE READY-REPORT-LINE FROM WS-FILE-LINE.
       1300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1400-LOAD-RATES - PULL CURRRATE INTO THE RATE TABLE.    *
      *  NO FILE MEANS NO RATES, AS IT DOES FOR SIMPLEOPS. ROWS  *
      *  PAST THE 200 SIMPLEOPS LOADS ARE COUNTED AND REPORTED.  *
      *---------------------------------------------------------*
       1400-LOAD-RATES.
           MOVE "CURRRATE" TO WF-FILE.
           MOVE SPACES TO WF-VALUE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               MOVE "NOT PRESENT - NO RATES LOADED" TO WF-TEXT
               WRITE READY-REPORT-LINE FROM WS-FILE-LINE
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-READ-RATE THRU 1410-EXIT.
           PERFORM 1420-STORE-RATE THRU 1420-EXIT
               UNTIL WS-RATE-END-OF-FILE.
           CLOSE RATE-FILE.
           MOVE "RATE ROWS ON FILE" TO WF-TEXT.
           MOVE WS-RATE-ROWS TO WT-COUNT.
           MOVE WT-COUNT TO WF-VALUE.
           WRITE READY-REPORT-LINE FROM WS-FILE-LINE.
           IF WS-RATE-ROWS > 200
               MOVE "MORE THAN 200 ROWS - ONLY THE FIRST 200 ARE USED"
                   TO WF-TEXT
               MOVE SPACES TO WF-VALUE
               WRITE READY-REPORT-LINE FROM WS-FILE-LINE
           END-IF.
       1400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1410-READ-RATE - READ THE NEXT CURRRATE RECORD          *
      *---------------------------------------------------------*
       1410-READ-RATE.
           READ RATE-FILE
               AT END
                   SET WS-RATE-END-OF-FILE TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1420-STORE-RATE - FILE THE BUFFERED RATE ROW IN THE     *
      *  TABLE WHILE THERE IS ROOM, AND READ THE NEXT ONE. A ROW *
      *  WITH A ZERO OR UNREADABLE DATE IS ALWAYS IN FORCE.      *
      *---------------------------------------------------------*
       1420-STORE-RATE.
           ADD 1 TO WS-RATE-ROWS.
           IF WS-RATE-COUNT < 200
               ADD 1 TO WS-RATE-COUNT
               MOVE RATE-CURRENCY-CODE
                   TO WS-RATE-CURRENCY (WS-RATE-COUNT)
               IF RATE-EFFECTIVE-DATE IS NUMERIC
                   MOVE RATE-EFFECTIVE-DATE
                       TO WS-RATE-EFF-DATE (WS-RATE-COUNT)
               ELSE
                   MOVE ZERO TO WS-RATE-EFF-DATE (WS-RATE-COUNT)
               END-IF
           END-IF.
           PERFORM 1410-READ-RATE THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1500-OPEN-USER-MASTER - WITHOUT USERMAST NO OPERATOR    *
      *  CAN BE PROVED AND EVERY CARD COUNTS AS FAILING.         *
      *---------------------------------------------------------*
       1500-OPEN-USER-MASTER.
           MOVE "USERMAST" TO WF-FILE.
           MOVE SPACES TO WF-VALUE.
           OPEN INPUT USER-MASTER-FILE.
           IF WS-USER-STATUS = "00"
               SET WS-USER-OPEN TO TRUE
               MOVE "OPEN" TO WF-TEXT
           ELSE
               MOVE "WILL NOT OPEN - STATUS" TO WF-TEXT
               MOVE WS-USER-STATUS TO WF-VALUE
           END-IF.
           WRITE READY-REPORT-LINE FROM WS-FILE-LINE.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1600-OPEN-GL-MAP - OPEN GLACTMAP AND COUNT ITS ROWS, SO *
      *  A MAP RESTORED EMPTY IS CALLED OUT BY NAME.             *
      *---------------------------------------------------------*
       1600-OPEN-GL-MAP.
           MOVE "GLACTMAP" TO WF-FILE.
           MOVE SPACES TO WF-VALUE.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GMAP-STATUS NOT = "00"
               MOVE "NOT PRESENT - NOTHING CAN MAP" TO WF-TEXT
               WRITE READY-REPORT-LINE FROM WS-FILE-LINE
               GO TO 1600-EXIT
           END-IF.
           SET WS-GMAP-OPEN TO TRUE.
           PERFORM 1610-COUNT-MAP-ROW THRU 1610-EXIT
               UNTIL WS-GMAP-END-OF-FILE.
           IF WS-GMAP-ROWS = ZERO
               MOVE "EMPTY - NOTHING CAN MAP" TO WF-TEXT
           ELSE
               MOVE "MAPPING ROWS ON FILE" TO WF-TEXT
               MOVE WS-GMAP-ROWS TO WT-COUNT
               MOVE WT-COUNT TO WF-VALUE
           END-IF.
           WRITE READY-REPORT-LINE FROM WS-FILE-LINE.
       1600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1610-COUNT-MAP-ROW - READ THE NEXT GLACTMAP ROW         *
      *---------------------------------------------------------*
       1610-COUNT-MAP-ROW.
           READ GL-MAP-FILE NEXT RECORD
               AT END
                   SET WS-GMAP-END-OF-FILE TO TRUE
                   GO TO 1610-EXIT
           END-READ.
           ADD 1 TO WS-GMAP-ROWS.
       1610-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-CHECK-CARDS - READ EVERY DETAIL CARD ON THE FILE,  *
      *  PASSING OVER THE TRAILER, AND PROVE EACH ONE.           *
      *---------------------------------------------------------*
       2000-CHECK-CARDS.
           PERFORM 2100-READ-CARD THRU 2100-EXIT.
           PERFORM 2200-CHECK-ONE-CARD THRU 2200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE TRAN-FILE.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-READ-CARD - READ THE NEXT CARD                     *
      *---------------------------------------------------------*
       2100-READ-CARD.
           READ TRAN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2200-CHECK-ONE-CARD - PROVE ONE DETAIL CARD IN THE      *
      *  ORDER SIMPLEOPS EDITS IT: OPERATOR, THEN CURRENCY, THEN *
      *  GL MAPPING. AN RV CARD IS MAPPED UNDER ITS ORIGINAL'S   *
      *  OPERATION CODE AND OPERATOR, TAKEN FROM THE POSTED      *
      *  REGISTER; ONE WHOSE ORIGINAL IS NOT THERE, OR A CARD    *
      *  WITH AN UNKNOWN OPERATION CODE, REJECTS FOR A REASON    *
      *  THAT IS NOT REFERENCE DATA AND IS NOT MAPPED HERE. A    *
      *  CARD IS COUNTED AS FAILING ONCE, HOWEVER MANY CHECKS IT *
      *  FAILS. THEN READ THE NEXT CARD.                         *
      *---------------------------------------------------------*
       2200-CHECK-ONE-CARD.
           IF TB-TYPE-TRAILER OR TB-TYPE-HEADER
               GO TO 2200-NEXT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE "N" TO WS-CARD-FAIL-SWITCH.
           PERFORM 2300-CHECK-OPERATOR THRU 2300-EXIT.
           IF TRAN-OP-REVERSE
               PERFORM 2250-FIND-ORIGINAL THRU 2250-EXIT
           ELSE
               IF TRAN-CURRENCY-CODE NOT = SPACES
                   AND TRAN-CURRENCY-CODE NOT = WS-PARM-CURRENCY-CODE
                   PERFORM 2350-CHECK-CURRENCY THRU 2350-EXIT
               END-IF
               IF TRAN-OP-ADD OR TRAN-OP-SUBTRACT OR TRAN-OP-MULTIPLY
                   OR TRAN-OP-DIVIDE OR TRAN-OP-SUM OR TRAN-OP-AVERAGE
                   MOVE TRAN-OPERATION-CODE TO WS-CHECK-OP-CODE
                   MOVE TRAN-OPERATOR-ID    TO WS-CHECK-OPERATOR
                   PERFORM 2400-CHECK-GL-PAIR THRU 2400-EXIT
               END-IF
           END-IF.
           IF WS-CARD-FAILS
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
       2200-NEXT.
           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2250-FIND-ORIGINAL - LOOK AN RV CARD'S ORIGINAL UP ON   *
      *  THE POSTED REGISTER AND PROVE ITS PAIR ON GLACTMAP.     *
      *---------------------------------------------------------*
       2250-FIND-ORIGINAL.
           IF NOT WS-PREG-OPEN
               OR TRAN-RV-ORIGINAL-ID IS NOT NUMERIC
               GO TO 2250-EXIT
           END-IF.
           MOVE TRAN-RV-ORIGINAL-ID TO PR-TRAN-ID.
           READ POSTED-REG-FILE
               INVALID KEY
                   GO TO 2250-EXIT
           END-READ.
           MOVE PR-OPERATION-CODE TO WS-CHECK-OP-CODE.
           MOVE PR-OPERATOR-ID    TO WS-CHECK-OPERATOR.
           PERFORM 2400-CHECK-GL-PAIR THRU 2400-EXIT.
       2250-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2300-CHECK-OPERATOR - THE CARD'S OPERATOR MUST BE ON    *
      *  USERMAST AND ACTIVE (SIMPLEOPS REASONS 06 AND 07).      *
      *---------------------------------------------------------*
       2300-CHECK-OPERATOR.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE 1 TO WS-TAB-IX.
           PERFORM 2310-SCAN-OPERATORS THRU 2310-EXIT
               UNTIL WS-ENTRY-FOUND OR WS-TAB-IX > WS-OPER-COUNT.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-OT-CARDS (WS-TAB-IX)
               MOVE WS-OT-STATUS (WS-TAB-IX) TO WS-CHECK-STATUS
           ELSE
               PERFORM 2320-LOOK-UP-OPERATOR THRU 2320-EXIT
               IF WS-OPER-COUNT < 500
                   ADD 1 TO WS-OPER-COUNT
                   MOVE TRAN-OPERATOR-ID
                       TO WS-OT-OPERATOR (WS-OPER-COUNT)
                   MOVE WS-CHECK-STATUS
                       TO WS-OT-STATUS (WS-OPER-COUNT)
                   MOVE 1 TO WS-OT-CARDS (WS-OPER-COUNT)
               ELSE
                   IF WS-CHECK-STATUS NOT = "A"
                       ADD 1 TO WS-UNLISTED-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-CHECK-STATUS NOT = "A"
               SET WS-CARD-FAILS TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2310-SCAN-OPERATORS - COMPARE ONE REMEMBERED OPERATOR   *
      *---------------------------------------------------------*
       2310-SCAN-OPERATORS.
           IF WS-OT-OPERATOR (WS-TAB-IX) = TRAN-OPERATOR-ID
               SET WS-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TAB-IX
           END-IF.
       2310-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2320-LOOK-UP-OPERATOR - READ USERMAST FOR THE CARD'S    *
      *  OPERATOR. NO MASTER AT ALL COUNTS AS UNKNOWN.           *
      *---------------------------------------------------------*
       2320-LOOK-UP-OPERATOR.
           MOVE "U" TO WS-CHECK-STATUS.
           IF NOT WS-USER-OPEN
               GO TO 2320-EXIT
           END-IF.
           MOVE TRAN-OPERATOR-ID TO UM-EMPLOYEE-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   GO TO 2320-EXIT
           END-READ.
           IF UM-INACTIVE
               MOVE "I" TO WS-CHECK-STATUS
           ELSE
               MOVE "A" TO WS-CHECK-STATUS
           END-IF.
       2320-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2350-CHECK-CURRENCY - A FOREIGN CURRENCY MUST HAVE A    *
      *  RATE ROW, AND ONE OF ITS ROWS MUST BE IN FORCE ON OR    *
      *  BEFORE THE BUSINESS DATE (SIMPLEOPS REASONS 10 AND 15). *
      *---------------------------------------------------------*
       2350-CHECK-CURRENCY.
           MOVE TRAN-CURRENCY-CODE TO WS-CHECK-CURRENCY.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE 1 TO WS-TAB-IX.
           PERFORM 2360-SCAN-CURRENCIES THRU 2360-EXIT
               UNTIL WS-ENTRY-FOUND OR WS-TAB-IX > WS-CURR-COUNT.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-CT-CARDS (WS-TAB-IX)
               MOVE WS-CT-STATUS (WS-TAB-IX) TO WS-CHECK-STATUS
           ELSE
               MOVE "N" TO WS-CHECK-STATUS
               MOVE 1 TO WS-RATE-IX
               PERFORM 2370-SCAN-RATES THRU 2370-EXIT
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
                      OR WS-CHECK-STATUS = "A"
               IF WS-CURR-COUNT < 100
                   ADD 1 TO WS-CURR-COUNT
                   MOVE WS-CHECK-CURRENCY
                       TO WS-CT-CURRENCY (WS-CURR-COUNT)
                   MOVE WS-CHECK-STATUS
                       TO WS-CT-STATUS (WS-CURR-COUNT)
                   MOVE 1 TO WS-CT-CARDS (WS-CURR-COUNT)
               ELSE
                   IF WS-CHECK-STATUS NOT = "A"
                       ADD 1 TO WS-UNLISTED-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-CHECK-STATUS NOT = "A"
               SET WS-CARD-FAILS TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2360-SCAN-CURRENCIES - COMPARE ONE REMEMBERED CURRENCY  *
      *---------------------------------------------------------*
       2360-SCAN-CURRENCIES.
           IF WS-CT-CURRENCY (WS-TAB-IX) = WS-CHECK-CURRENCY
               SET WS-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TAB-IX
           END-IF.
       2360-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2370-SCAN-RATES - EXAMINE ONE RATE ROW FOR THE CURRENCY *
      *  BEING CHECKED: ANY ROW MARKS IT F (ON FILE, NOT YET IN  *
      *  FORCE); A ROW IN FORCE BY THE BUSINESS DATE MARKS IT A. *
      *---------------------------------------------------------*
       2370-SCAN-RATES.
           IF WS-RATE-CURRENCY (WS-RATE-IX) = WS-CHECK-CURRENCY
               IF WS-RATE-EFF-DATE (WS-RATE-IX) NOT > WS-BUSINESS-DATE
                   MOVE "A" TO WS-CHECK-STATUS
               ELSE
                   MOVE "F" TO WS-CHECK-STATUS
               END-IF
           END-IF.
           ADD 1 TO WS-RATE-IX.
       2370-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2400-CHECK-GL-PAIR - THE PAIR IN WS-CHECK-OP-CODE AND   *
      *  WS-CHECK-OPERATOR MUST MAP ON GLACTMAP, EITHER ON ITS   *
      *  OWN ROW OR ON THE CODE'S BLANK-OPERATOR DEFAULT ROW     *
      *  (SIMPLEOPS REASON 13).                                  *
      *---------------------------------------------------------*
       2400-CHECK-GL-PAIR.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE 1 TO WS-TAB-IX.
           PERFORM 2410-SCAN-PAIRS THRU 2410-EXIT
               UNTIL WS-ENTRY-FOUND OR WS-TAB-IX > WS-PAIR-COUNT.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-PT-CARDS (WS-TAB-IX)
               MOVE WS-PT-STATUS (WS-TAB-IX) TO WS-CHECK-STATUS
           ELSE
               PERFORM 2420-LOOK-UP-PAIR THRU 2420-EXIT
               IF WS-PAIR-COUNT < 500
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-CHECK-OP-CODE
                       TO WS-PT-OP-CODE (WS-PAIR-COUNT)
                   MOVE WS-CHECK-OPERATOR
                       TO WS-PT-OPERATOR (WS-PAIR-COUNT)
                   MOVE WS-CHECK-STATUS
                       TO WS-PT-STATUS (WS-PAIR-COUNT)
                   MOVE 1 TO WS-PT-CARDS (WS-PAIR-COUNT)
               ELSE
                   IF WS-CHECK-STATUS = "N"
                       ADD 1 TO WS-UNLISTED-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-CHECK-STATUS = "N"
               SET WS-CARD-FAILS TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2410-SCAN-PAIRS - COMPARE ONE REMEMBERED PAIR           *
      *---------------------------------------------------------*
       2410-SCAN-PAIRS.
           IF WS-PT-OP-CODE (WS-TAB-IX) = WS-CHECK-OP-CODE
               AND WS-PT-OPERATOR (WS-TAB-IX) = WS-CHECK-OPERATOR
               SET WS-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TAB-IX
           END-IF.
       2410-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2420-LOOK-UP-PAIR - READ GLACTMAP FOR THE PAIR, THEN    *
      *  FOR THE CODE'S DEFAULT ROW.                             *
      *---------------------------------------------------------*
       2420-LOOK-UP-PAIR.
           MOVE "N" TO WS-CHECK-STATUS.
           IF NOT WS-GMAP-OPEN
               GO TO 2420-EXIT
           END-IF.
           MOVE WS-CHECK-OP-CODE  TO GM-OPERATION-CODE.
           MOVE WS-CHECK-OPERATOR TO GM-OPERATOR-ID.
           READ GL-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "O" TO WS-CHECK-STATUS
                   GO TO 2420-EXIT
           END-READ.
           MOVE SPACES TO GM-OPERATOR-ID.
           READ GL-MAP-FILE
               INVALID KEY
                   GO TO 2420-EXIT
           END-READ.
           MOVE "D" TO WS-CHECK-STATUS.
       2420-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2500-PRINT-PROBLEMS - LIST EVERY OPERATOR, CURRENCY AND *
      *  PAIR THAT FAILED, WITH THE NUMBER OF CARDS CARRYING IT  *
      *  AND THE REASON CODE SIMPLEOPS WOULD REJECT THEM UNDER.  *
      *---------------------------------------------------------*
       2500-PRINT-PROBLEMS.
           MOVE SPACES TO READY-REPORT-LINE.
           WRITE READY-REPORT-LINE.
           WRITE READY-REPORT-LINE FROM WS-COLUMN-HEADING.
           MOVE 1 TO WS-TAB-IX.
           PERFORM 2510-PRINT-OPERATOR THRU 2510-EXIT
               UNTIL WS-TAB-IX > WS-OPER-COUNT.
           MOVE 1 TO WS-TAB-IX.
           PERFORM 2520-PRINT-CURRENCY THRU 2520-EXIT
               UNTIL WS-TAB-IX > WS-CURR-COUNT.
           MOVE 1 TO WS-TAB-IX.
           PERFORM 2530-PRINT-PAIR THRU 2530-EXIT
               UNTIL WS-TAB-IX > WS-PAIR-COUNT.
           IF WS-PROBLEM-COUNT = ZERO
               MOVE SPACES TO WS-PROBLEM-LINE
               MOVE "NONE" TO WP-CHECK
               WRITE READY-REPORT-LINE FROM WS-PROBLEM-LINE
           END-IF.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2510-PRINT-OPERATOR - ONE OPERATOR, IF IT FAILED        *
      *---------------------------------------------------------*
       2510-PRINT-OPERATOR.
           IF WS-OT-ACTIVE (WS-TAB-IX)
               GO TO 2510-NEXT
           END-IF.
           MOVE "OPERATOR" TO WP-CHECK.
           MOVE WS-OT-OPERATOR (WS-TAB-IX) TO WP-VALUE.
           MOVE WS-OT-CARDS (WS-TAB-IX) TO WP-CARDS.
           IF WS-OT-INACTIVE (WS-TAB-IX)
               MOVE "07" TO WP-REASON
               MOVE "INACTIVE ON USERMAST" TO WP-TEXT
           ELSE
               MOVE "06" TO WP-REASON
               MOVE "NOT ON USERMAST" TO WP-TEXT
           END-IF.
           WRITE READY-REPORT-LINE FROM WS-PROBLEM-LINE.
           ADD 1 TO WS-PROBLEM-COUNT.
       2510-NEXT.
           ADD 1 TO WS-TAB-IX.
       2510-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2520-PRINT-CURRENCY - ONE CURRENCY, IF IT FAILED        *
      *---------------------------------------------------------*
       2520-PRINT-CURRENCY.
           IF WS-CT-IN-FORCE (WS-TAB-IX)
               GO TO 2520-NEXT
           END-IF.
           MOVE "CURRENCY" TO WP-CHECK.
           MOVE WS-CT-CURRENCY (WS-TAB-IX) TO WP-VALUE.
           MOVE WS-CT-CARDS (WS-TAB-IX) TO WP-CARDS.
           IF WS-CT-NOT-YET (WS-TAB-IX)
               MOVE "15" TO WP-REASON
               MOVE "NO RATE IN FORCE ON THE BUSINESS DATE"
                   TO WP-TEXT
           ELSE
               MOVE "10" TO WP-REASON
               MOVE "NO RATE ON CURRRATE" TO WP-TEXT
           END-IF.
           WRITE READY-REPORT-LINE FROM WS-PROBLEM-LINE.
           ADD 1 TO WS-PROBLEM-COUNT.
       2520-NEXT.
           ADD 1 TO WS-TAB-IX.
       2520-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2530-PRINT-PAIR - ONE OPERATION CODE / OPERATOR PAIR,   *
      *  IF IT FAILED                                            *
      *---------------------------------------------------------*
       2530-PRINT-PAIR.
           IF WS-PT-MAPPED (WS-TAB-IX)
               GO TO 2530-NEXT
           END-IF.
           MOVE "GL MAP" TO WP-CHECK.
           MOVE SPACES TO WP-VALUE.
           MOVE WS-PT-OP-CODE (WS-TAB-IX) TO WP-VALUE (1:2).
           MOVE WS-PT-OPERATOR (WS-TAB-IX) TO WP-VALUE (4:6).
           MOVE WS-PT-CARDS (WS-TAB-IX) TO WP-CARDS.
           MOVE "13" TO WP-REASON.
           MOVE "NO PAIR ROW AND NO DEFAULT ROW ON GLACTMAP"
               TO WP-TEXT.
           WRITE READY-REPORT-LINE FROM WS-PROBLEM-LINE.
           ADD 1 TO WS-PROBLEM-COUNT.
       2530-NEXT.
           ADD 1 TO WS-TAB-IX.
       2530-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - PRINT THE TOTALS AND THE VERDICT AND   *
      *  SET THE RETURN CODE: 0 = READY; 4 = SOME CARDS WILL     *
      *  REJECT, OR THERE ARE NO CARDS - THE NIGHT STILL RUNS;   *
      *  8 = HOLD THE NIGHT - NO TRANFILE TO PROVE, PARMFILE     *
      *  MISSING OR NOT SANE, OR THE SHARE OF FAILING CARDS HAS  *
      *  REACHED THE HOLD PERCENTAGE.                            *
      *---------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-TRAN-OPEN
               MOVE "NOT READY - NOTHING TO PROVE, POSTING HELD"
                   TO WV-TEXT
               WRITE READY-REPORT-LINE FROM WS-VERDICT-LINE
               CLOSE READY-REPORT-FILE
               DISPLAY "READINESSCHECK: NO TRANFILE BATCH HEADER - "
                   "POSTING HELD."
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-DETAIL-COUNT > ZERO
               COMPUTE WS-FAIL-PERCENT =
                   (WS-FAIL-COUNT * 100) / WS-DETAIL-COUNT
           END-IF.
           MOVE SPACES TO READY-REPORT-LINE.
           WRITE READY-REPORT-LINE.
           MOVE "DETAIL CARDS READ" TO WT-LABEL.
           MOVE WS-DETAIL-COUNT TO WT-COUNT.
           WRITE READY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "CARDS FAILING REFERENCE DATA" TO WT-LABEL.
           MOVE WS-FAIL-COUNT TO WT-COUNT.
           WRITE READY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  PER CENT OF THE NIGHT" TO WT-LABEL.
           MOVE WS-FAIL-PERCENT TO WT-COUNT.
           WRITE READY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  HOLD AT PER CENT" TO WT-LABEL.
           MOVE WS-HOLD-PERCENT TO WT-COUNT.
           WRITE READY-REPORT-LINE FROM WS-TOTAL-LINE.
           IF WS-UNLISTED-COUNT > ZERO
               MOVE "FAILURES NOT LISTED - TABLE FULL" TO WT-LABEL
               MOVE WS-UNLISTED-COUNT TO WT-COUNT
               WRITE READY-REPORT-LINE FROM WS-TOTAL-LINE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-PARM-SANE
                   MOVE "NOT READY - PARMFILE, POSTING HELD"
                       TO WV-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DETAIL-COUNT = ZERO
                   MOVE "NO DETAIL CARDS ON THE FILE" TO WV-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN WS-FAIL-COUNT * 100
                       NOT < WS-HOLD-PERCENT * WS-DETAIL-COUNT
                   MOVE
                   "NOT READY - MOST CARDS WOULD REJECT, POSTING HELD"
                       TO WV-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FAIL-COUNT > ZERO
                   MOVE "READY - LISTED CARDS WILL REJECT" TO WV-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "READY" TO WV-TEXT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE READY-REPORT-LINE FROM WS-VERDICT-LINE.
           CLOSE READY-REPORT-FILE.
           IF WS-USER-OPEN
               CLOSE USER-MASTER-FILE
           END-IF.
           IF WS-GMAP-OPEN
               CLOSE GL-MAP-FILE
           END-IF.
           IF WS-PREG-OPEN
               CLOSE POSTED-REG-FILE
           END-IF.
           DISPLAY "READINESSCHECK: " WS-DETAIL-COUNT
               " CARD(S) CHECKED, " WS-FAIL-COUNT
               " FAILING REFERENCE DATA.".
       3000-EXIT.
           EXIT.

      *                   OF PROOF, OR DESKS DISAGREEING ON THE  *
      *                   BUSINESS DATE, REFUSES THE MERGE WITH  *
      *                   RETURN CODE 8 AND WRITES NO OUTPUT.    *
      *  2026-10-09 PBC   BUSINESS CALENDAR. ONCE THE DESKS      *
      *                   AGREE ON A BUSINESS DATE IT MUST BE A  *
      *                   BUSINESS DAY ON THE CALENDAR FILE AND  *
      *                   NO MORE THAN ONE BUSINESS DAY FROM THE *
      *                   LATEST COMPLETED RUN ON RUNCTL, OR THE *
      *                   MERGE IS REFUSED WITH RETURN CODE 8    *
      *                   AND THE REASON PRINTED ON MRGRPT. NO   *
      *                   CALENDAR FILE MEANS NO CALENDAR CHECK. *
      *  2026-10-12 PBC   DOUBLE-KEYING CHECK. AFTER             *
      *                   RENUMBERING, EVERY CARD IS COMPARED ON *
      *                   OPERATOR, OPERATION CODE, OPERAND      *
      *                   TABLE AND CURRENCY WITH THE CARDS      *
      *                   AHEAD OF IT TONIGHT AND WITH THE CARDS *
      *                   OF THE LAST FIVE BUSINESS DATES THAT   *
      *                   ARE STILL POSTED AND UNREVERSED ON     *
      *                   POSTREG (KEPT ON THE NEW CARDHIST      *
      *                   FILE, WHICH THIS PROGRAM MAINTAINS). A *
      *                   MATCHING CARD IS HELD ON SUSPFILE WITH *
      *                   STATUS D INSTEAD OF GOING TO           *
      *                   SIMPLEOPS, AND LISTED ON THE NEW       *
      *                   DUPRPT REVIEW REPORT WITH THE CARD IT  *
      *                   MATCHED; THE OUTPUT TRAILER COVERS     *
      *                   ONLY THE CARDS SENT ON. A SUSPENSE KEY *
      *                   ALREADY HOLDING A DIFFERENT CARD       *
      *                   REFUSES THE MERGE.                     *
      *  2026-10-14 PBC   FOURTEEN-DIGIT TRAN-ID. DESK CARDS ARE *
      *                   NOW 74 BYTES; THE RENUMBERING CROSS-   *
      *                   REFERENCE, THE HIGH-WATER MARK AND THE *
      *                   DOUBLE-KEYING REPORT CARRY THE FULL    *
      *                   ID.                                    *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MERGE-REPORT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT DUP-REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CARD-HISTORY-FILE ASSIGN TO "CARDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT POSTED-REG-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-TRAN-ID
               FILE STATUS IS WS-PREG-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-TRAN-ID
               FILE STATUS IS WS-SUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DESK1-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  DESK1-RECORD                PIC X(74).

       FD  DESK2-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  DESK2-RECORD                PIC X(74).

       FD  DESK3-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  DESK3-RECORD                PIC X(74).

       FD  TRAN-OUT-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  TRAN-OUT-RECORD             PIC X(74).

       FD  MERGE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MERGE-REPORT-LINE           PIC X(80).

       FD  CALENDAR-FILE.
       COPY CALENDRC.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       FD  DUP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DUP-REPORT-LINE             PIC X(80).

       FD  CARD-HISTORY-FILE.
       COPY CARDHIST.

       FD  POSTED-REG-FILE.
       COPY POSTREG.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------*
      *  THE SHARED TRANSACTION LAYOUTS, HELD IN WORKING         *
       77  WS-SCAN-IX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-SORT-IX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-RENUMBER-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-HIGH-TRAN-ID             PIC 9(14) VALUE ZERO.
       01  WS-HASH-WORK                PIC S9(05) VALUE ZERO.
       01  WS-OLD-TRAN-ID              PIC 9(14) VALUE ZERO.
       01  WS-NEW-TRAN-ID              PIC 9(14) VALUE ZERO.

      *---------------------------------------------------------*
      *  PER-DESK PROOF WORK AREAS, RESET BEFORE EACH DESK.      *
           05  WS-DESK-COUNT           PIC 9(07) OCCURS 3 TIMES
                                       VALUE ZERO.

      *---------------------------------------------------------*
      *  BUSINESS CALENDAR CHECK WORK AREAS. THE LAST RUN DATE   *
      *  IS THE LATEST COMPLETED RUN ON RUNCTL; THE DESKS' DATE  *
      *  MAY BE NO MORE THAN ONE BUSINESS DAY EITHER SIDE OF IT. *
      *---------------------------------------------------------*
       77  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-CAL-END-OF-FILE      VALUE "Y".
       77  WS-CAL-REFUSE-CODE          PIC X(01) VALUE SPACE.
           88  WS-CAL-ACCEPTED         VALUE SPACE.
           88  WS-CAL-NOT-LOADED       VALUE "M".
           88  WS-CAL-NOT-BUSINESS     VALUE "N".
           88  WS-CAL-TOO-FAR          VALUE "F".
       77  WS-CAL-BETWEEN-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-RUNC-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-RUNC-END-OF-FILE     VALUE "Y".
       01  WS-LAST-RUN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-CAL-LOW-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CAL-HIGH-DATE            PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------*
      *  DOUBLE-KEYING CHECK WORK AREAS. TWO CARDS MATCH WHEN    *
      *  THEIR MATCH KEYS - OPERATOR, OPERATION CODE, OPERAND    *
      *  COUNT, OPERAND TABLE AND CURRENCY - ARE EQUAL. RV CARDS *
      *  AND CARDS TOO BADLY FORMED TO KEY ARE LEFT TO           *
      *  SIMPLEOPS' EDITS. THE LOOK-BACK IS THE NUMBER OF PRIOR  *
      *  BUSINESS DATES ON CARDHIST COMPARED WITH TONIGHT; THE   *
      *  DATE TABLE ROLLS SO IT ALWAYS HOLDS THE LATEST OF THEM, *
      *  AND THE OLDEST IS THE CUT-OFF BELOW WHICH CARDHIST      *
      *  ROWS ARE DELETED.                                       *
      *---------------------------------------------------------*
       77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-HIST-END-OF-FILE     VALUE "Y".
       77  WS-HIST-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-HIST-OPEN            VALUE "Y".
       77  WS-PREG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SUSP-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SUSP-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-SUSP-OPEN            VALUE "Y".
       77  WS-DUP-HEADING-SWITCH       PIC X(01) VALUE "N".
           88  WS-DUP-HEADING-DONE     VALUE "Y".
       77  WS-LOOKBACK-DAYS            PIC 9(02) COMP VALUE 5.
       77  WS-HDATE-COUNT              PIC 9(02) COMP VALUE ZERO.
       77  WS-HDATE-IX                 PIC 9(02) COMP VALUE ZERO.
       77  WS-HIST-IX                  PIC 9(05) COMP VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-HELD-TONIGHT-COUNT       PIC 9(04) COMP VALUE ZERO.
       77  WS-HELD-PRIOR-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  WS-HIST-PRUNE-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-HIST-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
       01  WS-HDATE-TABLE.
           05  WS-HDATE                PIC 9(08) OCCURS 9 TIMES
                                       VALUE ZERO.
       01  WS-MATCH-KEY.
           05  WM-OPERATOR             PIC X(06).
           05  WM-OP-CODE              PIC X(02).
           05  WM-OPERAND-COUNT        PIC 9(01).
           05  WM-OPERANDS             PIC X(45).
           05  WM-CURRENCY             PIC X(03).

      *---------------------------------------------------------*
      *  THE PRIOR NIGHTS' CARDS WITHIN THE LOOK-BACK THAT ARE   *
      *  STILL POSTED AND UNREVERSED, HELD BY MATCH KEY. FIVE    *
      *  NIGHTS OF A FULL CARD TABLE FIT; ANYTHING PAST THAT IS  *
      *  REPORTED AND LEFT UNCHECKED.                            *
      *---------------------------------------------------------*
       01  WS-HIST-TABLE-AREA.
           05  WS-HIST-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-HIST-ENTRY OCCURS 10000 TIMES.
               10  WS-HE-MATCH-KEY     PIC X(57).
               10  WS-HE-TRAN-ID       PIC 9(14).
               10  WS-HE-DATE          PIC 9(08).
               10  WS-HE-DESK          PIC 9(01).

      *---------------------------------------------------------*
      *  THE MERGED CARD TABLE - EVERY DETAIL CARD OFF EVERY     *
      *  DESK, HELD WITH ITS DESK OF ORIGIN AND ITS OPERATOR     *
       01  WS-CARD-TABLE-AREA.
           05  WS-CARD-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-CARD-ENTRY OCCURS 2000 TIMES.
               10  WS-MC-IMAGE         PIC X(74).
               10  WS-MC-OPERATOR      PIC X(06).
               10  WS-MC-DESK          PIC 9(01).
               10  WS-MC-MATCH-KEY     PIC X(57).
               10  WS-MC-SUSPECT-FLAG  PIC X(01).
                   88  WS-MC-SUSPECT   VALUE "Y".
               10  WS-MC-MATCH-ID      PIC 9(14).
               10  WS-MC-MATCH-DATE    PIC 9(08).
               10  WS-MC-MATCH-DESK    PIC 9(01).
       01  WS-HOLD-ENTRY.
           05  WS-HOLD-IMAGE           PIC X(74).
           05  WS-HOLD-OPERATOR        PIC X(06).
           05  WS-HOLD-DESK            PIC 9(01).
           05  WS-HOLD-MATCH-KEY       PIC X(57).
           05  WS-HOLD-SUSPECT-FLAG    PIC X(01).
           05  WS-HOLD-MATCH-ID        PIC 9(14).
           05  WS-HOLD-MATCH-DATE      PIC 9(08).
           05  WS-HOLD-MATCH-DESK      PIC 9(01).

      *---------------------------------------------------------*
      *  REPORT LINES.                                           *
           05  WT-TOTAL-COUNT         PIC ZZZZZZ9.
           05  FILLER                 PIC X(14) VALUE "  RENUMBERED: ".
           05  WT-RENUMBERED          PIC ZZZ9.
           05  FILLER                 PIC X(08) VALUE "  HELD: ".
           05  WT-HELD                PIC ZZZ9.
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  WS-XREF-LINE.
           05  FILLER                 PIC X(12)
               VALUE "RENUMBERED: ".
           05  WX-DESK-NUM            PIC 9(01).
           05  FILLER                 PIC X(06) VALUE " OLD: ".
           05  WX-OLD-TRAN-ID         PIC 9(14).
           05  FILLER                 PIC X(06) VALUE " NEW: ".
           05  WX-NEW-TRAN-ID         PIC 9(14).
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  WS-CALENDAR-LINE.
           05  FILLER                 PIC X(18)
               VALUE "REFUSED: BUS DATE ".
           05  WK-BUSINESS-DATE       PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WK-REASON              PIC X(35).
           05  FILLER                 PIC X(10) VALUE " LAST RUN ".
           05  WK-LAST-RUN-DATE       PIC 9(08).

      *---------------------------------------------------------*
      *  DOUBLE-KEYING REVIEW REPORT LINES (DUPRPT).             *
      *---------------------------------------------------------*
       01  WS-DUP-HEADING.
           05  FILLER                 PIC X(26)
               VALUE "DOUBLE-KEYING REVIEW      ".
           05  FILLER                 PIC X(09) VALUE "BUS DATE ".
           05  WU-BUSINESS-DATE       PIC 9(08).
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-DUP-COLUMNS.
           05  FILLER                 PIC X(34)
               VALUE "HELD            DK OPER   OP CCY  ".
           05  FILLER                 PIC X(46)
               VALUE "MATCHES ON                DK SEEN             ".

       01  WS-DUP-LINE.
           05  WU-TRAN-ID             PIC 9(14).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WU-DESK-NUM            PIC 9(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WU-OPERATOR-ID         PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WU-OP-CODE             PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WU-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WU-MATCH-ID            PIC 9(14).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WU-MATCH-DATE          PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WU-MATCH-DESK          PIC 9(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WU-MATCH-WHEN          PIC X(12).
           05  FILLER                 PIC X(05) VALUE SPACES.

       01  WS-DUP-OPERAND-LINE.
           05  FILLER                 PIC X(12) VALUE "    OPERANDS".
           05  WU-OPERAND-AREA.
               10  WU-OPERAND         PIC -(6)9 OCCURS 9 TIMES.
           05  FILLER                 PIC X(05) VALUE SPACES.

       01  WS-DUP-TOTAL-LINE.
           05  FILLER                 PIC X(14) VALUE "CARDS HELD:   ".
           05  WU-HELD                PIC ZZZ9.
           05  FILLER                 PIC X(11) VALUE "  TONIGHT: ".
           05  WU-HELD-TONIGHT        PIC ZZZ9.
           05  FILLER                 PIC X(16)
               VALUE "  PRIOR NIGHTS: ".
           05  WU-HELD-PRIOR          PIC ZZZ9.
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  WS-DUP-WINDOW-LINE.
           05  FILLER                 PIC X(29)
               VALUE "PRIOR NIGHTS CHECKED FROM    ".
           05  WU-CUTOFF-DATE         PIC 9(08).
           05  FILLER                 PIC X(09) VALUE "  CARDS: ".
           05  WU-HIST-COUNT          PIC ZZZZ9.
           05  FILLER                 PIC X(29) VALUE SPACES.

       01  WS-DUP-KEY-LINE.
           05  FILLER                 PIC X(21)
               VALUE "SUSPENSE KEY IN USE: ".
           05  WU-KEY-TRAN-ID         PIC 9(14).
           05  FILLER                 PIC X(45)
               VALUE " - ANOTHER CARD HELD THERE - MERGE REFUSED".

       01  WS-DUP-MESSAGE-LINE.
           05  WU-MESSAGE             PIC X(60).
           05  FILLER                 PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
           PERFORM 2000-LOAD-DESKS THRU 2000-EXIT.
           IF NOT WS-MERGE-REFUSED
               PERFORM 2400-RENUMBER-COLLISIONS THRU 2400-EXIT
               PERFORM 2800-CHECK-DOUBLE-KEYING THRU 2800-EXIT
           END-IF.
           IF NOT WS-MERGE-REFUSED
               PERFORM 2500-SORT-BY-OPERATOR THRU 2500-EXIT
               PERFORM 2600-WRITE-OUTPUT THRU 2600-EXIT
               PERFORM 2850-HOLD-SUSPECTS THRU 2850-EXIT
               PERFORM 2870-UPDATE-HISTORY THRU 2870-EXIT
           END-IF.
           PERFORM 2700-PRINT-COUNTS THRU 2700-EXIT.
           PERFORM 2880-PRINT-DUP-TOTALS THRU 2880-EXIT.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE TWO REPORTS. THE HEADINGS    *
      *  PRINT ONCE THE DESKS' BUSINESS DATE IS KNOWN.           *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT MERGE-REPORT-FILE.
           OPEN OUTPUT DUP-REPORT-FILE.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-LOAD-DESKS - PULL EACH DESK FILE IN THROUGH THE    *
      *  SHARED CLASSIFIER. A DESK FILE THAT DOES NOT EXIST      *
      *  SIMPLY CONTRIBUTES NOTHING - A TWO-DESK NIGHT IS LEGAL. *
      *  THE BUSINESS DATE THE DESKS AGREED ON IS THEN PROVED    *
      *  AGAINST THE BUSINESS CALENDAR.                          *
      *---------------------------------------------------------*
       2000-LOAD-DESKS.
           PERFORM 2110-LOAD-DESK1 THRU 2110-EXIT.
           IF NOT WS-MERGE-REFUSED AND WS-CARD-COUNT = ZERO
               DISPLAY "DESKFILECONSOLIDATE: NO DESK CARDS FOUND."
           END-IF.
           IF NOT WS-MERGE-REFUSED AND WS-BUSINESS-DATE > ZERO
               PERFORM 2300-CHECK-CALENDAR THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2290-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2300-CHECK-CALENDAR - THE DESKS' BUSINESS DATE MUST BE  *
      *  ON THE BUSINESS CALENDAR AND MARKED A BUSINESS DAY, AND *
      *  NO BUSINESS DAY MAY FALL STRICTLY BETWEEN IT AND THE    *
      *  LAST COMPLETED RUN'S DATE - THE SAME TEST TRANENTRY     *
      *  APPLIES AT THE DESK. ANY FAILURE REFUSES THE MERGE. NO  *
      *  CALENDAR FILE SKIPS THE CHECK; NO RUN YET ON RUNCTL     *
      *  SKIPS THE DISTANCE TEST.                                *
      *---------------------------------------------------------*
       2300-CHECK-CALENDAR.
           MOVE SPACE TO WS-CAL-REFUSE-CODE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "DESKFILECONSOLIDATE: NO BUSINESS CALENDAR - "
                   "DATE NOT CHECKED."
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2350-FIND-LAST-RUN THRU 2350-EXIT.
           MOVE WS-BUSINESS-DATE TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   SET WS-CAL-NOT-LOADED TO TRUE
                   GO TO 2300-REFUSE
           END-READ.
           IF NOT CL-BUSINESS-DAY
               SET WS-CAL-NOT-BUSINESS TO TRUE
               GO TO 2300-REFUSE
           END-IF.
           IF WS-LAST-RUN-DATE = ZERO
               OR WS-LAST-RUN-DATE = WS-BUSINESS-DATE
               GO TO 2300-CLOSE
           END-IF.
           IF WS-BUSINESS-DATE > WS-LAST-RUN-DATE
               MOVE WS-LAST-RUN-DATE TO WS-CAL-LOW-DATE
               MOVE WS-BUSINESS-DATE TO WS-CAL-HIGH-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-CAL-LOW-DATE
               MOVE WS-LAST-RUN-DATE TO WS-CAL-HIGH-DATE
           END-IF.
           MOVE ZERO TO WS-CAL-BETWEEN-COUNT.
           MOVE WS-CAL-LOW-DATE TO CL-DATE.
           START CALENDAR-FILE KEY IS > CL-DATE
               INVALID KEY
                   GO TO 2300-CLOSE
           END-START.
           PERFORM 2310-READ-CALENDAR THRU 2310-EXIT.
           PERFORM 2320-COUNT-BETWEEN THRU 2320-EXIT
               UNTIL WS-CAL-END-OF-FILE
                  OR CL-DATE NOT < WS-CAL-HIGH-DATE.
           IF WS-CAL-BETWEEN-COUNT = ZERO
               GO TO 2300-CLOSE
           END-IF.
           SET WS-CAL-TOO-FAR TO TRUE.
       2300-REFUSE.
           SET WS-MERGE-REFUSED TO TRUE.
           DISPLAY "DESKFILECONSOLIDATE: BUSINESS DATE "
               WS-BUSINESS-DATE " REFUSED BY THE CALENDAR.".
       2300-CLOSE.
           CLOSE CALENDAR-FILE.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2310-READ-CALENDAR - READ THE NEXT CALENDAR DAY         *
      *---------------------------------------------------------*
       2310-READ-CALENDAR.
           READ CALENDAR-FILE NEXT RECORD
               AT END
                   SET WS-CAL-END-OF-FILE TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2320-COUNT-BETWEEN - COUNT ONE CALENDAR DAY LYING       *
      *  BETWEEN THE DESKS' DATE AND THE LAST RUN IF IT IS A     *
      *  BUSINESS DAY, AND READ THE NEXT.                        *
      *---------------------------------------------------------*
       2320-COUNT-BETWEEN.
           IF CL-BUSINESS-DAY
               ADD 1 TO WS-CAL-BETWEEN-COUNT
           END-IF.
           PERFORM 2310-READ-CALENDAR THRU 2310-EXIT.
       2320-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2350-FIND-LAST-RUN - TAKE THE LATEST COMPLETED RUN'S    *
      *  DATE OFF THE RUN-CONTROL LOG, THE SAME WAY              *
      *  NIGHTLYRECONCILE DOES. A NIGHT BACKED OUT STILL COUNTS  *
      *  - IT RAN. NO RUN-CONTROL FILE LEAVES THE DATE ZERO.     *
      *---------------------------------------------------------*
       2350-FIND-LAST-RUN.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNC-STATUS NOT = "00"
               GO TO 2350-EXIT
           END-IF.
           PERFORM 2370-READ-RUN-CONTROL THRU 2370-EXIT.
           PERFORM 2360-NOTE-ONE-RUN THRU 2360-EXIT
               UNTIL WS-RUNC-END-OF-FILE.
           CLOSE RUN-CONTROL-FILE.
       2350-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2360-NOTE-ONE-RUN - REMEMBER THE LATEST COMPLETED RUN'S *
      *  DATE AND READ THE NEXT ROW.                             *
      *---------------------------------------------------------*
       2360-NOTE-ONE-RUN.
           IF RC-RUN-COMPLETED
               AND RC-RUN-DATE > WS-LAST-RUN-DATE
               MOVE RC-RUN-DATE TO WS-LAST-RUN-DATE
           END-IF.
           PERFORM 2370-READ-RUN-CONTROL THRU 2370-EXIT.
       2360-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2370-READ-RUN-CONTROL - READ THE NEXT RUN-CONTROL ROW   *
      *---------------------------------------------------------*
       2370-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUNC-END-OF-FILE TO TRUE
           END-READ.
       2370-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2400-RENUMBER-COLLISIONS - WALK THE MERGED TABLE IN     *
      *  LOAD ORDER; A CARD WHOSE TRAN-ID ALREADY APPEARED       *
      *  RENUMBERS THE CURRENT CARD AND ENDS THE SCAN.           *
      *---------------------------------------------------------*
       2420-SCAN-EARLIER-CARD.
           IF WS-MC-IMAGE (WS-SCAN-IX) (1:14) = TRAN-BATCH-RECORD (1:14)
               PERFORM 2430-RENUMBER-CARD THRU 2430-EXIT
               MOVE WS-CARD-IX TO WS-SCAN-IX
           END-IF.
      *---------------------------------------------------------*
      *  2430-RENUMBER-CARD - GIVE THE CURRENT CARD THE NEXT ID  *
      *  PAST THE HIGH-WATER MARK - STAMPED STRAIGHT INTO THE    *
      *  LANDED IMAGE'S FIRST 14 BYTES - PUT THE IMAGE BACK,     *
      *  AND WRITE THE CROSS-REFERENCE LINE.                     *
      *---------------------------------------------------------*
       2430-RENUMBER-CARD.
           MOVE TRAN-ID TO WS-OLD-TRAN-ID.
           ADD 1 TO WS-HIGH-TRAN-ID.
           MOVE WS-HIGH-TRAN-ID TO WS-NEW-TRAN-ID.
           MOVE WS-NEW-TRAN-ID TO TRAN-BATCH-RECORD (1:14).
           MOVE TRAN-BATCH-RECORD TO WS-MC-IMAGE (WS-CARD-IX).
           ADD 1 TO WS-RENUMBER-COUNT.
           MOVE WS-MC-DESK (WS-CARD-IX) TO WX-DESK-NUM.
      *  2600-WRITE-OUTPUT - WRITE THE CONSOLIDATED GENERATION:  *
      *  A FRESH HEADER (THE DESKS' BUSINESS DATE AND THE EXACT  *
      *  CARD COUNT), THE SORTED CARDS, AND A TRAILER WITH THE   *
      *  COUNT AND MERGED HASH, SO SIMPLEOPS' BATCH PROOF HOLDS  *
      *  ON THE OUTPUT EXACTLY AS ON THE INPUTS. CARDS HELD AS   *
      *  SUSPECTED DOUBLE-KEYINGS ARE LEFT OUT, AND THE COUNT    *
      *  AND HASH ARE FOOTED AGAIN OVER THE CARDS THAT ARE LEFT. *
      *---------------------------------------------------------*
       2600-WRITE-OUTPUT.
           IF WS-HELD-COUNT > ZERO
               PERFORM 2650-RECOUNT-OUTPUT THRU 2650-EXIT
           END-IF.
           OPEN OUTPUT TRAN-OUT-FILE.
           MOVE SPACES TO TRAN-BATCH-RECORD.
           SET TB-TYPE-HEADER TO TRUE.
           EXIT.

      *---------------------------------------------------------*
      *  2610-WRITE-ONE-CARD - WRITE ONE SORTED CARD, UNLESS IT  *
      *  IS HELD, AND STEP TO THE NEXT.                          *
      *---------------------------------------------------------*
       2610-WRITE-ONE-CARD.
           IF NOT WS-MC-SUSPECT (WS-CARD-IX)
               WRITE TRAN-OUT-RECORD FROM WS-MC-IMAGE (WS-CARD-IX)
           END-IF.
           ADD 1 TO WS-CARD-IX.
       2610-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2650-RECOUNT-OUTPUT - FOOT THE COUNT AND OPERAND HASH   *
      *  AGAIN OVER THE CARDS NOT HELD, WITH THE SAME            *
      *  ARITHMETIC THE DESK PROOF USED.                         *
      *---------------------------------------------------------*
       2650-RECOUNT-OUTPUT.
           MOVE ZERO TO WS-TOTAL-COUNT.
           MOVE ZERO TO WS-DESK-OPERAND-HASH.
           MOVE 1 TO WS-CARD-IX.
           PERFORM 2655-RECOUNT-ONE-CARD THRU 2655-EXIT
               UNTIL WS-CARD-IX > WS-CARD-COUNT.
           MOVE WS-DESK-OPERAND-HASH TO WS-TOTAL-HASH.
       2650-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2655-RECOUNT-ONE-CARD - COUNT AND HASH ONE CARD THAT    *
      *  GOES ON, AND STEP TO THE NEXT.                          *
      *---------------------------------------------------------*
       2655-RECOUNT-ONE-CARD.
           IF NOT WS-MC-SUSPECT (WS-CARD-IX)
               MOVE WS-MC-IMAGE (WS-CARD-IX) TO TRAN-BATCH-RECORD
               MOVE TRAN-BATCH-RECORD TO TRAN-RECORD
               MOVE TRAN-BATCH-RECORD TO TRAN-REVERSAL-RECORD
               ADD 1 TO WS-TOTAL-COUNT
               PERFORM 2270-HASH-CARD THRU 2270-EXIT
           END-IF.
           ADD 1 TO WS-CARD-IX.
       2655-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2700-PRINT-COUNTS - THE PROOF SHEET: PER-DESK INPUT     *
      *  COUNTS AGAINST THE CONSOLIDATED TOTAL SENT ON, HOW MANY *
      *  CARDS WERE RENUMBERED AND HOW MANY HELD AS SUSPECTED    *
      *  DOUBLE-KEYINGS, WITH THE REASON UNDER THE HEADING WHEN  *
      *  THE CALENDAR REFUSED THE BUSINESS DATE.                 *
      *---------------------------------------------------------*
       2700-PRINT-COUNTS.
           MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE.
           WRITE MERGE-REPORT-LINE FROM WS-REPORT-HEADING.
           IF NOT WS-CAL-ACCEPTED
               PERFORM 2720-PRINT-CALENDAR THRU 2720-EXIT
           END-IF.
           MOVE 1 TO WS-DESK-NUM.
           PERFORM 2710-PRINT-ONE-DESK THRU 2710-EXIT
               UNTIL WS-DESK-NUM > 3.
           MOVE WS-TOTAL-COUNT TO WT-TOTAL-COUNT.
           MOVE WS-RENUMBER-COUNT TO WT-RENUMBERED.
           MOVE WS-HELD-COUNT TO WT-HELD.
           WRITE MERGE-REPORT-LINE FROM WS-TOTAL-LINE.
       2700-EXIT.
           EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2720-PRINT-CALENDAR - PRINT WHY THE CALENDAR REFUSED    *
      *  THE DESKS' BUSINESS DATE.                               *
      *---------------------------------------------------------*
       2720-PRINT-CALENDAR.
           MOVE WS-BUSINESS-DATE TO WK-BUSINESS-DATE.
           MOVE WS-LAST-RUN-DATE TO WK-LAST-RUN-DATE.
           EVALUATE TRUE
               WHEN WS-CAL-NOT-LOADED
                   MOVE "NOT ON THE BUSINESS CALENDAR" TO WK-REASON
               WHEN WS-CAL-NOT-BUSINESS
                   MOVE "WEEKEND OR BANK HOLIDAY" TO WK-REASON
               WHEN WS-CAL-TOO-FAR
                   MOVE "OVER ONE BUSINESS DAY FROM LAST RUN"
                       TO WK-REASON
           END-EVALUATE.
           WRITE MERGE-REPORT-LINE FROM WS-CALENDAR-LINE.
       2720-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2800-CHECK-DOUBLE-KEYING - LOOK FOR SLIPS KEYED TWICE.  *
      *  EVERY CARD GETS ITS MATCH KEY, THE PRIOR NIGHTS' STILL- *
      *  POSTED CARDS ARE LOADED OFF CARDHIST, AND EACH CARD IS  *
      *  COMPARED WITH THE CARDS AHEAD OF IT TONIGHT AND THEN    *
      *  WITH THE PRIOR NIGHTS'. THE FIRST CARD OF A MATCHING    *
      *  SET TONIGHT GOES ON; EVERY LATER ONE, AND ANY CARD      *
      *  MATCHING A PRIOR NIGHT'S POSTING, IS MARKED A SUSPECT.  *
      *  THE SUSPECTS' SUSPENSE KEYS ARE THEN PROVED FREE BEFORE *
      *  ANYTHING IS WRITTEN.                                    *
      *---------------------------------------------------------*
       2800-CHECK-DOUBLE-KEYING.
           PERFORM 2890-PRINT-DUP-HEADING THRU 2890-EXIT.
           MOVE 1 TO WS-CARD-IX.
           PERFORM 2805-KEY-ONE-CARD THRU 2805-EXIT
               UNTIL WS-CARD-IX > WS-CARD-COUNT.
           PERFORM 2820-LOAD-HISTORY THRU 2820-EXIT.
           MOVE 1 TO WS-CARD-IX.
           PERFORM 2830-CHECK-ONE-CARD THRU 2830-EXIT
               UNTIL WS-CARD-IX > WS-CARD-COUNT.
           IF WS-HELD-COUNT > ZERO
               PERFORM 2840-PROVE-SUSPENSE-KEYS THRU 2840-EXIT
           END-IF.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2805-KEY-ONE-CARD - CLEAR ONE CARD'S SUSPECT MARKS,     *
      *  FILE ITS MATCH KEY, AND STEP TO THE NEXT CARD.          *
      *---------------------------------------------------------*
       2805-KEY-ONE-CARD.
           MOVE "N"  TO WS-MC-SUSPECT-FLAG (WS-CARD-IX).
           MOVE ZERO TO WS-MC-MATCH-ID (WS-CARD-IX).
           MOVE ZERO TO WS-MC-MATCH-DATE (WS-CARD-IX).
           MOVE ZERO TO WS-MC-MATCH-DESK (WS-CARD-IX).
           MOVE WS-MC-IMAGE (WS-CARD-IX) TO TRAN-BATCH-RECORD.
           PERFORM 2810-BUILD-MATCH-KEY THRU 2810-EXIT.
           MOVE WS-MATCH-KEY TO WS-MC-MATCH-KEY (WS-CARD-IX).
           ADD 1 TO WS-CARD-IX.
       2805-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2810-BUILD-MATCH-KEY - BUILD THE MATCH KEY FOR THE CARD *
      *  LANDED IN TRAN-BATCH-RECORD: OPERATOR, OPERATION CODE,  *
      *  OPERAND COUNT, THE OPERAND TABLE (PADDED WITH SPACES    *
      *  PAST THE COUNT) AND CURRENCY. AN RV CARD, OR ONE WITH   *
      *  NO NUMERIC TRAN-ID OR OPERAND COUNT, GETS A BLANK KEY   *
      *  AND IS NEVER COMPARED.                                  *
      *---------------------------------------------------------*
       2810-BUILD-MATCH-KEY.
           MOVE SPACES TO WS-MATCH-KEY.
           MOVE TRAN-BATCH-RECORD TO TRAN-RECORD.
           IF TRAN-OP-REVERSE OR TRAN-ID IS NOT NUMERIC
               GO TO 2810-EXIT
           END-IF.
           IF TRAN-OPERAND-COUNT IS NOT NUMERIC
               OR TRAN-OPERAND-COUNT = ZERO
               GO TO 2810-EXIT
           END-IF.
           MOVE TRAN-OPERATOR-ID    TO WM-OPERATOR.
           MOVE TRAN-OPERATION-CODE TO WM-OP-CODE.
           MOVE TRAN-OPERAND-COUNT  TO WM-OPERAND-COUNT.
           MOVE TRAN-OPERANDS       TO WM-OPERANDS.
           MOVE TRAN-CURRENCY-CODE  TO WM-CURRENCY.
       2810-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2820-LOAD-HISTORY - OPEN CARDHIST (CREATING IT THE      *
      *  FIRST NIGHT) AND FIND THE LATEST PRIOR BUSINESS DATES   *
      *  ON IT, UP TO THE LOOK-BACK; THE OLDEST OF THEM IS THE   *
      *  CUT-OFF. EVERY CARD FROM THE CUT-OFF UP TO TONIGHT THAT *
      *  IS STILL ON POSTREG UNDER THE SAME OPERATOR AND NOT     *
      *  REVERSED OR BACKED OUT IS LOADED INTO THE HISTORY       *
      *  TABLE. NO POSTED REGISTER MEANS NOTHING CAN BE PROVED   *
      *  POSTED, SO NO PRIOR NIGHT IS CHECKED.                   *
      *---------------------------------------------------------*
       2820-LOAD-HISTORY.
           OPEN I-O CARD-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT CARD-HISTORY-FILE
               CLOSE CARD-HISTORY-FILE
               OPEN I-O CARD-HISTORY-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "DESKFILECONSOLIDATE: CARD HISTORY WILL NOT "
                   "OPEN - STATUS " WS-HIST-STATUS
                   " - PRIOR NIGHTS NOT CHECKED."
               GO TO 2820-EXIT
           END-IF.
           SET WS-HIST-OPEN TO TRUE.
           MOVE ZERO TO CH-BUSINESS-DATE.
           MOVE ZERO TO CH-TRAN-ID.
           START CARD-HISTORY-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   GO TO 2820-EXIT
           END-START.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           PERFORM 2822-READ-HISTORY THRU 2822-EXIT.
           PERFORM 2824-NOTE-HISTORY-DATE THRU 2824-EXIT
               UNTIL WS-HIST-END-OF-FILE
                  OR CH-BUSINESS-DATE NOT < WS-BUSINESS-DATE.
           IF WS-HDATE-COUNT = ZERO
               GO TO 2820-EXIT
           END-IF.
           MOVE WS-HDATE (1) TO WS-HIST-CUTOFF-DATE.
           OPEN INPUT POSTED-REG-FILE.
           IF WS-PREG-STATUS NOT = "00"
               DISPLAY "DESKFILECONSOLIDATE: NO POSTED REGISTER - "
                   "PRIOR NIGHTS NOT CHECKED."
               GO TO 2820-EXIT
           END-IF.
           MOVE WS-HIST-CUTOFF-DATE TO CH-BUSINESS-DATE.
           MOVE ZERO TO CH-TRAN-ID.
           START CARD-HISTORY-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   GO TO 2820-CLOSE
           END-START.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           PERFORM 2822-READ-HISTORY THRU 2822-EXIT.
           PERFORM 2826-TAKE-HISTORY-ROW THRU 2826-EXIT
               UNTIL WS-HIST-END-OF-FILE
                  OR CH-BUSINESS-DATE NOT < WS-BUSINESS-DATE.
       2820-CLOSE.
           CLOSE POSTED-REG-FILE.
       2820-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2822-READ-HISTORY - READ THE NEXT CARD HISTORY ROW      *
      *---------------------------------------------------------*
       2822-READ-HISTORY.
           READ CARD-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
           END-READ.
       2822-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2824-NOTE-HISTORY-DATE - ROLL A NEW BUSINESS DATE INTO  *
      *  THE DATE TABLE - DROPPING THE OLDEST ONCE THE TABLE     *
      *  HOLDS THE LOOK-BACK - AND READ THE NEXT ROW.            *
      *---------------------------------------------------------*
       2824-NOTE-HISTORY-DATE.
           IF WS-HDATE-COUNT > ZERO
               AND CH-BUSINESS-DATE = WS-HDATE (WS-HDATE-COUNT)
               GO TO 2824-NEXT
           END-IF.
           IF WS-HDATE-COUNT < WS-LOOKBACK-DAYS
               ADD 1 TO WS-HDATE-COUNT
           ELSE
               MOVE 1 TO WS-HDATE-IX
               PERFORM 2825-SHIFT-ONE-DATE THRU 2825-EXIT
                   UNTIL WS-HDATE-IX >= WS-HDATE-COUNT
           END-IF.
           MOVE CH-BUSINESS-DATE TO WS-HDATE (WS-HDATE-COUNT).
       2824-NEXT.
           PERFORM 2822-READ-HISTORY THRU 2822-EXIT.
       2824-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2825-SHIFT-ONE-DATE - MOVE ONE DATE DOWN A SLOT AND     *
      *  STEP UP.                                                *
      *---------------------------------------------------------*
       2825-SHIFT-ONE-DATE.
           MOVE WS-HDATE (WS-HDATE-IX + 1) TO WS-HDATE (WS-HDATE-IX).
           ADD 1 TO WS-HDATE-IX.
       2825-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2826-TAKE-HISTORY-ROW - LOAD ONE PRIOR NIGHT'S CARD IF  *
      *  POSTREG SHOWS IT POSTED UNDER THE SAME OPERATOR AND     *
      *  STILL STANDING, AND READ THE NEXT ROW. A FULL TABLE     *
      *  ENDS THE LOAD.                                          *
      *---------------------------------------------------------*
       2826-TAKE-HISTORY-ROW.
           MOVE CH-TRAN-ID TO PR-TRAN-ID.
           READ POSTED-REG-FILE
               INVALID KEY
                   GO TO 2826-NEXT
           END-READ.
           IF PR-REVERSED
               GO TO 2826-NEXT
           END-IF.
           MOVE CH-TRAN-IMAGE TO TRAN-BATCH-RECORD.
           PERFORM 2810-BUILD-MATCH-KEY THRU 2810-EXIT.
           IF WS-MATCH-KEY = SPACES
               OR WM-OPERATOR NOT = PR-OPERATOR-ID
               GO TO 2826-NEXT
           END-IF.
           IF WS-HIST-COUNT >= 10000
               DISPLAY "DESKFILECONSOLIDATE: CARD HISTORY TABLE "
                   "FULL - LATER PRIOR-NIGHT CARDS NOT CHECKED."
               SET WS-HIST-END-OF-FILE TO TRUE
               GO TO 2826-EXIT
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           MOVE WS-MATCH-KEY     TO WS-HE-MATCH-KEY (WS-HIST-COUNT).
           MOVE CH-TRAN-ID       TO WS-HE-TRAN-ID (WS-HIST-COUNT).
           MOVE CH-BUSINESS-DATE TO WS-HE-DATE (WS-HIST-COUNT).
           MOVE CH-DESK-NUM      TO WS-HE-DESK (WS-HIST-COUNT).
       2826-NEXT.
           PERFORM 2822-READ-HISTORY THRU 2822-EXIT.
       2826-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2830-CHECK-ONE-CARD - COMPARE ONE KEYED CARD WITH THE   *
      *  CARDS AHEAD OF IT TONIGHT AND, IF NONE MATCHES, WITH    *
      *  THE PRIOR NIGHTS' CARDS; COUNT IT HELD ON A MATCH AND   *
      *  STEP TO THE NEXT CARD.                                  *
      *---------------------------------------------------------*
       2830-CHECK-ONE-CARD.
           IF WS-MC-MATCH-KEY (WS-CARD-IX) = SPACES
               GO TO 2830-NEXT
           END-IF.
           MOVE 1 TO WS-SCAN-IX.
           PERFORM 2832-SCAN-TONIGHT THRU 2832-EXIT
               UNTIL WS-SCAN-IX >= WS-CARD-IX.
           IF NOT WS-MC-SUSPECT (WS-CARD-IX)
               MOVE 1 TO WS-HIST-IX
               PERFORM 2834-SCAN-HISTORY THRU 2834-EXIT
                   UNTIL WS-HIST-IX > WS-HIST-COUNT
           END-IF.
           IF WS-MC-SUSPECT (WS-CARD-IX)
               ADD 1 TO WS-HELD-COUNT
           END-IF.
       2830-NEXT.
           ADD 1 TO WS-CARD-IX.
       2830-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2832-SCAN-TONIGHT - COMPARE ONE EARLIER CARD TONIGHT    *
      *  WITH THE CURRENT ONE. A HIT MARKS THE CURRENT CARD A    *
      *  SUSPECT OF THE EARLIER ONE AND ENDS THE SCAN. COLLIDING *
      *  TRAN-IDS WERE RENUMBERED FIRST, SO ANY TWO CARDS HERE   *
      *  DIFFER IN DESK OR TRAN-ID.                              *
      *---------------------------------------------------------*
       2832-SCAN-TONIGHT.
           IF WS-MC-MATCH-KEY (WS-SCAN-IX)
               = WS-MC-MATCH-KEY (WS-CARD-IX)
               MOVE "Y" TO WS-MC-SUSPECT-FLAG (WS-CARD-IX)
               MOVE WS-MC-IMAGE (WS-SCAN-IX) (1:14)
                   TO WS-MC-MATCH-ID (WS-CARD-IX)
               MOVE WS-BUSINESS-DATE TO WS-MC-MATCH-DATE (WS-CARD-IX)
               MOVE WS-MC-DESK (WS-SCAN-IX)
                   TO WS-MC-MATCH-DESK (WS-CARD-IX)
               ADD 1 TO WS-HELD-TONIGHT-COUNT
               MOVE WS-CARD-IX TO WS-SCAN-IX
           END-IF.
           ADD 1 TO WS-SCAN-IX.
       2832-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2834-SCAN-HISTORY - COMPARE ONE PRIOR NIGHT'S CARD WITH *
      *  THE CURRENT ONE. THE SAME TRAN-ID OFF THE SAME DESK IS  *
      *  A RE-STAGED CARD, NOT A RE-KEYED SLIP - SIMPLEOPS'      *
      *  REGISTER CHECK REJECTS IT. A HIT MARKS THE CURRENT CARD *
      *  A SUSPECT OF THE POSTED ONE AND ENDS THE SCAN.          *
      *---------------------------------------------------------*
       2834-SCAN-HISTORY.
           IF WS-HE-MATCH-KEY (WS-HIST-IX)
               = WS-MC-MATCH-KEY (WS-CARD-IX)
               AND (WS-HE-TRAN-ID (WS-HIST-IX)
                       NOT = WS-MC-IMAGE (WS-CARD-IX) (1:14)
                    OR WS-HE-DESK (WS-HIST-IX)
                       NOT = WS-MC-DESK (WS-CARD-IX))
               MOVE "Y" TO WS-MC-SUSPECT-FLAG (WS-CARD-IX)
               MOVE WS-HE-TRAN-ID (WS-HIST-IX)
                   TO WS-MC-MATCH-ID (WS-CARD-IX)
               MOVE WS-HE-DATE (WS-HIST-IX)
                   TO WS-MC-MATCH-DATE (WS-CARD-IX)
               MOVE WS-HE-DESK (WS-HIST-IX)
                   TO WS-MC-MATCH-DESK (WS-CARD-IX)
               ADD 1 TO WS-HELD-PRIOR-COUNT
               MOVE WS-HIST-COUNT TO WS-HIST-IX
           END-IF.
           ADD 1 TO WS-HIST-IX.
       2834-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2840-PROVE-SUSPENSE-KEYS - OPEN SUSPFILE (CREATING IT   *
      *  IF NEED BE) AND MAKE SURE NO SUSPECT'S TRAN-ID IS       *
      *  ALREADY THERE FOR A DIFFERENT CARD. A ROW HOLDING THE   *
      *  SAME CARD FOR THE SAME BUSINESS DATE IS THIS NIGHT      *
      *  BEING RERUN AND IS LEFT AS IT STANDS, DECIDED OR NOT.   *
      *  ANYTHING ELSE REFUSES THE MERGE.                        *
      *---------------------------------------------------------*
       2840-PROVE-SUSPENSE-KEYS.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               SET WS-MERGE-REFUSED TO TRUE
               DISPLAY "DESKFILECONSOLIDATE: SUSPENSE FILE WILL NOT "
                   "OPEN - STATUS " WS-SUSP-STATUS
                   " - MERGE REFUSED."
               GO TO 2840-EXIT
           END-IF.
           SET WS-SUSP-OPEN TO TRUE.
           MOVE 1 TO WS-CARD-IX.
           PERFORM 2842-PROVE-ONE-KEY THRU 2842-EXIT
               UNTIL WS-CARD-IX > WS-CARD-COUNT OR WS-MERGE-REFUSED.
       2840-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2842-PROVE-ONE-KEY - PROVE ONE SUSPECT'S SUSPENSE KEY   *
      *  FREE AND STEP TO THE NEXT CARD.                         *
      *---------------------------------------------------------*
       2842-PROVE-ONE-KEY.
           IF NOT WS-MC-SUSPECT (WS-CARD-IX)
               GO TO 2842-NEXT
           END-IF.
           MOVE WS-MC-IMAGE (WS-CARD-IX) (1:14) TO SP-TRAN-ID.
           READ SUSPENSE-FILE
               INVALID KEY
                   GO TO 2842-NEXT
           END-READ.
           IF SP-HELD-DATE = WS-BUSINESS-DATE
               AND SP-TRAN-IMAGE = WS-MC-IMAGE (WS-CARD-IX)
               GO TO 2842-NEXT
           END-IF.
           SET WS-MERGE-REFUSED TO TRUE.
           MOVE SP-TRAN-ID TO WU-KEY-TRAN-ID.
           WRITE DUP-REPORT-LINE FROM WS-DUP-KEY-LINE.
           DISPLAY "DESKFILECONSOLIDATE: TRAN-ID " SP-TRAN-ID
               " ALREADY ON SUSPENSE - MERGE REFUSED.".
       2842-NEXT.
           ADD 1 TO WS-CARD-IX.
       2842-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2850-HOLD-SUSPECTS - ONCE THE OUTPUT IS WRITTEN, HOLD   *
      *  EVERY SUSPECT ON SUSPFILE WITH STATUS D AND LIST IT ON  *
      *  THE REVIEW REPORT, IN THE OPERATOR ORDER THE CARDS WERE *
      *  SORTED INTO.                                            *
      *---------------------------------------------------------*
       2850-HOLD-SUSPECTS.
           IF WS-HELD-COUNT = ZERO
               GO TO 2850-EXIT
           END-IF.
           WRITE DUP-REPORT-LINE FROM WS-DUP-COLUMNS.
           MOVE 1 TO WS-CARD-IX.
           PERFORM 2852-HOLD-ONE-CARD THRU 2852-EXIT
               UNTIL WS-CARD-IX > WS-CARD-COUNT.
       2850-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2852-HOLD-ONE-CARD - WRITE ONE SUSPECT'S SUSPENSE ROW - *
      *  NO AMOUNT OR LIMIT, THE CARD HAS NOT BEEN CALCULATED -  *
      *  AND PRINT IT, THEN STEP TO THE NEXT CARD. A ROW ALREADY *
      *  THERE WAS PROVED TO BE THIS CARD FROM AN EARLIER RUN OF *
      *  THE NIGHT AND IS LEFT ALONE.                            *
      *---------------------------------------------------------*
       2852-HOLD-ONE-CARD.
           IF NOT WS-MC-SUSPECT (WS-CARD-IX)
               GO TO 2852-NEXT
           END-IF.
           MOVE WS-MC-IMAGE (WS-CARD-IX) TO TRAN-BATCH-RECORD.
           MOVE TRAN-BATCH-RECORD TO TRAN-RECORD.
           MOVE TRAN-ID             TO SP-TRAN-ID.
           MOVE WS-BUSINESS-DATE    TO SP-HELD-DATE.
           SET SP-SUSPECT TO TRUE.
           MOVE TRAN-OPERATOR-ID    TO SP-OPERATOR-ID.
           MOVE TRAN-OPERATION-CODE TO SP-OPERATION-CODE.
           MOVE "+"                 TO SP-RESULT-SIGN.
           MOVE ZERO                TO SP-RESULT-AMOUNT.
           MOVE ZERO                TO SP-LIMIT-AMOUNT.
           MOVE SPACES              TO SP-DECIDE-USER.
           MOVE ZERO                TO SP-DECIDE-DATE.
           MOVE TRAN-BATCH-RECORD   TO SP-TRAN-IMAGE.
           SET SP-HOLD-DOUBLE-KEYED TO TRUE.
           MOVE WS-MC-MATCH-ID (WS-CARD-IX)   TO SP-MATCH-TRAN-ID.
           MOVE WS-MC-MATCH-DATE (WS-CARD-IX) TO SP-MATCH-DATE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM 2860-PRINT-SUSPECT THRU 2860-EXIT.
       2852-NEXT.
           ADD 1 TO WS-CARD-IX.
       2852-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2860-PRINT-SUSPECT - PRINT ONE HELD CARD AND THE CARD   *
      *  IT MATCHED, WITH ITS OPERANDS ON THE LINE BELOW SO THE  *
      *  SUPERVISOR CAN SET IT AGAINST THE SLIP.                 *
      *---------------------------------------------------------*
       2860-PRINT-SUSPECT.
           MOVE TRAN-ID             TO WU-TRAN-ID.
           MOVE WS-MC-DESK (WS-CARD-IX) TO WU-DESK-NUM.
           MOVE TRAN-OPERATOR-ID    TO WU-OPERATOR-ID.
           MOVE TRAN-OPERATION-CODE TO WU-OP-CODE.
           MOVE TRAN-CURRENCY-CODE  TO WU-CURRENCY.
           MOVE WS-MC-MATCH-ID (WS-CARD-IX)   TO WU-MATCH-ID.
           MOVE WS-MC-MATCH-DATE (WS-CARD-IX) TO WU-MATCH-DATE.
           MOVE WS-MC-MATCH-DESK (WS-CARD-IX) TO WU-MATCH-DESK.
           IF WS-MC-MATCH-DATE (WS-CARD-IX) = WS-BUSINESS-DATE
               MOVE "TONIGHT"      TO WU-MATCH-WHEN
           ELSE
               MOVE "POSTED"       TO WU-MATCH-WHEN
           END-IF.
           WRITE DUP-REPORT-LINE FROM WS-DUP-LINE.
           MOVE SPACES TO WU-OPERAND-AREA.
           MOVE 1 TO WS-OPERAND-IX.
           PERFORM 2865-EDIT-ONE-OPERAND THRU 2865-EXIT
               UNTIL WS-OPERAND-IX > TRAN-OPERAND-COUNT.
           WRITE DUP-REPORT-LINE FROM WS-DUP-OPERAND-LINE.
       2860-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2865-EDIT-ONE-OPERAND - EDIT ONE OPERAND ONTO THE       *
      *  OPERAND LINE AND STEP TO THE NEXT.                      *
      *---------------------------------------------------------*
       2865-EDIT-ONE-OPERAND.
           IF TRAN-OPERAND (WS-OPERAND-IX) IS NUMERIC
               MOVE TRAN-OPERAND (WS-OPERAND-IX)
                   TO WU-OPERAND (WS-OPERAND-IX)
           END-IF.
           ADD 1 TO WS-OPERAND-IX.
       2865-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2870-UPDATE-HISTORY - BRING CARDHIST UP TO DATE: DELETE *
      *  ROWS OLDER THAN THE CUT-OFF AND ANY LEFT BY AN EARLIER  *
      *  RUN OF TONIGHT'S DATE, THEN ADD EVERY KEYED CARD SENT   *
      *  ON TONIGHT. HELD CARDS ARE NOT ADDED - IF RELEASED THEY *
      *  POST FROM SUSPENSE, AND A SLIP KEYED A THIRD TIME STILL *
      *  MATCHES THE FIRST.                                      *
      *---------------------------------------------------------*
       2870-UPDATE-HISTORY.
           IF NOT WS-HIST-OPEN
               GO TO 2870-EXIT
           END-IF.
           MOVE ZERO TO CH-BUSINESS-DATE.
           MOVE ZERO TO CH-TRAN-ID.
           START CARD-HISTORY-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   GO TO 2870-ADD
           END-START.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           PERFORM 2822-READ-HISTORY THRU 2822-EXIT.
           PERFORM 2872-PRUNE-ONE-ROW THRU 2872-EXIT
               UNTIL WS-HIST-END-OF-FILE.
       2870-ADD.
           MOVE 1 TO WS-CARD-IX.
           PERFORM 2874-ADD-ONE-CARD THRU 2874-EXIT
               UNTIL WS-CARD-IX > WS-CARD-COUNT.
       2870-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2872-PRUNE-ONE-ROW - DELETE ONE CARD HISTORY ROW IF IT  *
      *  IS PAST THE CUT-OFF OR CARRIES TONIGHT'S DATE, AND READ *
      *  THE NEXT.                                               *
      *---------------------------------------------------------*
       2872-PRUNE-ONE-ROW.
           IF CH-BUSINESS-DATE < WS-HIST-CUTOFF-DATE
               OR CH-BUSINESS-DATE = WS-BUSINESS-DATE
               DELETE CARD-HISTORY-FILE RECORD
               ADD 1 TO WS-HIST-PRUNE-COUNT
           END-IF.
           PERFORM 2822-READ-HISTORY THRU 2822-EXIT.
       2872-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2874-ADD-ONE-CARD - ADD ONE KEYED CARD SENT ON TONIGHT  *
      *  TO CARDHIST AND STEP TO THE NEXT.                       *
      *---------------------------------------------------------*
       2874-ADD-ONE-CARD.
           IF WS-MC-SUSPECT (WS-CARD-IX)
               OR WS-MC-MATCH-KEY (WS-CARD-IX) = SPACES
               GO TO 2874-NEXT
           END-IF.
           MOVE SPACES TO CARD-HISTORY-RECORD.
           MOVE WS-BUSINESS-DATE TO CH-BUSINESS-DATE.
           MOVE WS-MC-IMAGE (WS-CARD-IX) (1:14) TO CH-TRAN-ID.
           MOVE WS-MC-DESK (WS-CARD-IX) TO CH-DESK-NUM.
           MOVE WS-MC-IMAGE (WS-CARD-IX) TO CH-TRAN-IMAGE.
           WRITE CARD-HISTORY-RECORD
               INVALID KEY
                   REWRITE CARD-HISTORY-RECORD
           END-WRITE.
       2874-NEXT.
           ADD 1 TO WS-CARD-IX.
       2874-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2880-PRINT-DUP-TOTALS - CLOSE THE REVIEW REPORT: THE    *
      *  PRIOR-NIGHT WINDOW CHECKED AND HOW MANY CARDS WERE      *
      *  HELD, OR WHY NOTHING WAS.                               *
      *---------------------------------------------------------*
       2880-PRINT-DUP-TOTALS.
           IF NOT WS-DUP-HEADING-DONE
               PERFORM 2890-PRINT-DUP-HEADING THRU 2890-EXIT
           END-IF.
           IF WS-MERGE-REFUSED
               MOVE "MERGE REFUSED - NOTHING HELD, SEE MRGRPT"
                   TO WU-MESSAGE
               WRITE DUP-REPORT-LINE FROM WS-DUP-MESSAGE-LINE
               GO TO 2880-EXIT
           END-IF.
           IF WS-HDATE-COUNT = ZERO
               MOVE "NO PRIOR NIGHTS ON CARD HISTORY YET" TO WU-MESSAGE
               WRITE DUP-REPORT-LINE FROM WS-DUP-MESSAGE-LINE
           ELSE
               MOVE WS-HIST-CUTOFF-DATE TO WU-CUTOFF-DATE
               MOVE WS-HIST-COUNT TO WU-HIST-COUNT
               WRITE DUP-REPORT-LINE FROM WS-DUP-WINDOW-LINE
           END-IF.
           MOVE WS-HELD-COUNT TO WU-HELD.
           MOVE WS-HELD-TONIGHT-COUNT TO WU-HELD-TONIGHT.
           MOVE WS-HELD-PRIOR-COUNT TO WU-HELD-PRIOR.
           WRITE DUP-REPORT-LINE FROM WS-DUP-TOTAL-LINE.
       2880-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2890-PRINT-DUP-HEADING - HEAD THE REVIEW REPORT WITH    *
      *  THE DESKS' BUSINESS DATE.                               *
      *---------------------------------------------------------*
       2890-PRINT-DUP-HEADING.
           MOVE WS-BUSINESS-DATE TO WU-BUSINESS-DATE.
           WRITE DUP-REPORT-LINE FROM WS-DUP-HEADING.
           SET WS-DUP-HEADING-DONE TO TRUE.
       2890-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - CLOSE THE FILES AND SET THE RETURN     *
      *  CODE THE JCL CONDITIONS THE NIGHTLY RUN ON. 0 = MERGED  *
      *  CLEAN, WHETHER OR NOT ANY CARDS WERE HELD FOR REVIEW, 8 *
      *  = A DESK FILE FAILED ITS PROOF, THE DESKS DISAGREE, THE *
      *  CALENDAR REFUSED THEIR BUSINESS DATE, OR A SUSPECT      *
      *  COULD NOT BE HELD - NOTHING WAS WRITTEN, HOLD THE RUN.  *
      *---------------------------------------------------------*
       3000-TERMINATE.
           CLOSE MERGE-REPORT-FILE.
           CLOSE DUP-REPORT-FILE.
           IF WS-HIST-OPEN
               CLOSE CARD-HISTORY-FILE
           END-IF.
           IF WS-SUSP-OPEN
               CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-MERGE-REFUSED
               DISPLAY "DESKFILECONSOLIDATE: MERGE REFUSED - "
                   "NOTHING WRITTEN."
           ELSE
               DISPLAY "DESKFILECONSOLIDATE: " WS-TOTAL-COUNT
                   " CARD(S) CONSOLIDATED, " WS-RENUMBER-COUNT
                   " RENUMBERED, " WS-HELD-COUNT " HELD."
               MOVE 0 TO RETURN-CODE
           END-IF.
       3000-EXIT.

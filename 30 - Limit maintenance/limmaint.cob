       IDENTIFICATION DIVISION.
       PROGRAM-ID. AmountLimitMaint.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-15 PBC   ORIGINAL VERSION - CARD-DRIVEN         *
      *                   MAINTENANCE FOR THE LIMITFIL AMOUNT    *
      *                   LIMIT TABLE, IN THE SAME MOLD AS       *
      *                   GLACCOUNTMAPMAINT. APPLIES ADD /       *
      *                   CHANGE / DELETE CARDS BY (OPERATION    *
      *                   CODE, OPERATOR) - A BLANK OPERATOR     *
      *                   BEING THE CODE'S DEFAULT LIMIT. A      *
      *                   NAMED OPERATOR MUST BE ON USERMAST AND *
      *                   THE ACTING USER MUST BE AN ACTIVE      *
      *                   SUPERVISOR OR ABOVE WHO IS NOT SETTING *
      *                   THEIR OWN LIMIT. BAD OR DUPLICATE      *
      *                   CARDS GO TO AN EXCEPTION LISTING,      *
      *                   LIMITFIL ROWS SIMPLEOPS COULD NOT USE  *
      *                   ARE FLAGGED, THE TABLE IS WARNED AS IT *
      *                   NEARS THE 100 ROWS SIMPLEOPS LOADS,    *
      *                   EVERY CHANGE IS LOGGED ON LIMCHLOG,    *
      *                   AND A BEFORE/AFTER REPORT PRINTS FOR   *
      *                   THE DESK. THE NEW TABLE IS WRITTEN TO  *
      *                   LIMNEW FOR THE JOB TO COPY BACK.       *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-CARD-FILE ASSIGN TO "LIMCARD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIMIT-FILE ASSIGN TO "LIMITFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMT-STATUS.

           SELECT NEW-LIMIT-FILE ASSIGN TO "LIMNEW"
               ORGANIZATION IS SEQUENTIAL.

           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS UM-USER-NAME WITH DUPLICATES
               FILE STATUS IS WS-UM-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "LIMRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "LIMEXCP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIMIT-CHANGE-FILE ASSIGN TO "LIMCHLOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-CARD-RECORD.
           05  MC-ACTION               PIC X(01).
               88  MC-ACTION-ADD       VALUE "A".
               88  MC-ACTION-CHANGE    VALUE "C".
               88  MC-ACTION-DELETE    VALUE "D".
           05  MC-OPERATION-CODE       PIC X(02).
           05  MC-OPERATOR-ID          PIC X(06).
           05  MC-MAX-AMOUNT           PIC 9(10)V99.
           05  MC-ACTING-USER          PIC X(06).
           05  FILLER                  PIC X(53).

       FD  LIMIT-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY LIMITREC.

       FD  NEW-LIMIT-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  NEW-LIMIT-RECORD            PIC X(20).

       FD  USER-MASTER-FILE.
       COPY USERMAST.

       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-REPORT-LINE           PIC X(80).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCEPTION-LINE              PIC X(80).

       FD  LIMIT-CHANGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY LIMCHGRC.

       FD  AUDIT-FILE
           RECORD CONTAINS 67 CHARACTERS.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       77  WS-LIMT-STATUS              PIC X(02) VALUE SPACES.
       77  WS-LIMT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-LIMT-END-OF-FILE     VALUE "Y".
       77  WS-UM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-CARD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-WARNING-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-FILE-ROW-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-CARD-VALID-SWITCH        PIC X(01) VALUE "Y".
           88  WS-CARD-VALID           VALUE "Y".
           88  WS-CARD-INVALID         VALUE "N".
       77  WS-REFUSE-SWITCH            PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED          VALUE "Y".
       77  WS-REASON-TEXT              PIC X(30) VALUE SPACES.
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------*
      *  OPERATION CODES A LIMIT MAY BE SET FOR - EVERY CODE     *
      *  SIMPLEOPS LIMIT-CHECKS. REVERSALS ARE NEVER CHECKED, SO *
      *  AN RV LIMIT WOULD DO NOTHING AND IS REFUSED.            *
      *---------------------------------------------------------*
       01  WS-CHECK-CODE               PIC X(02) VALUE SPACES.
           88  WS-CODE-LIMITABLE       VALUE "AD" "SU" "MU" "DV"
                                             "SM" "AV".

      *---------------------------------------------------------*
      *  LIMIT TABLE. SIMPLEOPS LOADS AT MOST 100 LIMIT ROWS AND *
      *  REFUSES TO RUN AGAINST A LIMITFIL HOLDING MORE; THE     *
      *  TABLE HERE IS LARGER SO AN OVERGROWN FILE CAN STILL BE  *
      *  LOADED AND CUT BACK WITH DELETE CARDS. ADDS STOP AT THE *
      *  SIMPLEOPS CAPACITY AND THE REPORT WARNS FROM THE        *
      *  WARNING THRESHOLD UP. THE AMOUNT IS ALSO VIEWED AS TEXT *
      *  SO A HAND-KEYED ROW WITH A BAD AMOUNT CAN BE CARRIED,   *
      *  CHANGED OR DELETED RATHER THAN LOST.                    *
      *---------------------------------------------------------*
       77  WS-SIMPLEOPS-CAPACITY       PIC 9(03) COMP VALUE 100.
       77  WS-WARN-THRESHOLD           PIC 9(03) COMP VALUE 90.
       77  WS-TABLE-MAX                PIC 9(03) COMP VALUE 500.
       77  WS-LIMIT-IX                 PIC 9(03) COMP VALUE ZERO.
       77  WS-FOUND-IX                 PIC 9(03) COMP VALUE ZERO.
       77  WS-SHIFT-IX                 PIC 9(03) COMP VALUE ZERO.
       77  WS-NEXT-IX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-UNREADABLE-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-FIND-CODE                PIC X(02) VALUE SPACES.
       01  WS-FIND-OPERATOR            PIC X(06) VALUE SPACES.
       01  WS-OLD-MAX-AMOUNT           PIC 9(10)V99 VALUE ZERO.
       01  WS-NEW-MAX-AMOUNT           PIC 9(10)V99 VALUE ZERO.
       01  WS-LIMIT-TABLE-AREA.
           05  WS-LIMIT-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-LIMIT-ENTRY OCCURS 500 TIMES.
               10  WS-LT-CODE          PIC X(02).
               10  WS-LT-OPERATOR      PIC X(06).
               10  WS-LT-MAX           PIC 9(10)V99.
               10  WS-LT-MAX-X REDEFINES WS-LT-MAX
                                       PIC X(12).

       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-NUM.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).

       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(25)
               VALUE "LIMITFIL MAINTENANCE     ".
           05  FILLER                 PIC X(08) VALUE " RUN DT ".
           05  WH-RUN-MONTH           PIC 99.
           05  FILLER                 PIC X(01) VALUE "/".
           05  WH-RUN-DAY             PIC 99.
           05  FILLER                 PIC X(01) VALUE "/".
           05  WH-RUN-YEAR            PIC 9999.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                 PIC X(25)
               VALUE "LIMITFIL MAINT EXCEPTIONS".
           05  FILLER                 PIC X(08) VALUE " RUN DT ".
           05  WX-RUN-MONTH           PIC 99.
           05  FILLER                 PIC X(01) VALUE "/".
           05  WX-RUN-DAY             PIC 99.
           05  FILLER                 PIC X(01) VALUE "/".
           05  WX-RUN-YEAR            PIC 9999.
           05  FILLER                 PIC X(32) VALUE SPACES.

      *---------------------------------------------------------*
      *  BEFORE/AFTER IMAGE LINE FOR THE MAINTENANCE REPORT. ONE *
      *  BEFORE LINE AND ONE AFTER LINE PRINT PER APPLIED CARD;  *
      *  AN ADD PRINTS "(NEW)" AS ITS BEFORE IMAGE AND A DELETE  *
      *  "(GONE)" AS ITS AFTER IMAGE. THE AFTER IMAGE NAMES THE  *
      *  ACTING USER.                                            *
      *---------------------------------------------------------*
       01  WS-IMAGE-LINE.
           05  WI-TAG                 PIC X(08).
           05  WI-OPERATION-CODE      PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WI-OPERATOR-ID         PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WI-MAX-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WI-MAX-AMOUNT-X REDEFINES WI-MAX-AMOUNT
                                      PIC X(16).
           05  WI-BY-LABEL            PIC X(04).
           05  WI-ACTING-USER         PIC X(06).
           05  FILLER                 PIC X(34) VALUE SPACES.

       01  WS-CAPACITY-LINE.
           05  FILLER                 PIC X(20)
               VALUE "LIMIT ROWS ON FILE: ".
           05  WC-ROW-COUNT           PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE " OF ".
           05  WC-CAPACITY            PIC ZZ9.
           05  FILLER                 PIC X(20)
               VALUE " SIMPLEOPS CAN LOAD ".
           05  WC-WARNING-TEXT        PIC X(30).

       01  WS-UNREADABLE-LINE.
           05  WU-ROW-COUNT           PIC ZZ9.
           05  FILLER                 PIC X(32)
               VALUE " LIMIT ROW(S) WITH A BAD AMOUNT ".
           05  FILLER                 PIC X(45)
               VALUE "LEFT ON FILE - SIMPLEOPS WILL REFUSE TO RUN".

       01  WS-EXCEPTION-DETAIL.
           05  WE-CARD-SEQ            PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WE-ACTION              PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WE-OPERATION-CODE      PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WE-OPERATOR-ID         PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WE-REASON-TEXT         PIC X(30).
           05  FILLER                 PIC X(26) VALUE SPACES.

      *---------------------------------------------------------*
      *  LIMITFIL ROW WARNING - A ROW ALREADY ON THE FILE THAT   *
      *  SIMPLEOPS COULD NOT USE AS KEYED, LISTED BY ITS ROW     *
      *  NUMBER ON THE FILE AHEAD OF THE CARD EXCEPTIONS.        *
      *---------------------------------------------------------*
       01  WS-FILE-WARNING-LINE.
           05  FILLER                 PIC X(13)
               VALUE "LIMITFIL ROW ".
           05  WW-ROW-NUMBER          PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WW-OPERATION-CODE      PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WW-OPERATOR-ID         PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WW-REASON-TEXT         PIC X(30).
           05  FILLER                 PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-REFUSED
               PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
           ELSE
               PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 3000-TERMINATE THRU 3000-EXIT
           END-IF.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, PRINT THE REPORT AND      *
      *  EXCEPTION HEADINGS, LOAD THE CURRENT LIMIT TABLE AND    *
      *  PRIME THE CARD READ. WITHOUT USERMAST NEITHER THE       *
      *  ACTING USER NOR A NAMED OPERATOR CAN BE CHECKED, AND A  *
      *  LIMITFIL TOO BIG TO HOLD CANNOT BE REWRITTEN WHOLE -    *
      *  EITHER REFUSES THE RUN WITH NOTHING CHANGED.            *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT MAINT-CARD-FILE.
           OPEN OUTPUT MAINT-REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WH-RUN-MONTH WX-RUN-MONTH.
           MOVE WS-RUN-DAY   TO WH-RUN-DAY   WX-RUN-DAY.
           MOVE WS-RUN-YEAR  TO WH-RUN-YEAR  WX-RUN-YEAR.
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADING.
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADING.
           OPEN INPUT USER-MASTER-FILE.
           IF WS-UM-STATUS NOT = "00"
               SET WS-RUN-REFUSED TO TRUE
               DISPLAY "AMOUNTLIMITMAINT: USERMAST WILL NOT OPEN, "
                   "STATUS " WS-UM-STATUS "."
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-LIMITS THRU 1100-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND LIMIT-CHANGE-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1100-LOAD-LIMITS - PULL THE WHOLE LIMITFIL INTO THE     *
      *  TABLE. A LIMITFIL THAT DOES NOT EXIST YET LOADS EMPTY   *
      *  SO THE FIRST ADD CARDS CAN BUILD THE TABLE FROM         *
      *  NOTHING.                                                *
      *---------------------------------------------------------*
       1100-LOAD-LIMITS.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIMT-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF WS-LIMT-STATUS NOT = "00"
               SET WS-RUN-REFUSED TO TRUE
               DISPLAY "AMOUNTLIMITMAINT: LIMITFIL WILL NOT OPEN, "
                   "STATUS " WS-LIMT-STATUS "."
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-READ-LIMIT THRU 1150-EXIT.
           PERFORM 1120-STORE-LIMIT THRU 1120-EXIT
               UNTIL WS-LIMT-END-OF-FILE OR WS-RUN-REFUSED.
           CLOSE LIMIT-FILE.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1120-STORE-LIMIT - FILE THE BUFFERED LIMITFIL ROW IN    *
      *  THE TABLE AND READ THE NEXT ONE. A WHOLLY BLANK ROW     *
      *  MEANS NOTHING AND IS PASSED OVER. A ROW WITH NO         *
      *  OPERATION CODE CAN NEVER MATCH A TRANSACTION OR A CARD  *
      *  AND IS DROPPED, LISTED. A BAD AMOUNT, A CODE SIMPLEOPS  *
      *  NEVER CHECKS, OR A SECOND ROW FOR THE SAME PAIR IS      *
      *  CARRIED AS KEYED AND LISTED SO THE DESK CAN PUT IT      *
      *  RIGHT WITH A CHANGE OR DELETE CARD.                     *
      *---------------------------------------------------------*
       1120-STORE-LIMIT.
           ADD 1 TO WS-FILE-ROW-COUNT.
           IF LIMIT-RECORD = SPACES
               GO TO 1120-NEXT
           END-IF.
           IF LIM-OPERATION-CODE = SPACES
               MOVE "NO OPERATION CODE - DROPPED" TO WS-REASON-TEXT
               PERFORM 1190-WRITE-FILE-WARNING THRU 1190-EXIT
               GO TO 1120-NEXT
           END-IF.
           IF WS-LIMIT-COUNT >= WS-TABLE-MAX
               SET WS-RUN-REFUSED TO TRUE
               DISPLAY "AMOUNTLIMITMAINT: LIMITFIL HOLDS MORE THAN "
                   WS-TABLE-MAX " ROWS - NOTHING CHANGED."
               GO TO 1120-EXIT
           END-IF.
           ADD 1 TO WS-LIMIT-COUNT.
           MOVE LIMIT-RECORD TO WS-LIMIT-ENTRY (WS-LIMIT-COUNT).
           MOVE LIM-OPERATION-CODE TO WS-CHECK-CODE.
           MOVE LIM-OPERATION-CODE TO WS-FIND-CODE.
           MOVE LIM-OPERATOR-ID    TO WS-FIND-OPERATOR.
           PERFORM 2150-FIND-LIMIT THRU 2150-EXIT.
           EVALUATE TRUE
               WHEN LIM-MAX-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REASON-TEXT
                   PERFORM 1190-WRITE-FILE-WARNING THRU 1190-EXIT
               WHEN NOT WS-CODE-LIMITABLE
                   MOVE "OPERATION CODE NEVER CHECKED" TO WS-REASON-TEXT
                   PERFORM 1190-WRITE-FILE-WARNING THRU 1190-EXIT
               WHEN WS-FOUND-IX < WS-LIMIT-COUNT
                   MOVE "DUPLICATE CODE/OPERATOR PAIR" TO WS-REASON-TEXT
                   PERFORM 1190-WRITE-FILE-WARNING THRU 1190-EXIT
           END-EVALUATE.
       1120-NEXT.
           PERFORM 1150-READ-LIMIT THRU 1150-EXIT.
       1120-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1150-READ-LIMIT - READ THE NEXT LIMITFIL RECORD         *
      *---------------------------------------------------------*
       1150-READ-LIMIT.
           READ LIMIT-FILE
               AT END
                   SET WS-LIMT-END-OF-FILE TO TRUE
           END-READ.
       1150-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1190-WRITE-FILE-WARNING - LIST ONE LIMITFIL ROW         *
      *  SIMPLEOPS COULD NOT USE AS IT STANDS.                   *
      *---------------------------------------------------------*
       1190-WRITE-FILE-WARNING.
           ADD 1 TO WS-WARNING-COUNT.
           MOVE WS-FILE-ROW-COUNT  TO WW-ROW-NUMBER.
           MOVE LIM-OPERATION-CODE TO WW-OPERATION-CODE.
           MOVE LIM-OPERATOR-ID    TO WW-OPERATOR-ID.
           MOVE WS-REASON-TEXT     TO WW-REASON-TEXT.
           WRITE EXCEPTION-LINE FROM WS-FILE-WARNING-LINE.
       1190-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-PROCESS-CARD - EDIT ONE MAINTENANCE CARD AND, IF   *
      *  GOOD, APPLY ITS ACTION TO THE LIMIT TABLE.              *
      *---------------------------------------------------------*
       2000-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT.
           PERFORM 1900-EDIT-CARD THRU 1900-EXIT.
           IF WS-CARD-VALID
               PERFORM 1950-CHECK-ACTING-USER THRU 1950-EXIT
           END-IF.
           IF WS-CARD-VALID
               PERFORM 1970-CHECK-OPERATOR THRU 1970-EXIT
           END-IF.
           IF WS-CARD-VALID
               PERFORM 2200-APPLY-CARD THRU 2200-EXIT
           END-IF.
           IF WS-CARD-INVALID
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-IF.
           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1900-EDIT-CARD - FIELD-LEVEL EDITS THAT NEED NO LOOK AT *
      *  USERMAST OR THE TABLE. KEY-LEVEL FAILURES (DUPLICATE    *
      *  ADD, CHANGE OR DELETE OF A MISSING LIMIT, A FULL TABLE) *
      *  ARE CAUGHT WHEN THE ACTION IS APPLIED. A DELETE MAY     *
      *  NAME ANY CODE, SO A HAND-KEYED ROW UNDER A CODE         *
      *  SIMPLEOPS NEVER CHECKS CAN STILL BE TAKEN OFF. NOBODY   *
      *  MAY SET THE LIMIT THAT APPLIES TO THEIR OWN WORK.       *
      *---------------------------------------------------------*
       1900-EDIT-CARD.
           SET WS-CARD-VALID TO TRUE.
           MOVE SPACES TO WS-REASON-TEXT.
           IF NOT MC-ACTION-ADD AND NOT MC-ACTION-CHANGE
               AND NOT MC-ACTION-DELETE
               SET WS-CARD-INVALID TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-REASON-TEXT
               GO TO 1900-EXIT
           END-IF.
           MOVE MC-OPERATION-CODE TO WS-CHECK-CODE.
           IF MC-OPERATION-CODE = SPACES
               OR (NOT WS-CODE-LIMITABLE AND NOT MC-ACTION-DELETE)
               SET WS-CARD-INVALID TO TRUE
               MOVE "INVALID OPERATION CODE" TO WS-REASON-TEXT
               GO TO 1900-EXIT
           END-IF.
           IF NOT MC-ACTION-DELETE AND MC-MAX-AMOUNT NOT NUMERIC
               SET WS-CARD-INVALID TO TRUE
               MOVE "LIMIT AMOUNT NOT NUMERIC" TO WS-REASON-TEXT
               GO TO 1900-EXIT
           END-IF.
           IF MC-OPERATOR-ID NOT = SPACES
               AND MC-OPERATOR-ID = MC-ACTING-USER
               SET WS-CARD-INVALID TO TRUE
               MOVE "CANNOT MAINTAIN OWN LIMIT" TO WS-REASON-TEXT
           END-IF.
       1900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1950-CHECK-ACTING-USER - EVERY CARD NAMES WHO IS        *
      *  APPLYING IT; THE ID MUST BE AN ACTIVE OPERATOR ON       *
      *  USERMAST WITH SUPERVISOR AUTHORITY OR ABOVE, THE SAME   *
      *  LEVEL SUSPENSERELEASE DEMANDS TO LET AN OVER-LIMIT      *
      *  RESULT THROUGH. ANYONE BELOW IT IS REFUSED AND THE      *
      *  REFUSAL IS WRITTEN TO THE LOGON AUDIT TRAIL UNDER THEIR *
      *  USER NAME.                                              *
      *---------------------------------------------------------*
       1950-CHECK-ACTING-USER.
           IF MC-ACTING-USER = SPACES
               SET WS-CARD-INVALID TO TRUE
               MOVE "ACTING USER MISSING" TO WS-REASON-TEXT
               GO TO 1950-EXIT
           END-IF.
           MOVE MC-ACTING-USER TO UM-EMPLOYEE-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   SET WS-CARD-INVALID TO TRUE
                   MOVE "ACTING USER NOT ON MASTER" TO WS-REASON-TEXT
                   GO TO 1950-EXIT
           END-READ.
           IF UM-INACTIVE
               SET WS-CARD-INVALID TO TRUE
               MOVE "ACTING USER INACTIVE" TO WS-REASON-TEXT
               GO TO 1950-EXIT
           END-IF.
           IF NOT UM-AUTH-SUPV-OR-ABOVE
               SET WS-CARD-INVALID TO TRUE
               MOVE "ACTING USER NOT SUPERVISOR" TO WS-REASON-TEXT
               PERFORM 1960-WRITE-DENIAL-AUDIT THRU 1960-EXIT
           END-IF.
       1950-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1960-WRITE-DENIAL-AUDIT - LOG THE REFUSED ACTING USER   *
      *  ON THE LOGON AUDIT TRAIL. THE MASTER BUFFER STILL HOLDS *
      *  THEIR RECORD FROM THE 1950 LOOKUP.                      *
      *---------------------------------------------------------*
       1960-WRITE-DENIAL-AUDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO AUD-DATE.
           MOVE WS-CURRENT-TIME TO AUD-TIME.
           MOVE UM-USER-NAME TO AUD-USER-NAME.
           SET AUD-DENIED TO TRUE.
           WRITE AUDIT-RECORD.
       1960-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1970-CHECK-OPERATOR - A LIMIT NAMING AN OPERATOR MUST   *
      *  NAME ONE ON USERMAST, OR IT COULD NEVER MATCH A CARD    *
      *  AND THE CODE'S DEFAULT WOULD APPLY INSTEAD WITHOUT      *
      *  ANYONE KNOWING. A DELETE NEEDS NO LOOKUP - THE ROW IT   *
      *  TAKES OFF MUST SIMPLY BE ON THE TABLE.                  *
      *---------------------------------------------------------*
       1970-CHECK-OPERATOR.
           IF MC-OPERATOR-ID = SPACES OR MC-ACTION-DELETE
               GO TO 1970-EXIT
           END-IF.
           MOVE MC-OPERATOR-ID TO UM-EMPLOYEE-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   SET WS-CARD-INVALID TO TRUE
                   MOVE "OPERATOR NOT ON USERMAST" TO WS-REASON-TEXT
           END-READ.
       1970-EXIT.
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
      *  2150-FIND-LIMIT - LOOK THE (WS-FIND-CODE, WS-FIND-      *
      *  OPERATOR) PAIR UP ON THE TABLE. WS-FOUND-IX COMES BACK  *
      *  WITH THE FIRST ROW FOR THE PAIR, OR ZERO.               *
      *---------------------------------------------------------*
       2150-FIND-LIMIT.
           MOVE ZERO TO WS-FOUND-IX.
           MOVE 1 TO WS-LIMIT-IX.
           PERFORM 2160-MATCH-ONE-LIMIT THRU 2160-EXIT
               UNTIL WS-FOUND-IX > ZERO
                  OR WS-LIMIT-IX > WS-LIMIT-COUNT.
       2150-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2160-MATCH-ONE-LIMIT - EXAMINE ONE TABLE ROW.           *
      *---------------------------------------------------------*
       2160-MATCH-ONE-LIMIT.
           IF WS-LT-CODE (WS-LIMIT-IX) = WS-FIND-CODE
               AND WS-LT-OPERATOR (WS-LIMIT-IX) = WS-FIND-OPERATOR
               MOVE WS-LIMIT-IX TO WS-FOUND-IX
           END-IF.
           ADD 1 TO WS-LIMIT-IX.
       2160-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2200-APPLY-CARD - ROUTE THE CARD TO THE ONE ACTION ITS  *
      *  ACTION CODE CALLS FOR.                                  *
      *---------------------------------------------------------*
       2200-APPLY-CARD.
           MOVE MC-OPERATION-CODE TO WS-FIND-CODE.
           MOVE MC-OPERATOR-ID    TO WS-FIND-OPERATOR.
           PERFORM 2150-FIND-LIMIT THRU 2150-EXIT.
           EVALUATE TRUE
               WHEN MC-ACTION-ADD
                   PERFORM 2300-APPLY-ADD THRU 2300-EXIT
               WHEN MC-ACTION-CHANGE
                   PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
               WHEN MC-ACTION-DELETE
                   PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2300-APPLY-ADD - ADD A NEW LIMIT AT THE END OF THE      *
      *  TABLE. A PAIR ALREADY ON THE TABLE MAKES THE CARD A     *
      *  DUPLICATE; A TABLE ALREADY AT THE SIMPLEOPS CAPACITY    *
      *  TAKES NO MORE.                                          *
      *---------------------------------------------------------*
       2300-APPLY-ADD.
           IF WS-FOUND-IX > ZERO
               SET WS-CARD-INVALID TO TRUE
               MOVE "DUPLICATE CODE/OPERATOR PAIR" TO WS-REASON-TEXT
               GO TO 2300-EXIT
           END-IF.
           IF WS-LIMIT-COUNT >= WS-SIMPLEOPS-CAPACITY
               SET WS-CARD-INVALID TO TRUE
               MOVE "LIMIT TABLE FULL" TO WS-REASON-TEXT
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-LIMIT-COUNT.
           MOVE WS-LIMIT-COUNT    TO WS-FOUND-IX.
           MOVE MC-OPERATION-CODE TO WS-LT-CODE (WS-FOUND-IX).
           MOVE MC-OPERATOR-ID    TO WS-LT-OPERATOR (WS-FOUND-IX).
           MOVE MC-MAX-AMOUNT     TO WS-LT-MAX (WS-FOUND-IX).
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE ZERO TO WS-OLD-MAX-AMOUNT.
           MOVE MC-MAX-AMOUNT TO WS-NEW-MAX-AMOUNT.
           PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT.
           MOVE "(NEW)   "        TO WI-TAG.
           MOVE MC-OPERATION-CODE TO WI-OPERATION-CODE.
           MOVE MC-OPERATOR-ID    TO WI-OPERATOR-ID.
           MOVE SPACES            TO WI-MAX-AMOUNT-X.
           MOVE SPACES            TO WI-BY-LABEL.
           MOVE SPACES            TO WI-ACTING-USER.
           WRITE MAINT-REPORT-LINE FROM WS-IMAGE-LINE.
           PERFORM 2700-WRITE-AFTER-IMAGE THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2400-APPLY-CHANGE - SET A NEW AMOUNT ON AN EXISTING     *
      *  LIMIT. THIS IS ALSO HOW A ROW CARRIED WITH A BAD AMOUNT *
      *  IS PUT RIGHT.                                           *
      *---------------------------------------------------------*
       2400-APPLY-CHANGE.
           IF WS-FOUND-IX = ZERO
               SET WS-CARD-INVALID TO TRUE
               MOVE "LIMIT NOT ON FILE" TO WS-REASON-TEXT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2600-WRITE-BEFORE-IMAGE THRU 2600-EXIT.
           MOVE MC-MAX-AMOUNT TO WS-LT-MAX (WS-FOUND-IX).
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE MC-MAX-AMOUNT TO WS-NEW-MAX-AMOUNT.
           PERFORM 2700-WRITE-AFTER-IMAGE THRU 2700-EXIT.
           PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2500-APPLY-DELETE - TAKE A LIMIT OFF THE TABLE AND      *
      *  CLOSE THE GAP BEHIND IT. WHERE THE FILE CARRIED THE     *
      *  PAIR TWICE ONLY THE FIRST ROW GOES; A SECOND CARD TAKES *
      *  THE NEXT.                                               *
      *---------------------------------------------------------*
       2500-APPLY-DELETE.
           IF WS-FOUND-IX = ZERO
               SET WS-CARD-INVALID TO TRUE
               MOVE "LIMIT NOT ON FILE" TO WS-REASON-TEXT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2600-WRITE-BEFORE-IMAGE THRU 2600-EXIT.
           MOVE WS-FOUND-IX TO WS-SHIFT-IX.
           PERFORM 2560-CLOSE-GAP THRU 2560-EXIT
               UNTIL WS-SHIFT-IX >= WS-LIMIT-COUNT.
           SUBTRACT 1 FROM WS-LIMIT-COUNT.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE ZERO TO WS-NEW-MAX-AMOUNT.
           MOVE "(GONE)  "        TO WI-TAG.
           MOVE MC-OPERATION-CODE TO WI-OPERATION-CODE.
           MOVE MC-OPERATOR-ID    TO WI-OPERATOR-ID.
           MOVE SPACES            TO WI-MAX-AMOUNT-X.
           MOVE " BY "            TO WI-BY-LABEL.
           MOVE MC-ACTING-USER    TO WI-ACTING-USER.
           WRITE MAINT-REPORT-LINE FROM WS-IMAGE-LINE.
           PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2560-CLOSE-GAP - PULL THE NEXT ROW DOWN ONE PLACE.      *
      *---------------------------------------------------------*
       2560-CLOSE-GAP.
           COMPUTE WS-NEXT-IX = WS-SHIFT-IX + 1.
           MOVE WS-LIMIT-ENTRY (WS-NEXT-IX)
               TO WS-LIMIT-ENTRY (WS-SHIFT-IX).
           MOVE WS-NEXT-IX TO WS-SHIFT-IX.
       2560-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2600-WRITE-BEFORE-IMAGE - PRINT THE LIMIT AS IT STOOD   *
      *  BEFORE THE CARD WAS APPLIED AND HOLD ITS AMOUNT FOR THE *
      *  CHANGE LOG. A BAD AMOUNT PRINTS AS UNREADABLE AND LOGS  *
      *  AS ZERO.                                                *
      *---------------------------------------------------------*
       2600-WRITE-BEFORE-IMAGE.
           MOVE "BEFORE  " TO WI-TAG.
           MOVE WS-LT-CODE (WS-FOUND-IX)     TO WI-OPERATION-CODE.
           MOVE WS-LT-OPERATOR (WS-FOUND-IX) TO WI-OPERATOR-ID.
           IF WS-LT-MAX (WS-FOUND-IX) IS NUMERIC
               MOVE WS-LT-MAX (WS-FOUND-IX) TO WS-OLD-MAX-AMOUNT
               MOVE WS-LT-MAX (WS-FOUND-IX) TO WI-MAX-AMOUNT
           ELSE
               MOVE ZERO TO WS-OLD-MAX-AMOUNT
               MOVE "      UNREADABLE" TO WI-MAX-AMOUNT-X
           END-IF.
           MOVE SPACES TO WI-BY-LABEL.
           MOVE SPACES TO WI-ACTING-USER.
           WRITE MAINT-REPORT-LINE FROM WS-IMAGE-LINE.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2700-WRITE-AFTER-IMAGE - PRINT THE LIMIT AS IT STANDS   *
      *  AFTER THE CARD WAS APPLIED, WITH WHO APPLIED IT.        *
      *---------------------------------------------------------*
       2700-WRITE-AFTER-IMAGE.
           MOVE "AFTER   " TO WI-TAG.
           MOVE WS-LT-CODE (WS-FOUND-IX)     TO WI-OPERATION-CODE.
           MOVE WS-LT-OPERATOR (WS-FOUND-IX) TO WI-OPERATOR-ID.
           MOVE WS-LT-MAX (WS-FOUND-IX)      TO WI-MAX-AMOUNT.
           MOVE " BY "         TO WI-BY-LABEL.
           MOVE MC-ACTING-USER TO WI-ACTING-USER.
           WRITE MAINT-REPORT-LINE FROM WS-IMAGE-LINE.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2800-WRITE-CHANGE-LOG - APPEND THE OLD AND NEW AMOUNT   *
      *  OF THE ACTION JUST APPLIED, STAMPED WITH THE CARD'S     *
      *  ACTING USER AND THE CLOCK.                              *
      *---------------------------------------------------------*
       2800-WRITE-CHANGE-LOG.
           MOVE SPACES TO LIMIT-CHANGE-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE   TO LC-DATE.
           MOVE WS-CURRENT-TIME   TO LC-TIME.
           MOVE MC-ACTING-USER    TO LC-ACTING-USER.
           MOVE MC-ACTION         TO LC-ACTION.
           MOVE MC-OPERATION-CODE TO LC-OPERATION-CODE.
           MOVE MC-OPERATOR-ID    TO LC-OPERATOR-ID.
           MOVE WS-OLD-MAX-AMOUNT TO LC-OLD-MAX-AMOUNT.
           MOVE WS-NEW-MAX-AMOUNT TO LC-NEW-MAX-AMOUNT.
           WRITE LIMIT-CHANGE-RECORD.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2900-WRITE-EXCEPTION - PRINT ONE REJECTED CARD TO THE   *
      *  EXCEPTION LISTING WITH ITS REASON.                      *
      *---------------------------------------------------------*
       2900-WRITE-EXCEPTION.
           MOVE WS-CARD-COUNT     TO WE-CARD-SEQ.
           MOVE MC-ACTION         TO WE-ACTION.
           MOVE MC-OPERATION-CODE TO WE-OPERATION-CODE.
           MOVE MC-OPERATOR-ID    TO WE-OPERATOR-ID.
           MOVE WS-REASON-TEXT    TO WE-REASON-TEXT.
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - WRITE THE NEW LIMIT TABLE, WARN ON ITS *
      *  SIZE, CLOSE FILES AND REPORT WHAT HAPPENED.             *
      *---------------------------------------------------------*
       3000-TERMINATE.
           PERFORM 3100-WRITE-NEW-LIMITS THRU 3100-EXIT.
           PERFORM 3200-CHECK-CAPACITY THRU 3200-EXIT.
           CLOSE MAINT-CARD-FILE.
           CLOSE USER-MASTER-FILE.
           CLOSE MAINT-REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE LIMIT-CHANGE-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY "AMOUNTLIMITMAINT: " WS-CARD-COUNT
               " CARD(S) READ, " WS-APPLIED-COUNT " APPLIED, "
               WS-REJECT-COUNT " REJECTED, "
               WS-WARNING-COUNT " WARNING(S).".
           PERFORM 3050-SET-RETURN-CODE THRU 3050-EXIT.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3050-SET-RETURN-CODE - 0 = EVERY CARD APPLIED AND       *
      *  NOTHING TO WARN OF, 4 = SOME CARDS REJECTED OR A        *
      *  WARNING LISTED BUT AT LEAST ONE CARD APPLIED (REVIEW    *
      *  THE EXCEPTION LISTING AND THE REPORT FOOT), 8 = NOTHING *
      *  APPLIED AT ALL - THE JOB THEN LEAVES LIMITFIL AS IT     *
      *  WAS.                                                    *
      *---------------------------------------------------------*
       3050-SET-RETURN-CODE.
           IF WS-APPLIED-COUNT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT = ZERO AND WS-WARNING-COUNT = ZERO
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3100-WRITE-NEW-LIMITS - WRITE THE WHOLE TABLE TO LIMNEW *
      *  IN ITS TABLE ORDER, COUNTING THE ROWS STILL CARRYING A  *
      *  BAD AMOUNT.                                             *
      *---------------------------------------------------------*
       3100-WRITE-NEW-LIMITS.
           OPEN OUTPUT NEW-LIMIT-FILE.
           MOVE 1 TO WS-LIMIT-IX.
           PERFORM 3150-WRITE-ONE-LIMIT THRU 3150-EXIT
               UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT.
           CLOSE NEW-LIMIT-FILE.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3150-WRITE-ONE-LIMIT - WRITE ONE TABLE ROW.             *
      *---------------------------------------------------------*
       3150-WRITE-ONE-LIMIT.
           WRITE NEW-LIMIT-RECORD FROM WS-LIMIT-ENTRY (WS-LIMIT-IX).
           IF WS-LT-MAX (WS-LIMIT-IX) NOT NUMERIC
               ADD 1 TO WS-UNREADABLE-COUNT
           END-IF.
           ADD 1 TO WS-LIMIT-IX.
       3150-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3200-CHECK-CAPACITY - FOOT THE REPORT WITH THE ROW      *
      *  COUNT AGAINST WHAT SIMPLEOPS CAN LOAD. FROM THE WARNING *
      *  THRESHOLD UP THE TABLE IS FLAGGED AS NEARING CAPACITY;  *
      *  OVER IT, OR WITH A BAD AMOUNT LEFT ON FILE, SIMPLEOPS   *
      *  WILL REFUSE THE NIGHT'S RUN, AND THE REPORT SAYS SO.    *
      *---------------------------------------------------------*
       3200-CHECK-CAPACITY.
           MOVE WS-LIMIT-COUNT        TO WC-ROW-COUNT.
           MOVE WS-SIMPLEOPS-CAPACITY TO WC-CAPACITY.
           MOVE SPACES TO WC-WARNING-TEXT.
           EVALUATE TRUE
               WHEN WS-LIMIT-COUNT > WS-SIMPLEOPS-CAPACITY
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "- OVER, SIMPLEOPS WILL REFUSE"
                       TO WC-WARNING-TEXT
                   DISPLAY "AMOUNTLIMITMAINT: " WS-LIMIT-COUNT
                       " LIMIT ROWS - OVER THE " WS-SIMPLEOPS-CAPACITY
                       " SIMPLEOPS CAN LOAD."
               WHEN WS-LIMIT-COUNT >= WS-WARN-THRESHOLD
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "- NEARING CAPACITY" TO WC-WARNING-TEXT
                   DISPLAY "AMOUNTLIMITMAINT: " WS-LIMIT-COUNT
                       " LIMIT ROWS - NEARING THE "
                       WS-SIMPLEOPS-CAPACITY " SIMPLEOPS CAN LOAD."
           END-EVALUATE.
           WRITE MAINT-REPORT-LINE FROM WS-CAPACITY-LINE.
           IF WS-UNREADABLE-COUNT > ZERO
               ADD 1 TO WS-WARNING-COUNT
               MOVE WS-UNREADABLE-COUNT TO WU-ROW-COUNT
               WRITE MAINT-REPORT-LINE FROM WS-UNREADABLE-LINE
               DISPLAY "AMOUNTLIMITMAINT: " WS-UNREADABLE-COUNT
                   " LIMIT ROW(S) WITH A BAD AMOUNT LEFT ON FILE."
           END-IF.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3900-REFUSE-RUN - USERMAST OR LIMITFIL COULD NOT BE     *
      *  TAKEN IN. NO CARD IS READ AND NOTHING IS WRITTEN BUT    *
      *  THE REPORT HEADINGS, SO COME BACK 8 AND LET THE JOB     *
      *  LEAVE LIMITFIL AS IT WAS.                               *
      *---------------------------------------------------------*
       3900-REFUSE-RUN.
           CLOSE MAINT-CARD-FILE.
           CLOSE USER-MASTER-FILE.
           CLOSE MAINT-REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY "AMOUNTLIMITMAINT: RUN REFUSED - NO CARD "
               "APPLIED.".
           MOVE 8 TO RETURN-CODE.
       3900-EXIT.
           EXIT.

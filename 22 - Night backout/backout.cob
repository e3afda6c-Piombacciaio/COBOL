       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightBackout.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-08.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-08 PBC   ORIGINAL VERSION - WHOLE-NIGHT         *
      *                   BACKOUT. GIVEN THE RUN-CONTROL KEY OF  *
      *                   A COMPLETED SIMPLEOPS RUN (BUSINESS    *
      *                   DATE PLUS FIRST TRAN-ID) AND THAT      *
      *                   NIGHT'S GL EXTRACT GENERATION, WRITES  *
      *                   A BALANCED EXTRACT GENERATION NEGATING *
      *                   EVERY DETAIL THE RUN POSTED, MARKS THE *
      *                   REGISTER ROWS BACKED OUT, APPENDS      *
      *                   OFFSETTING RESULTS HISTORY ROWS AND    *
      *                   FLAGS THE RUN-CONTROL RECORD BACKED    *
      *                   OUT. A ROW ALREADY REVERSED BY AN RV   *
      *                   FROM ANOTHER RUN IS SKIPPED. THE WHOLE *
      *                   NIGHT IS PROVED BEFORE ANYTHING IS     *
      *                   WRITTEN, AND A ROW IN A CLOSED         *
      *                   ACCOUNTING PERIOD REFUSES THE BACKOUT  *
      *                   OUTRIGHT. THE ACTING USER MUST HOLD    *
      *                   SUPERVISOR AUTHORITY; A REFUSAL IS     *
      *                   LOGGED ON AUDITFIL WITH RESULT D.      *
      *  2026-10-14 PBC   FOURTEEN-DIGIT TRAN-ID. THE CONTROL    *
      *                   CARD TAKES THE FULL FIRST TRAN-ID IN   *
      *                   COLUMNS 9-22 WITH THE USER ID AFTER    *
      *                   IT; THE GL EXTRACT AND RESULTS-HISTORY *
      *                   RECORDS ARE WIDENED AND THE REPORT     *
      *                   LINES CARRY THE FULL ID.               *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "BKOCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS UM-USER-NAME WITH DUPLICATES
               FILE STATUS IS WS-UM-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLIN-STATUS.

           SELECT GL-BACKOUT-FILE ASSIGN TO "GLEXTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT POSTED-REG-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-TRAN-ID
               FILE STATUS IS WS-PREG-STATUS.

           SELECT RESULTS-HIST-FILE ASSIGN TO "RSLTHIST"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PERIOD-FILE ASSIGN TO "PERIODFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PERD-STATUS.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *  THE CONTROL CARD - THE RUN-CONTROL KEY OF THE RUN TO    *
      *  BACK OUT (BUSINESS DATE, THEN THE FIRST TRAN-ID ON ITS  *
      *  TRANFILE GENERATION, EXACTLY AS RUNCONTROLREPORT PRINTS *
      *  THEM) AND THE EMPLOYEE ID OF WHOEVER ASKED FOR IT. THE  *
      *  DATE SITS IN COLUMNS 1-8 LIKE THE RECNCARD DATE, SO THE *
      *  SAME CARD CAN DRIVE THE PROOF STEP THAT FOLLOWS. NO     *
      *  CARD OR A BAD CARD TOUCHES NOTHING.                     *
      *---------------------------------------------------------*
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-DATE             PIC X(08).
           05  CC-RUN-DATE-NUM REDEFINES CC-RUN-DATE
                                       PIC 9(08).
           05  CC-RUN-YMD REDEFINES CC-RUN-DATE.
               10  CC-RUN-YEAR         PIC 9(04).
               10  CC-RUN-MONTH        PIC 9(02).
               10  CC-RUN-DAY          PIC 9(02).
           05  CC-FIRST-TRAN-ID        PIC X(14).
           05  CC-FIRST-TRAN-NUM REDEFINES CC-FIRST-TRAN-ID
                                       PIC 9(14).
           05  CC-USER-ID              PIC X(06).
           05  FILLER                  PIC X(52).

       FD  USER-MASTER-FILE.
       COPY USERMAST.

       FD  AUDIT-FILE
           RECORD CONTAINS 67 CHARACTERS.
       COPY AUDITREC.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY GLEXTRC.

       FD  GL-BACKOUT-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01  GL-BACKOUT-RECORD           PIC X(78).

       FD  POSTED-REG-FILE.
       COPY POSTREG.

       FD  RESULTS-HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY HISTREC.

       FD  PERIOD-FILE.
       COPY PERIODRC.

       FD  BACKOUT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BACKOUT-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-UM-STATUS                PIC X(02) VALUE SPACES.
       77  WS-RUNC-STATUS              PIC X(02) VALUE SPACES.
       77  WS-GLIN-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PREG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PERD-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CARD-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-CARD-END-OF-FILE     VALUE "Y".
       77  WS-CARD-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-CARD-VALID           VALUE "Y".
       77  WS-AUTH-REFUSED-SWITCH      PIC X(01) VALUE "N".
           88  WS-AUTH-REFUSED         VALUE "Y".
       77  WS-RUN-REFUSED-SWITCH       PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED          VALUE "Y".
       77  WS-RUN-PROVED-SWITCH        PIC X(01) VALUE "N".
           88  WS-RUN-PROVED           VALUE "Y".
       77  WS-RUNC-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-RUNC-OPEN            VALUE "Y".
       77  WS-PREG-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-PREG-OPEN            VALUE "Y".
       77  WS-PERD-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-PERD-OPEN            VALUE "Y".
       77  WS-CHECK-CLOSED-SWITCH      PIC X(01) VALUE "N".
           88  WS-CHECK-PERIOD-CLOSED  VALUE "Y".
       77  WS-GLIN-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-GLIN-END-OF-FILE     VALUE "Y".
       77  WS-HEADER-SWITCH            PIC X(01) VALUE "N".
           88  WS-HEADER-SEEN          VALUE "Y".
       77  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN         VALUE "Y".
       77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-BACKOUT-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-SKIP-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-REINSTATE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-ORIG-IX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-FIND-IX                  PIC 9(04) COMP VALUE ZERO.
       01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-FIRST-TRAN-ID            PIC 9(14) VALUE ZERO.
       01  WS-FIND-TRAN-ID             PIC 9(14) VALUE ZERO.
       01  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
       01  WS-CHECK-YMD REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-PERIOD         PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-REFUSE-REASON            PIC X(55) VALUE SPACES.
       01  WS-REFUSE-TRAN-ID           PIC X(14) VALUE SPACES.

      *---------------------------------------------------------*
      *  CONTROL TOTALS. THE INPUT HASH PROVES THE NIGHT'S       *
      *  GENERATION AGAINST ITS OWN TRAILER BEFORE ANYTHING IS   *
      *  TOUCHED; THE OUTPUT COUNT, HASH AND SIGNED GRAND TOTAL  *
      *  ARE WHAT THE BACKOUT GENERATION'S TRAILER CARRIES FOR   *
      *  GLEXTRACTBALANCE.                                       *
      *---------------------------------------------------------*
       01  WS-IN-HASH                  PIC 9(13)V99 VALUE ZERO.
       01  WS-OUT-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-OUT-HASH                 PIC 9(13)V99 VALUE ZERO.
       01  WS-OUT-GRAND                PIC S9(15)V99 VALUE ZERO.
       01  WS-SIGNED-AMOUNT            PIC S9(10)V99 VALUE ZERO.

      *---------------------------------------------------------*
      *  ORIGINALS NAMED BY THE RUN'S OWN RV ROWS. A REGISTER    *
      *  ROW REVERSED BY AN RV IN THE SAME RUN IS BACKED OUT     *
      *  ALONG WITH THAT RV; ONE REVERSED BY AN RV FROM ANY      *
      *  OTHER RUN IS LEFT ALONE. WHEN A BACKED-OUT RV NAMED AN  *
      *  ORIGINAL FROM AN EARLIER RUN, THAT ORIGINAL IS LIVE     *
      *  AGAIN AND ITS REVERSED FLAG IS CLEARED. 2000 RVS IN ONE *
      *  NIGHT IS FAR MORE THAN THE DESKS KEY; A RUN WITH MORE   *
      *  IS REFUSED RATHER THAN HALF-HANDLED.                    *
      *---------------------------------------------------------*
       01  WS-ORIG-TABLE-AREA.
           05  WS-ORIG-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-ORIG-ENTRY OCCURS 2000 TIMES.
               10  WS-OT-TRAN-ID       PIC 9(14).
               10  WS-OT-RV-SWITCH     PIC X(01).
                   88  WS-OT-RV-BACKED-OUT VALUE "Y".

      *---------------------------------------------------------*
      *  REPORT LINES.                                           *
      *---------------------------------------------------------*
       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(18)
               VALUE "NIGHT BACKOUT  RUN".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WH-RUN-DATE            PIC 9(08).
           05  FILLER                 PIC X(01) VALUE "/".
           05  WH-FIRST-TRAN-ID       PIC 9(14).
           05  FILLER                 PIC X(08) VALUE "   USER ".
           05  WH-USER-ID             PIC X(06).
           05  FILLER                 PIC X(10) VALUE "   RUN DT ".
           05  WH-CURRENT-DATE        PIC 9(08).
           05  FILLER                 PIC X(06) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                 PIC X(41) VALUE
               "TRAN-ID        OPER    OP         AMOUNT ".
           05  FILLER                 PIC X(39) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WD-TRAN-ID             PIC 9(14).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WD-OPERATOR-ID         PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WD-OP-CODE             PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WD-AMOUNT              PIC -ZZZZZZZZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WD-ACTION              PIC X(39).

       01  WS-TOTAL-LINE.
           05  WT-LABEL               PIC X(34).
           05  WT-COUNT               PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WT-TOTAL               PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                 PIC X(20) VALUE SPACES.

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
           IF WS-CARD-VALID AND NOT WS-AUTH-REFUSED
               AND NOT WS-RUN-REFUSED
               PERFORM 2000-PROVE-RUN THRU 2000-EXIT
           END-IF.
           IF WS-RUN-PROVED
               PERFORM 2200-BACK-OUT-RUN THRU 2200-EXIT
               PERFORM 2400-REINSTATE-ORIGINALS THRU 2400-EXIT
               PERFORM 2600-FLAG-RUN-CONTROL THRU 2600-EXIT
           END-IF.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, PROVE *
      *  THE ACTING USER'S AUTHORITY ON USERMAST, AND LOOK THE   *
      *  RUN UP ON THE RUN-CONTROL LOG. ONLY A RUN THAT RAN TO   *
      *  COMPLETION AND HAS NOT ALREADY BEEN BACKED OUT CAN BE   *
      *  BACKED OUT - A RUN STILL ONLY STARTED IS RESTARTED, NOT *
      *  BACKED OUT.                                             *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
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
               DISPLAY "NIGHTBACKOUT: NO CONTROL CARD STAGED - "
                   "NOTHING DONE."
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1900-EDIT-CARD THRU 1900-EXIT.
           IF NOT WS-CARD-VALID
               DISPLAY "NIGHTBACKOUT: BAD CONTROL CARD - "
                   "NOTHING DONE."
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM 1950-CHECK-USER THRU 1950-EXIT.
           CLOSE USER-MASTER-FILE.
           CLOSE AUDIT-FILE.
           IF WS-AUTH-REFUSED
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           MOVE WS-RUN-DATE      TO WH-RUN-DATE.
           MOVE WS-FIRST-TRAN-ID TO WH-FIRST-TRAN-ID.
           MOVE CC-USER-ID       TO WH-USER-ID.
           MOVE WS-CURRENT-DATE  TO WH-CURRENT-DATE.
           WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUNC-STATUS NOT = "00"
               MOVE "NO RUN-CONTROL LOG ON FILE" TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-RUNC-OPEN TO TRUE.
           MOVE WS-RUN-DATE      TO RC-RUN-DATE.
           MOVE WS-FIRST-TRAN-ID TO RC-FIRST-TRAN-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "RUN IS NOT ON THE RUN-CONTROL LOG"
                       TO WS-REFUSE-REASON
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO 1000-EXIT
           END-READ.
           IF RC-RUN-BACKED-OUT
               MOVE "RUN WAS ALREADY BACKED OUT" TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF NOT RC-RUN-COMPLETED
               MOVE "RUN NEVER COMPLETED - RESTART IT, DO NOT BACK IT
      -            " OUT" TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O POSTED-REG-FILE.
           IF WS-PREG-STATUS NOT = "00"
               MOVE "NO POSTED REGISTER ON FILE" TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-PREG-OPEN TO TRUE.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERD-STATUS = "00"
               SET WS-PERD-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1900-EDIT-CARD - THE RUN DATE MUST BE A REAL-LOOKING    *
      *  YYYYMMDD DATE, THE FIRST TRAN-ID 14 DIGITS, AND THE     *
      *  ACTING USER PRESENT.                                    *
      *---------------------------------------------------------*
       1900-EDIT-CARD.
           MOVE "N" TO WS-CARD-VALID-SWITCH.
           IF CC-RUN-DATE IS NOT NUMERIC
               GO TO 1900-EXIT
           END-IF.
           IF CC-RUN-MONTH < 1 OR CC-RUN-MONTH > 12
               GO TO 1900-EXIT
           END-IF.
           IF CC-RUN-DAY < 1 OR CC-RUN-DAY > 31
               GO TO 1900-EXIT
           END-IF.
           IF CC-FIRST-TRAN-ID IS NOT NUMERIC
               GO TO 1900-EXIT
           END-IF.
           IF CC-USER-ID = SPACES
               GO TO 1900-EXIT
           END-IF.
           MOVE CC-RUN-DATE-NUM   TO WS-RUN-DATE.
           MOVE CC-FIRST-TRAN-NUM TO WS-FIRST-TRAN-ID.
           MOVE "Y" TO WS-CARD-VALID-SWITCH.
       1900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1950-CHECK-USER - THE ACTING USER MUST BE ON USERMAST,  *
      *  ACTIVE, AND HOLD SUPERVISOR AUTHORITY OR ABOVE - THE    *
      *  SAME AUTHORITY AN INDIVIDUAL RV NEEDS. ANY REFUSAL IS   *
      *  LOGGED ON THE AUDIT TRAIL.                              *
      *---------------------------------------------------------*
       1950-CHECK-USER.
           MOVE CC-USER-ID TO UM-EMPLOYEE-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   DISPLAY "NIGHTBACKOUT: USER " CC-USER-ID
                       " IS NOT ON THE USER MASTER."
                   MOVE SPACES TO UM-USER-NAME
                   MOVE CC-USER-ID TO UM-USER-NAME
                   SET WS-AUTH-REFUSED TO TRUE
                   GO TO 1950-AUDIT
           END-READ.
           IF NOT UM-ACTIVE
               DISPLAY "NIGHTBACKOUT: USER " CC-USER-ID
                   " IS INACTIVE."
               SET WS-AUTH-REFUSED TO TRUE
               GO TO 1950-AUDIT
           END-IF.
           IF NOT UM-AUTH-SUPV-OR-ABOVE
               DISPLAY "NIGHTBACKOUT: A WHOLE-NIGHT BACKOUT NEEDS "
                   "SUPERVISOR AUTHORITY."
               SET WS-AUTH-REFUSED TO TRUE
           END-IF.
       1950-AUDIT.
           IF WS-AUTH-REFUSED
               PERFORM 1960-WRITE-DENIAL-AUDIT THRU 1960-EXIT
           END-IF.
       1950-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1960-WRITE-DENIAL-AUDIT - LOG THE REFUSED ACTING USER   *
      *  ON THE AUDIT TRAIL WITH RESULT D.                       *
      *---------------------------------------------------------*
       1960-WRITE-DENIAL-AUDIT.
           MOVE WS-CURRENT-DATE TO AUD-DATE.
           MOVE WS-CURRENT-TIME TO AUD-TIME.
           MOVE UM-USER-NAME TO AUD-USER-NAME.
           SET AUD-DENIED TO TRUE.
           WRITE AUDIT-RECORD.
       1960-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2000-PROVE-RUN - READ THE NIGHT'S GL EXTRACT GENERATION *
      *  END TO END WITHOUT CHANGING ANYTHING. IT MUST CARRY ONE *
      *  HEADER DATED WITH THE RUN'S BUSINESS DATE AND A TRAILER *
      *  IT PROVES TO, AND EVERY DETAIL MUST BE ON THE POSTED    *
      *  REGISTER UNDER THE SAME DATE, NOT ALREADY BACKED OUT,   *
      *  AND IN AN OPEN ACCOUNTING PERIOD. THE FIRST FAILURE     *
      *  REFUSES THE WHOLE BACKOUT.                              *
      *---------------------------------------------------------*
       2000-PROVE-RUN.
           OPEN INPUT GL-EXTRACT-FILE.
           IF WS-GLIN-STATUS NOT = "00"
               MOVE "NIGHT'S GL EXTRACT GENERATION NOT FOUND"
                   TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
           PERFORM 2050-PROVE-ONE THRU 2050-EXIT
               UNTIL WS-GLIN-END-OF-FILE OR WS-RUN-REFUSED.
           CLOSE GL-EXTRACT-FILE.
           IF WS-RUN-REFUSED
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-REFUSE-TRAN-ID.
           IF NOT WS-HEADER-SEEN
               MOVE "GL EXTRACT GENERATION HAS NO HEADER"
                   TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-TRAILER-SEEN
               MOVE "GL EXTRACT GENERATION HAS NO TRAILER"
                   TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-DETAIL-COUNT = ZERO
               MOVE "RUN POSTED NOTHING - NOTHING TO BACK OUT"
                   TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           SET WS-RUN-PROVED TO TRUE.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2050-PROVE-ONE - CHECK ONE EXTRACT RECORD AND READ THE  *
      *  NEXT.                                                   *
      *---------------------------------------------------------*
       2050-PROVE-ONE.
           MOVE SPACES TO WS-REFUSE-TRAN-ID.
           EVALUATE TRUE
               WHEN GL-TYPE-HEADER AND WS-HEADER-SEEN
                   MOVE "MORE THAN ONE HEADER - NOT A SINGLE GENERATIO
      -                "N" TO WS-REFUSE-REASON
                   SET WS-RUN-REFUSED TO TRUE
               WHEN GL-TYPE-HEADER
                   SET WS-HEADER-SEEN TO TRUE
                   IF GL-HDR-RUN-DATE NOT = WS-RUN-DATE
                       MOVE "GENERATION IS DATED FOR ANOTHER BUSINESS
      -                    " DATE" TO WS-REFUSE-REASON
                       SET WS-RUN-REFUSED TO TRUE
                   END-IF
               WHEN GL-TYPE-DETAIL
                   PERFORM 2060-PROVE-DETAIL THRU 2060-EXIT
               WHEN GL-TYPE-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF GL-TRL-RECORD-COUNT NOT = WS-DETAIL-COUNT
                       OR GL-TRL-HASH-TOTAL NOT = WS-IN-HASH
                       MOVE "GENERATION DOES NOT PROVE TO ITS TRAILER"
                           TO WS-REFUSE-REASON
                       SET WS-RUN-REFUSED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2060-PROVE-DETAIL - ONE DETAIL MUST FOLLOW THE HEADER   *
      *  AND BE ON THE REGISTER UNDER THE RUN'S DATE, NOT        *
      *  ALREADY BACKED OUT, IN AN OPEN PERIOD. AN RV ROW MUST   *
      *  NAME THE TRAN-ID IT REVERSED; THAT ORIGINAL IS NOTED    *
      *  FOR THE BACKOUT PASS.                                   *
      *---------------------------------------------------------*
       2060-PROVE-DETAIL.
           MOVE GL-TRAN-ID TO WS-REFUSE-TRAN-ID.
           IF NOT WS-HEADER-SEEN
               MOVE "DETAIL AHEAD OF THE GENERATION HEADER"
                   TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2060-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD GL-RESULT-AMOUNT TO WS-IN-HASH.
           MOVE GL-TRAN-ID TO PR-TRAN-ID.
           READ POSTED-REG-FILE
               INVALID KEY
                   MOVE "NOT ON THE POSTED REGISTER"
                       TO WS-REFUSE-REASON
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO 2060-EXIT
           END-READ.
           IF PR-RUN-DATE NOT = WS-RUN-DATE
               MOVE "REGISTERED UNDER ANOTHER BUSINESS DATE"
                   TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2060-EXIT
           END-IF.
           IF PR-BACKED-OUT
               MOVE "ALREADY BACKED OUT" TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2060-EXIT
           END-IF.
           MOVE PR-RUN-DATE TO WS-CHECK-DATE.
           PERFORM 2080-CHECK-PERIOD THRU 2080-EXIT.
           IF WS-CHECK-PERIOD-CLOSED
               MOVE "POSTED IN A CLOSED ACCOUNTING PERIOD"
                   TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2060-EXIT
           END-IF.
           IF PR-OPERATION-CODE NOT = "RV"
               GO TO 2060-EXIT
           END-IF.
           IF PR-ORIGINAL-ID IS NOT NUMERIC
               OR PR-ORIGINAL-ID = ZERO
               MOVE "RV ROW DOES NOT NAME ITS ORIGINAL - BACK OUT BY H
      -            "AND" TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2060-EXIT
           END-IF.
           IF WS-ORIG-COUNT >= 2000
               MOVE "MORE THAN 2000 REVERSALS IN THE RUN"
                   TO WS-REFUSE-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2060-EXIT
           END-IF.
           ADD 1 TO WS-ORIG-COUNT.
           MOVE PR-ORIGINAL-ID TO WS-OT-TRAN-ID (WS-ORIG-COUNT).
           MOVE "N" TO WS-OT-RV-SWITCH (WS-ORIG-COUNT).
       2060-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2080-CHECK-PERIOD - LOOK THE MONTH OF WS-CHECK-DATE UP  *
      *  ON THE PERIOD CONTROL FILE THE WAY SIMPLEOPS DOES. NO   *
      *  FILE, NO ROW, OR A ROW MARKED OPEN ALL MEAN THE MONTH   *
      *  IS OPEN.                                                *
      *---------------------------------------------------------*
       2080-CHECK-PERIOD.
           MOVE "N" TO WS-CHECK-CLOSED-SWITCH.
           IF NOT WS-PERD-OPEN
               GO TO 2080-EXIT
           END-IF.
           MOVE WS-CHECK-PERIOD TO PD-PERIOD.
           READ PERIOD-FILE
               INVALID KEY
                   GO TO 2080-EXIT
           END-READ.
           IF PD-CLOSED
               SET WS-CHECK-PERIOD-CLOSED TO TRUE
           END-IF.
       2080-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-READ-EXTRACT - READ THE NEXT RECORD OF THE NIGHT'S *
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
      *  2200-BACK-OUT-RUN - THE RUN PROVED: READ THE GENERATION *
      *  AGAIN AND WRITE THE BACKOUT GENERATION - A HEADER DATED *
      *  WITH THE RUN'S OWN BUSINESS DATE, SO THE NEGATIONS LAND *
      *  IN THE SAME ACCOUNTING MONTH AS WHAT THEY NEGATE, ONE   *
      *  NEGATED DETAIL PER ROW BACKED OUT, AND A TRAILER.       *
      *---------------------------------------------------------*
       2200-BACK-OUT-RUN.
           OPEN INPUT GL-EXTRACT-FILE.
           OPEN OUTPUT GL-BACKOUT-FILE.
           OPEN EXTEND RESULTS-HIST-FILE.
           MOVE "N" TO WS-GLIN-EOF-SWITCH.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           SET GL-TYPE-HEADER TO TRUE.
           MOVE WS-RUN-DATE TO GL-HDR-RUN-DATE.
           WRITE GL-BACKOUT-RECORD FROM GL-EXTRACT-RECORD.
           WRITE BACKOUT-REPORT-LINE FROM WS-COLUMN-HEADING.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
           PERFORM 2250-BACK-OUT-ONE THRU 2250-EXIT
               UNTIL WS-GLIN-END-OF-FILE.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           SET GL-TYPE-TRAILER TO TRUE.
           MOVE WS-OUT-COUNT TO GL-TRL-RECORD-COUNT.
           MOVE WS-OUT-HASH  TO GL-TRL-HASH-TOTAL.
           IF WS-OUT-GRAND < ZERO
               MOVE "-" TO GL-TRL-GRAND-SIGN
           ELSE
               MOVE "+" TO GL-TRL-GRAND-SIGN
           END-IF.
           MOVE WS-OUT-GRAND TO GL-TRL-GRAND-TOTAL.
           WRITE GL-BACKOUT-RECORD FROM GL-EXTRACT-RECORD.
           CLOSE GL-EXTRACT-FILE.
           CLOSE GL-BACKOUT-FILE.
           CLOSE RESULTS-HIST-FILE.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2250-BACK-OUT-ONE - BACK OUT ONE DETAIL AND READ THE    *
      *  NEXT. A ROW ALREADY REVERSED BY AN RV FROM ANOTHER RUN  *
      *  IS SKIPPED - THAT RV HAS ALREADY TAKEN ITS MONEY BACK   *
      *  OUT. EVERY OTHER ROW GETS A NEGATED EXTRACT DETAIL, ITS *
      *  REGISTER ROW MARKED BACKED OUT AND AN OFFSETTING        *
      *  HISTORY ROW.                                            *
      *---------------------------------------------------------*
       2250-BACK-OUT-ONE.
           IF NOT GL-TYPE-DETAIL
               GO TO 2250-NEXT
           END-IF.
           MOVE GL-TRAN-ID TO PR-TRAN-ID.
           READ POSTED-REG-FILE
               INVALID KEY
                   DISPLAY "NIGHTBACKOUT: REGISTER ROW LOST FOR "
                       "TRAN-ID " GL-TRAN-ID "."
                   GO TO 2250-NEXT
           END-READ.
           MOVE GL-TRAN-ID        TO WD-TRAN-ID.
           MOVE GL-OPERATOR-ID    TO WD-OPERATOR-ID.
           MOVE GL-OPERATION-CODE TO WD-OP-CODE.
           IF GL-RESULT-SIGN = "-"
               COMPUTE WS-SIGNED-AMOUNT = ZERO - GL-RESULT-AMOUNT
           ELSE
               MOVE GL-RESULT-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.
           MOVE WS-SIGNED-AMOUNT TO WD-AMOUNT.
           IF PR-REVERSED
               MOVE GL-TRAN-ID TO WS-FIND-TRAN-ID
               PERFORM 2270-FIND-ORIGINAL THRU 2270-EXIT
               IF WS-FIND-IX > WS-ORIG-COUNT
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE "SKIPPED - ALREADY REVERSED BY AN RV"
                       TO WD-ACTION
                   WRITE BACKOUT-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO 2250-NEXT
               END-IF
           END-IF.
           PERFORM 2300-WRITE-NEGATION THRU 2300-EXIT.
           SET PR-BACKED-OUT TO TRUE.
           REWRITE POSTED-REG-RECORD.
           PERFORM 2350-WRITE-OFFSET-HISTORY THRU 2350-EXIT.
           IF PR-OPERATION-CODE = "RV"
               MOVE PR-ORIGINAL-ID TO WS-FIND-TRAN-ID
               PERFORM 2270-FIND-ORIGINAL THRU 2270-EXIT
               IF WS-FIND-IX NOT > WS-ORIG-COUNT
                   SET WS-OT-RV-BACKED-OUT (WS-FIND-IX) TO TRUE
               END-IF
           END-IF.
           ADD 1 TO WS-BACKOUT-COUNT.
           MOVE "BACKED OUT" TO WD-ACTION.
           WRITE BACKOUT-REPORT-LINE FROM WS-DETAIL-LINE.
       2250-NEXT.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       2250-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2270-FIND-ORIGINAL - SEARCH THE TABLE OF ORIGINALS      *
      *  NAMED BY THE RUN'S RV ROWS FOR WS-FIND-TRAN-ID. WS-     *
      *  FIND-IX COMES BACK PAST THE LAST ENTRY WHEN IT IS NOT   *
      *  THERE.                                                  *
      *---------------------------------------------------------*
       2270-FIND-ORIGINAL.
           MOVE 1 TO WS-FIND-IX.
           PERFORM 2280-STEP-FIND THRU 2280-EXIT
               UNTIL WS-FIND-IX > WS-ORIG-COUNT
               OR WS-OT-TRAN-ID (WS-FIND-IX) = WS-FIND-TRAN-ID.
       2270-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2280-STEP-FIND - STEP THE TABLE SEARCH ONE ENTRY.       *
      *---------------------------------------------------------*
       2280-STEP-FIND.
           ADD 1 TO WS-FIND-IX.
       2280-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2300-WRITE-NEGATION - TURN THE DETAIL IN THE BUFFER     *
      *  INTO ITS NEGATION - BOTH THE BASE-CURRENCY RESULT AND   *
      *  THE KEYED ORIGINAL AMOUNT CHANGE SIGN, EVERYTHING ELSE  *
      *  (ACCOUNT, COST CENTER, CURRENCY, RATE) STAYS - WRITE IT *
      *  TO THE BACKOUT GENERATION AND ROLL THE TRAILER TOTALS.  *
      *  A ZERO AMOUNT KEEPS ITS PLUS SIGN.                      *
      *---------------------------------------------------------*
       2300-WRITE-NEGATION.
           IF GL-RESULT-AMOUNT > ZERO
               IF GL-RESULT-SIGN = "-"
                   MOVE "+" TO GL-RESULT-SIGN
               ELSE
                   MOVE "-" TO GL-RESULT-SIGN
               END-IF
           END-IF.
           IF GL-ORIG-AMOUNT > ZERO
               IF GL-ORIG-SIGN = "-"
                   MOVE "+" TO GL-ORIG-SIGN
               ELSE
                   MOVE "-" TO GL-ORIG-SIGN
               END-IF
           END-IF.
           WRITE GL-BACKOUT-RECORD FROM GL-EXTRACT-RECORD.
           ADD 1 TO WS-OUT-COUNT.
           ADD GL-RESULT-AMOUNT TO WS-OUT-HASH.
           SUBTRACT WS-SIGNED-AMOUNT FROM WS-OUT-GRAND.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2350-WRITE-OFFSET-HISTORY - APPEND A POSTED HISTORY ROW *
      *  UNDER THE RUN'S BUSINESS DATE CARRYING THE NEGATED      *
      *  AMOUNT AND THE BO MARKER, SO THE NIGHT'S HISTORY NETS   *
      *  TO ZERO.                                                *
      *---------------------------------------------------------*
       2350-WRITE-OFFSET-HISTORY.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-RUN-DATE       TO HIST-RUN-DATE.
           MOVE PR-TRAN-ID        TO HIST-TRAN-ID.
           MOVE PR-OPERATOR-ID    TO HIST-OPERATOR-ID.
           MOVE PR-OPERATION-CODE TO HIST-OPERATION-CODE.
           SET HIST-POSTED TO TRUE.
           IF PR-RESULT-SIGN = "-" OR PR-RESULT-AMOUNT = ZERO
               MOVE "+" TO HIST-RESULT-SIGN
           ELSE
               MOVE "-" TO HIST-RESULT-SIGN
           END-IF.
           MOVE PR-RESULT-AMOUNT TO HIST-RESULT-AMOUNT.
           SET HIST-BACKOUT-OFFSET TO TRUE.
           WRITE HISTORY-RECORD.
       2350-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2400-REINSTATE-ORIGINALS - AN RV THE RUN POSTED HAS     *
      *  JUST BEEN BACKED OUT, SO THE ORIGINAL IT REVERSED IS    *
      *  LIVE AGAIN. WHERE THAT ORIGINAL CAME FROM AN EARLIER    *
      *  RUN, CLEAR ITS REVERSED FLAG SO IT CAN BE REVERSED      *
      *  PROPERLY LATER; AN ORIGINAL FROM THIS RUN WAS BACKED    *
      *  OUT ALONGSIDE ITS RV AND STAYS THAT WAY.                *
      *---------------------------------------------------------*
       2400-REINSTATE-ORIGINALS.
           MOVE 1 TO WS-ORIG-IX.
           PERFORM 2450-REINSTATE-ONE THRU 2450-EXIT
               UNTIL WS-ORIG-IX > WS-ORIG-COUNT.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2450-REINSTATE-ONE - REINSTATE ONE TABLED ORIGINAL IF   *
      *  ITS RV WAS BACKED OUT, AND STEP TO THE NEXT.            *
      *---------------------------------------------------------*
       2450-REINSTATE-ONE.
           IF NOT WS-OT-RV-BACKED-OUT (WS-ORIG-IX)
               GO TO 2450-NEXT
           END-IF.
           MOVE WS-OT-TRAN-ID (WS-ORIG-IX) TO PR-TRAN-ID.
           READ POSTED-REG-FILE
               INVALID KEY
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-OT-TRAN-ID (WS-ORIG-IX) TO WD-TRAN-ID
                   MOVE "ORIGINAL NO LONGER ON THE REGISTER"
                       TO WD-ACTION
                   WRITE BACKOUT-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO 2450-NEXT
           END-READ.
           IF PR-BACKED-OUT OR NOT PR-REVERSED
               GO TO 2450-NEXT
           END-IF.
           SET PR-NOT-REVERSED TO TRUE.
           REWRITE POSTED-REG-RECORD.
           ADD 1 TO WS-REINSTATE-COUNT.
           MOVE PR-TRAN-ID        TO WD-TRAN-ID.
           MOVE PR-OPERATOR-ID    TO WD-OPERATOR-ID.
           MOVE PR-OPERATION-CODE TO WD-OP-CODE.
           IF PR-RESULT-SIGN = "-"
               COMPUTE WS-SIGNED-AMOUNT = ZERO - PR-RESULT-AMOUNT
           ELSE
               MOVE PR-RESULT-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.
           MOVE WS-SIGNED-AMOUNT TO WD-AMOUNT.
           MOVE "ORIGINAL REINSTATED - ITS RV BACKED OUT"
               TO WD-ACTION.
           WRITE BACKOUT-REPORT-LINE FROM WS-DETAIL-LINE.
       2450-NEXT.
           ADD 1 TO WS-ORIG-IX.
       2450-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2600-FLAG-RUN-CONTROL - MARK THE RUN-CONTROL RECORD     *
      *  BACKED OUT WITH THE DATE AND THE ACTING USER, SO        *
      *  RUNCONTROLREPORT AND NIGHTLYRECONCILE SHOW IT AND THE   *
      *  SAME GENERATION CAN NEVER BE RESUBMITTED.               *
      *---------------------------------------------------------*
       2600-FLAG-RUN-CONTROL.
           MOVE WS-RUN-DATE      TO RC-RUN-DATE.
           MOVE WS-FIRST-TRAN-ID TO RC-FIRST-TRAN-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "NIGHTBACKOUT: RUN-CONTROL RECORD LOST, "
                       "STATUS " WS-RUNC-STATUS
                   GO TO 2600-EXIT
           END-READ.
           SET RC-RUN-BACKED-OUT TO TRUE.
           MOVE WS-CURRENT-DATE TO RC-BACKOUT-DATE.
           MOVE CC-USER-ID      TO RC-BACKOUT-USER.
           REWRITE RUN-CONTROL-RECORD.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2700-PRINT-TOTALS - THE CLOSING COUNTS AND THE NET      *
      *  AMOUNT THE BACKOUT GENERATION CARRIES.                  *
      *---------------------------------------------------------*
       2700-PRINT-TOTALS.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
           MOVE "DETAILS ON THE NIGHT'S GENERATION" TO WT-LABEL.
           MOVE WS-DETAIL-COUNT TO WT-COUNT.
           MOVE ZERO TO WT-TOTAL.
           WRITE BACKOUT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "BACKED OUT (NET OF NEGATIONS)" TO WT-LABEL.
           MOVE WS-BACKOUT-COUNT TO WT-COUNT.
           MOVE WS-OUT-GRAND TO WT-TOTAL.
           WRITE BACKOUT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "SKIPPED - ALREADY REVERSED" TO WT-LABEL.
           MOVE WS-SKIP-COUNT TO WT-COUNT.
           MOVE ZERO TO WT-TOTAL.
           WRITE BACKOUT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "EARLIER ORIGINALS REINSTATED" TO WT-LABEL.
           MOVE WS-REINSTATE-COUNT TO WT-COUNT.
           MOVE ZERO TO WT-TOTAL.
           WRITE BACKOUT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "RUN FLAGGED BACKED OUT ON THE RUN-CONTROL LOG."
               TO WM-TEXT.
           WRITE BACKOUT-REPORT-LINE FROM WS-MESSAGE-LINE.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - CLOSE UP, PRINT THE OUTCOME AND SET    *
      *  THE RETURN CODE: 0 = EVERY DETAIL BACKED OUT, 4 =       *
      *  BACKED OUT WITH SOME ROWS SKIPPED AS ALREADY REVERSED,  *
      *  8 = NO OR BAD CARD, OR THE RUN REFUSED (NOTHING         *
      *  CHANGED), 12 = ACTING USER WITHOUT THE AUTHORITY.       *
      *---------------------------------------------------------*
       3000-TERMINATE.
           IF NOT WS-CARD-VALID
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-AUTH-REFUSED
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-RUNC-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-PREG-OPEN
               CLOSE POSTED-REG-FILE
           END-IF.
           IF WS-PERD-OPEN
               CLOSE PERIOD-FILE
           END-IF.
           IF WS-RUN-REFUSED
               MOVE WS-REFUSE-REASON TO WX-REASON
               IF WS-REFUSE-TRAN-ID = SPACES
                   MOVE SPACES TO WX-TRAN-LABEL
               ELSE
                   MOVE " ID " TO WX-TRAN-LABEL
               END-IF
               MOVE WS-REFUSE-TRAN-ID TO WX-TRAN-ID
               WRITE BACKOUT-REPORT-LINE FROM WS-REFUSE-LINE
               MOVE "NOTHING WAS CHANGED." TO WM-TEXT
               WRITE BACKOUT-REPORT-LINE FROM WS-MESSAGE-LINE
               CLOSE BACKOUT-REPORT-FILE
               DISPLAY "NIGHTBACKOUT: BACKOUT OF " WS-RUN-DATE "/"
                   WS-FIRST-TRAN-ID " REFUSED - " WS-REFUSE-REASON
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2700-PRINT-TOTALS THRU 2700-EXIT.
           CLOSE BACKOUT-REPORT-FILE.
           DISPLAY "NIGHTBACKOUT: RUN " WS-RUN-DATE "/"
               WS-FIRST-TRAN-ID " - " WS-BACKOUT-COUNT
               " BACKED OUT, " WS-SKIP-COUNT " SKIPPED, "
               WS-REINSTATE-COUNT " ORIGINAL(S) REINSTATED.".
           IF WS-SKIP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

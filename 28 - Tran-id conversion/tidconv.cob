       IDENTIFICATION DIVISION.
       PROGRAM-ID. TranIdConvert.
       AUTHOR. Piombacciaio.
       INSTALLATION. OPERATIONS.
       DATE-WRITTEN. 2026-10-14.
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-14 PBC   ORIGINAL VERSION - ONE-TIME COPY OF    *
      *                   EVERY FILE CARRYING A TRAN-ID FROM THE *
      *                   SIX-DIGIT LAYOUT TO THE FOURTEEN-DIGIT *
      *                   ONE: POSTED REGISTER, SUSPENSE FILE,   *
      *                   RUN-CONTROL LOG, CARD HISTORY, GL      *
      *                   CORRECTION QUEUE, REJECT FILE, RESULTS *
      *                   HISTORY, CHECKPOINT, ONE STAGED CARD   *
      *                   FILE AND ONE GL EXTRACT GENERATION.    *
      *                   AN OLD ID KEEPS ITS NUMBER BEHIND      *
      *                   LEADING ZEROS, SO KEYED FILES COME OUT *
      *                   IN THE SAME ORDER AND EVERY ROW STILL  *
      *                   MATCHES ITS HISTORY. CARD IMAGES       *
      *                   HELD ON OTHER FILES ARE WIDENED THE    *
      *                   SAME WAY AND AN RV CARD'S ORIGINAL ID  *
      *                   IS MOVED TO ITS NEW PLACE. EACH FILE   *
      *                   IS CONVERTED ONLY WHEN ITS OLD COPY IS *
      *                   ALLOCATED, SO THE JCL CAN TAKE THE     *
      *                   MASTERS IN ONE STEP AND THE CARD FILES *
      *                   AND EXTRACT GENERATIONS ONE PER STEP.  *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REGISTER-FILE ASSIGN TO "OLDPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-TRAN-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT POSTED-REG-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-TRAN-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-SUSPENSE-FILE ASSIGN TO "OLDSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-TRAN-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-TRAN-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-RUN-CONTROL-FILE ASSIGN TO "OLDRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-RUN-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-CARD-HISTORY-FILE ASSIGN TO "OLDCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT CARD-HISTORY-FILE ASSIGN TO "CARDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-CORRECTION-FILE ASSIGN TO "OLDGLCQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OQ-TRAN-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT GL-CORRECTION-FILE ASSIGN TO "GLCORRQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GQ-TRAN-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-REJECT-FILE ASSIGN TO "OLDREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT REJECT-FILE ASSIGN TO "NEWREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-HISTORY-FILE ASSIGN TO "OLDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT RESULTS-HIST-FILE ASSIGN TO "NEWHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-CHECKPOINT-FILE ASSIGN TO "OLDCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "NEWCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-CARD-FILE ASSIGN TO "OLDCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-CARD-FILE ASSIGN TO "NEWCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-GL-FILE ASSIGN TO "OLDGLX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-GL-FILE ASSIGN TO "NEWGLX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CONVERSION-REPORT-FILE ASSIGN TO "CONVRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *  THE OLD LAYOUTS, AS THEY STOOD WITH THE SIX-DIGIT       *
      *  TRAN-ID. ONLY THE ID FIELDS AND CARD OR EXTRACT IMAGES  *
      *  ARE NAMED; EVERY RUN OF BYTES BETWEEN THEM IS CARRIED   *
      *  ACROSS UNTOUCHED.                                       *
      *---------------------------------------------------------*
       FD  OLD-REGISTER-FILE.
       01  OLD-REGISTER-RECORD.
           05  OP-TRAN-ID              PIC 9(06).
           05  OP-MIDDLE               PIC X(30).
           05  OP-ORIGINAL-ID          PIC X(06).
           05  OP-ORIGINAL-NUM REDEFINES OP-ORIGINAL-ID
                                       PIC 9(06).
           05  OP-TAIL                 PIC X(13).

       FD  POSTED-REG-FILE.
       COPY POSTREG.

       FD  OLD-SUSPENSE-FILE.
       01  OLD-SUSPENSE-RECORD.
           05  OS-TRAN-ID              PIC 9(06).
           05  OS-MIDDLE               PIC X(56).
           05  OS-TRAN-IMAGE           PIC X(66).
           05  OS-HOLD-REASON          PIC X(01).
           05  OS-MATCH-TRAN-ID        PIC X(06).
           05  OS-MATCH-NUM REDEFINES OS-MATCH-TRAN-ID
                                       PIC 9(06).
           05  OS-MATCH-DATE           PIC X(08).

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  OLD-RUN-CONTROL-FILE.
       01  OLD-RUN-CONTROL-RECORD.
           05  OR-RUN-KEY.
               10  OR-RUN-DATE         PIC 9(08).
               10  OR-FIRST-TRAN-ID    PIC 9(06).
           05  OR-TAIL                 PIC X(61).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       FD  OLD-CARD-HISTORY-FILE.
       01  OLD-CARD-HISTORY-RECORD.
           05  OC-KEY.
               10  OC-BUSINESS-DATE    PIC 9(08).
               10  OC-TRAN-ID          PIC 9(06).
           05  OC-DESK-NUM             PIC X(01).
           05  OC-TRAN-IMAGE           PIC X(66).
           05  FILLER                  PIC X(09).

       FD  CARD-HISTORY-FILE.
       COPY CARDHIST.

       FD  OLD-CORRECTION-FILE.
       01  OLD-CORRECTION-RECORD.
           05  OQ-TRAN-ID              PIC 9(06).
           05  OQ-MIDDLE               PIC X(59).
           05  OQ-EXTRACT-IMAGE        PIC X(70).
           05  FILLER                  PIC X(05).

       FD  GL-CORRECTION-FILE.
       COPY GLCORREC.

       FD  OLD-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OLD-REJECT-RECORD.
           05  OJ-RUN-DATE             PIC X(08).
           05  OJ-REASON-CODE          PIC X(02).
           05  OJ-TRAN-IMAGE           PIC X(66).
           05  FILLER                  PIC X(04).

       FD  REJECT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       COPY REJREC.

       FD  OLD-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  OLD-HISTORY-RECORD.
           05  OH-RUN-DATE             PIC X(08).
           05  OH-TRAN-ID              PIC X(06).
           05  OH-TRAN-NUM REDEFINES OH-TRAN-ID
                                       PIC 9(06).
           05  OH-TAIL                 PIC X(26).

       FD  RESULTS-HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY HISTREC.

       FD  OLD-CHECKPOINT-FILE
           RECORD CONTAINS 245 CHARACTERS.
       01  OLD-CHECKPOINT-RECORD.
           05  OK-LAST-TRAN-ID         PIC X(06).
           05  OK-LAST-TRAN-NUM REDEFINES OK-LAST-TRAN-ID
                                       PIC 9(06).
           05  OK-TAIL                 PIC X(239).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 253 CHARACTERS.
       COPY CHKPTREC.

       FD  OLD-CARD-FILE
           RECORD CONTAINS 66 CHARACTERS.
       01  OLD-CARD-RECORD             PIC X(66).

       FD  NEW-CARD-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  NEW-CARD-RECORD             PIC X(74).

       FD  OLD-GL-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  OLD-GL-RECORD               PIC X(70).

       FD  NEW-GL-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01  NEW-GL-RECORD               PIC X(78).

       FD  CONVERSION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONVERSION-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-OLD-STATUS               PIC X(02) VALUE SPACES.
       77  WS-NEW-STATUS               PIC X(02) VALUE SPACES.
       77  WS-FAIL-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       77  WS-SECTION-SWITCH           PIC X(01) VALUE "S".
           88  WS-SECTION-SKIPPED      VALUE "S".
           88  WS-SECTION-CONVERTED    VALUE "C".
           88  WS-SECTION-OPEN-FAILED  VALUE "O".
           88  WS-SECTION-WRITE-FAILED VALUE "W".
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-WRITE-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-RV-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-UNREADABLE-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-CONVERTED-FILES          PIC 9(02) COMP VALUE ZERO.
       77  WS-FAILED-FILES             PIC 9(02) COMP VALUE ZERO.
       01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-SECTION-NAME             PIC X(09) VALUE SPACES.

      *---------------------------------------------------------*
      *  CARD IMAGE WORK AREAS. A DETAIL CARD'S ID GAINS EIGHT   *
      *  LEADING ZEROS AND THE REST OF THE CARD FOLLOWS IT BYTE  *
      *  FOR BYTE. AN RV CARD'S ORIGINAL ID MOVES TO THE FIRST   *
      *  FOURTEEN BYTES OF THE OPERAND AREA, WITH AN OPERAND     *
      *  COUNT OF 3. A HEADER OR TRAILER KEEPS ITS FIELDS WHERE  *
      *  THEY WERE AND IS PADDED ON THE RIGHT.                   *
      *---------------------------------------------------------*
       01  WS-OLD-CARD.
           05  WS-OC-TRAN-ID           PIC X(06).
           05  WS-OC-TRAN-NUM REDEFINES WS-OC-TRAN-ID
                                       PIC 9(06).
           05  WS-OC-CARD-REST         PIC X(60).
       01  WS-OLD-CARD-RV REDEFINES WS-OLD-CARD.
           05  WS-OC-RECORD-TYPE       PIC X(01).
               88  WS-OC-TYPE-BATCH    VALUE "H" "T".
           05  FILLER                  PIC X(11).
           05  WS-OC-OPERATION-CODE    PIC X(02).
               88  WS-OC-OP-REVERSE    VALUE "RV".
           05  WS-OC-OPERAND-COUNT     PIC X(01).
           05  WS-OC-ORIGINAL-ID       PIC X(06).
           05  WS-OC-ORIGINAL-NUM REDEFINES WS-OC-ORIGINAL-ID
                                       PIC 9(06).
           05  FILLER                  PIC X(45).

       01  WS-NEW-CARD.
           05  WS-NC-TRAN-ID           PIC X(14).
           05  WS-NC-TRAN-NUM REDEFINES WS-NC-TRAN-ID
                                       PIC 9(14).
           05  WS-NC-CARD-REST         PIC X(60).
       01  WS-NEW-CARD-RV REDEFINES WS-NEW-CARD.
           05  FILLER                  PIC X(22).
           05  WS-NC-OPERAND-COUNT     PIC 9(01).
           05  WS-NC-ORIGINAL-ID       PIC X(14).
           05  WS-NC-ORIGINAL-NUM REDEFINES WS-NC-ORIGINAL-ID
                                       PIC 9(14).
           05  WS-NC-RV-SPARE          PIC X(37).

      *---------------------------------------------------------*
      *  GL EXTRACT IMAGE WORK AREAS - THE SAME WIDENING FOR A   *
      *  DETAIL; A HEADER OR TRAILER IS PADDED ON THE RIGHT.     *
      *---------------------------------------------------------*
       01  WS-OLD-GL.
           05  WS-OG-RECORD-TYPE       PIC X(01).
               88  WS-OG-TYPE-DETAIL   VALUE "D".
           05  WS-OG-TRAN-ID           PIC X(06).
           05  WS-OG-TRAN-NUM REDEFINES WS-OG-TRAN-ID
                                       PIC 9(06).
           05  WS-OG-DETAIL-REST       PIC X(63).

       01  WS-NEW-GL.
           05  WS-NG-RECORD-TYPE       PIC X(01).
           05  WS-NG-TRAN-ID           PIC X(14).
           05  WS-NG-TRAN-NUM REDEFINES WS-NG-TRAN-ID
                                       PIC 9(14).
           05  WS-NG-DETAIL-REST       PIC X(63).

      *---------------------------------------------------------*
      *  REPORT LINES.                                           *
      *---------------------------------------------------------*
       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(26)
               VALUE "TRAN-ID CONVERSION        ".
           05  FILLER                 PIC X(07) VALUE "RUN DT ".
           05  WH-CURRENT-DATE        PIC 9(08).
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                 PIC X(41) VALUE
               "FILE         READ  WRITTEN       RV  NOTE".
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WL-FILE                PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WL-READ                PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-WRITTEN             PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-RV                  PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-NOTE                PIC X(33).
           05  WL-STATUS              PIC X(02).
           05  FILLER                 PIC X(08) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL               PIC X(50).
           05  WT-COUNT               PIC ZZZZZZ9.
           05  FILLER                 PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
      *  0000-MAINLINE                                           *
      *---------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2100-CONVERT-REGISTER THRU 2100-EXIT.
           PERFORM 2200-CONVERT-SUSPENSE THRU 2200-EXIT.
           PERFORM 2300-CONVERT-RUN-CONTROL THRU 2300-EXIT.
           PERFORM 2400-CONVERT-CARD-HISTORY THRU 2400-EXIT.
           PERFORM 2500-CONVERT-CORRECTIONS THRU 2500-EXIT.
           PERFORM 2600-CONVERT-REJECTS THRU 2600-EXIT.
           PERFORM 2700-CONVERT-HISTORY THRU 2700-EXIT.
           PERFORM 2750-CONVERT-CHECKPOINT THRU 2750-EXIT.
           PERFORM 2800-CONVERT-CARDS THRU 2800-EXIT.
           PERFORM 2850-CONVERT-EXTRACT THRU 2850-EXIT.
           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           STOP RUN.

      *---------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE REPORT AND PRINT ITS HEADING *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CONVERSION-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WH-CURRENT-DATE.
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE FROM WS-COLUMN-HEADING.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  1100-START-SECTION - RESET THE COUNTS AND SWITCHES FOR  *
      *  THE NEXT FILE. THE SECTION STAYS SKIPPED UNTIL ITS OLD  *
      *  COPY OPENS.                                             *
      *---------------------------------------------------------*
       1100-START-SECTION.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-WRITE-COUNT.
           MOVE ZERO TO WS-RV-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE SPACES TO WS-FAIL-STATUS.
           SET WS-SECTION-SKIPPED TO TRUE.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2100-CONVERT-REGISTER - COPY THE POSTED REGISTER IN KEY *
      *  ORDER INTO THE NEWLY DEFINED CLUSTER. AN RV ROW WRITTEN *
      *  BEFORE THE ORIGINAL ID WAS CARRIED COMES ACROSS WITH A  *
      *  ZERO ORIGINAL, WHICH NIGHTBACKOUT ALREADY READS AS NOT  *
      *  NAMED.                                                  *
      *---------------------------------------------------------*
       2100-CONVERT-REGISTER.
           PERFORM 1100-START-SECTION THRU 1100-EXIT.
           MOVE "POSTREG" TO WS-SECTION-NAME.
           OPEN INPUT OLD-REGISTER-FILE.
           IF WS-OLD-STATUS = "35"
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-OLD-STATUS TO WS-FAIL-STATUS
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2100-EXIT
           END-IF.
           OPEN OUTPUT POSTED-REG-FILE.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               CLOSE OLD-REGISTER-FILE
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2100-EXIT
           END-IF.
           SET WS-SECTION-CONVERTED TO TRUE.
           PERFORM 2110-COPY-REGISTER-ROW THRU 2110-EXIT
               UNTIL WS-END-OF-FILE OR WS-SECTION-WRITE-FAILED.
           CLOSE OLD-REGISTER-FILE.
           CLOSE POSTED-REG-FILE.
           PERFORM 2880-PRINT-SECTION THRU 2880-EXIT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2110-COPY-REGISTER-ROW - READ ONE OLD ROW AND WRITE IT  *
      *  IN THE NEW LAYOUT.                                      *
      *---------------------------------------------------------*
       2110-COPY-REGISTER-ROW.
           READ OLD-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO POSTED-REG-RECORD.
           MOVE OP-TRAN-ID TO PR-TRAN-ID.
           MOVE OP-MIDDLE TO POSTED-REG-RECORD (15:30).
           IF OP-ORIGINAL-ID IS NUMERIC
               MOVE OP-ORIGINAL-NUM TO PR-ORIGINAL-ID
           ELSE
               MOVE ZERO TO PR-ORIGINAL-ID
           END-IF.
           MOVE OP-TAIL TO POSTED-REG-RECORD (59:13).
           WRITE POSTED-REG-RECORD
               INVALID KEY
                   SET WS-SECTION-WRITE-FAILED TO TRUE
                   MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
                   GO TO 2110-EXIT
           END-WRITE.
           ADD 1 TO WS-WRITE-COUNT.
       2110-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2200-CONVERT-SUSPENSE - COPY THE SUSPENSE FILE IN KEY   *
      *  ORDER, WIDENING THE HELD CARD IMAGE AND THE MATCHED     *
      *  TRAN-ID OF A DOUBLE-KEYING SUSPECT.                     *
      *---------------------------------------------------------*
       2200-CONVERT-SUSPENSE.
           PERFORM 1100-START-SECTION THRU 1100-EXIT.
           MOVE "SUSPFILE" TO WS-SECTION-NAME.
           OPEN INPUT OLD-SUSPENSE-FILE.
           IF WS-OLD-STATUS = "35"
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-OLD-STATUS TO WS-FAIL-STATUS
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2200-EXIT
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               CLOSE OLD-SUSPENSE-FILE
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2200-EXIT
           END-IF.
           SET WS-SECTION-CONVERTED TO TRUE.
           PERFORM 2210-COPY-SUSPENSE-ROW THRU 2210-EXIT
               UNTIL WS-END-OF-FILE OR WS-SECTION-WRITE-FAILED.
           CLOSE OLD-SUSPENSE-FILE.
           CLOSE SUSPENSE-FILE.
           PERFORM 2880-PRINT-SECTION THRU 2880-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2210-COPY-SUSPENSE-ROW - READ ONE OLD ROW AND WRITE IT  *
      *  IN THE NEW LAYOUT. A ROW THAT NEVER MATCHED ANOTHER     *
      *  CARD COMES ACROSS WITH A ZERO MATCHED TRAN-ID.          *
      *---------------------------------------------------------*
       2210-COPY-SUSPENSE-ROW.
           READ OLD-SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE OS-TRAN-ID TO SP-TRAN-ID.
           MOVE OS-MIDDLE TO SUSPENSE-RECORD (15:56).
           MOVE OS-TRAN-IMAGE TO WS-OLD-CARD.
           PERFORM 2900-CONVERT-CARD-IMAGE THRU 2900-EXIT.
           MOVE WS-NEW-CARD TO SP-TRAN-IMAGE.
           MOVE OS-HOLD-REASON TO SP-HOLD-REASON.
           IF OS-MATCH-TRAN-ID IS NUMERIC
               MOVE OS-MATCH-NUM TO SP-MATCH-TRAN-ID
           ELSE
               MOVE ZERO TO SP-MATCH-TRAN-ID
           END-IF.
           MOVE OS-MATCH-DATE TO SUSPENSE-RECORD (160:8).
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   SET WS-SECTION-WRITE-FAILED TO TRUE
                   MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
                   GO TO 2210-EXIT
           END-WRITE.
           ADD 1 TO WS-WRITE-COUNT.
       2210-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2300-CONVERT-RUN-CONTROL - COPY THE RUN-CONTROL LOG IN  *
      *  KEY ORDER WITH THE FIRST TRAN-ID OF EACH RUN WIDENED.   *
      *---------------------------------------------------------*
       2300-CONVERT-RUN-CONTROL.
           PERFORM 1100-START-SECTION THRU 1100-EXIT.
           MOVE "RUNCTL" TO WS-SECTION-NAME.
           OPEN INPUT OLD-RUN-CONTROL-FILE.
           IF WS-OLD-STATUS = "35"
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-OLD-STATUS TO WS-FAIL-STATUS
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2300-EXIT
           END-IF.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               CLOSE OLD-RUN-CONTROL-FILE
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2300-EXIT
           END-IF.
           SET WS-SECTION-CONVERTED TO TRUE.
           PERFORM 2310-COPY-RUN-ROW THRU 2310-EXIT
               UNTIL WS-END-OF-FILE OR WS-SECTION-WRITE-FAILED.
           CLOSE OLD-RUN-CONTROL-FILE.
           CLOSE RUN-CONTROL-FILE.
           PERFORM 2880-PRINT-SECTION THRU 2880-EXIT.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2310-COPY-RUN-ROW - READ ONE OLD ROW AND WRITE IT IN    *
      *  THE NEW LAYOUT.                                         *
      *---------------------------------------------------------*
       2310-COPY-RUN-ROW.
           READ OLD-RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE OR-RUN-DATE      TO RC-RUN-DATE.
           MOVE OR-FIRST-TRAN-ID TO RC-FIRST-TRAN-ID.
           MOVE OR-TAIL TO RUN-CONTROL-RECORD (23:61).
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   SET WS-SECTION-WRITE-FAILED TO TRUE
                   MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
                   GO TO 2310-EXIT
           END-WRITE.
           ADD 1 TO WS-WRITE-COUNT.
       2310-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2400-CONVERT-CARD-HISTORY - COPY THE DOUBLE-KEYING CARD *
      *  HISTORY IN KEY ORDER, WIDENING EACH CARD IMAGE.         *
      *---------------------------------------------------------*
       2400-CONVERT-CARD-HISTORY.
           PERFORM 1100-START-SECTION THRU 1100-EXIT.
           MOVE "CARDHIST" TO WS-SECTION-NAME.
           OPEN INPUT OLD-CARD-HISTORY-FILE.
           IF WS-OLD-STATUS = "35"
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2400-EXIT
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-OLD-STATUS TO WS-FAIL-STATUS
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2400-EXIT
           END-IF.
           OPEN OUTPUT CARD-HISTORY-FILE.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               CLOSE OLD-CARD-HISTORY-FILE
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2400-EXIT
           END-IF.
           SET WS-SECTION-CONVERTED TO TRUE.
           PERFORM 2410-COPY-CARD-HISTORY-ROW THRU 2410-EXIT
               UNTIL WS-END-OF-FILE OR WS-SECTION-WRITE-FAILED.
           CLOSE OLD-CARD-HISTORY-FILE.
           CLOSE CARD-HISTORY-FILE.
           PERFORM 2880-PRINT-SECTION THRU 2880-EXIT.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2410-COPY-CARD-HISTORY-ROW - READ ONE OLD ROW AND WRITE *
      *  IT IN THE NEW LAYOUT.                                   *
      *---------------------------------------------------------*
       2410-COPY-CARD-HISTORY-ROW.
           READ OLD-CARD-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO CARD-HISTORY-RECORD.
           MOVE OC-BUSINESS-DATE TO CH-BUSINESS-DATE.
           MOVE OC-TRAN-ID       TO CH-TRAN-ID.
           MOVE OC-DESK-NUM TO CARD-HISTORY-RECORD (23:1).
           MOVE OC-TRAN-IMAGE TO WS-OLD-CARD.
           PERFORM 2900-CONVERT-CARD-IMAGE THRU 2900-EXIT.
           MOVE WS-NEW-CARD TO CH-TRAN-IMAGE.
           WRITE CARD-HISTORY-RECORD
               INVALID KEY
                   SET WS-SECTION-WRITE-FAILED TO TRUE
                   MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
                   GO TO 2410-EXIT
           END-WRITE.
           ADD 1 TO WS-WRITE-COUNT.
       2410-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2500-CONVERT-CORRECTIONS - COPY THE GL CORRECTION QUEUE *
      *  IN KEY ORDER, WIDENING EACH HELD EXTRACT IMAGE.         *
      *---------------------------------------------------------*
       2500-CONVERT-CORRECTIONS.
           PERFORM 1100-START-SECTION THRU 1100-EXIT.
           MOVE "GLCORRQ" TO WS-SECTION-NAME.
           OPEN INPUT OLD-CORRECTION-FILE.
           IF WS-OLD-STATUS = "35"
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-OLD-STATUS TO WS-FAIL-STATUS
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2500-EXIT
           END-IF.
           OPEN OUTPUT GL-CORRECTION-FILE.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               CLOSE OLD-CORRECTION-FILE
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2500-EXIT
           END-IF.
           SET WS-SECTION-CONVERTED TO TRUE.
           PERFORM 2510-COPY-CORRECTION-ROW THRU 2510-EXIT
               UNTIL WS-END-OF-FILE OR WS-SECTION-WRITE-FAILED.
           CLOSE OLD-CORRECTION-FILE.
           CLOSE GL-CORRECTION-FILE.
           PERFORM 2880-PRINT-SECTION THRU 2880-EXIT.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2510-COPY-CORRECTION-ROW - READ ONE OLD ROW AND WRITE   *
      *  IT IN THE NEW LAYOUT.                                   *
      *---------------------------------------------------------*
       2510-COPY-CORRECTION-ROW.
           READ OLD-CORRECTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO GL-CORRECTION-RECORD.
           MOVE OQ-TRAN-ID TO GQ-TRAN-ID.
           MOVE OQ-MIDDLE TO GL-CORRECTION-RECORD (15:59).
           MOVE OQ-EXTRACT-IMAGE TO WS-OLD-GL.
           PERFORM 2950-CONVERT-GL-IMAGE THRU 2950-EXIT.
           MOVE WS-NEW-GL TO GQ-EXTRACT-IMAGE.
           WRITE GL-CORRECTION-RECORD
               INVALID KEY
                   SET WS-SECTION-WRITE-FAILED TO TRUE
                   MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
                   GO TO 2510-EXIT
           END-WRITE.
           ADD 1 TO WS-WRITE-COUNT.
       2510-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2600-CONVERT-REJECTS - COPY THE REJECT FILE, WIDENING   *
      *  EACH REJECTED CARD IMAGE SO REJECTREPAIR CAN STILL      *
      *  RE-STAGE IT.                                            *
      *---------------------------------------------------------*
       2600-CONVERT-REJECTS.
           PERFORM 1100-START-SECTION THRU 1100-EXIT.
           MOVE "REJFILE" TO WS-SECTION-NAME.
           OPEN INPUT OLD-REJECT-FILE.
           IF WS-OLD-STATUS = "35"
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2600-EXIT
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-OLD-STATUS TO WS-FAIL-STATUS
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2600-EXIT
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               CLOSE OLD-REJECT-FILE
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2600-EXIT
           END-IF.
           SET WS-SECTION-CONVERTED TO TRUE.
           PERFORM 2610-COPY-REJECT-ROW THRU 2610-EXIT
               UNTIL WS-END-OF-FILE OR WS-SECTION-WRITE-FAILED.
           CLOSE OLD-REJECT-FILE.
           CLOSE REJECT-FILE.
           PERFORM 2880-PRINT-SECTION THRU 2880-EXIT.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2610-COPY-REJECT-ROW - READ ONE OLD ROW AND WRITE IT IN *
      *  THE NEW LAYOUT.                                         *
      *---------------------------------------------------------*
       2610-COPY-REJECT-ROW.
           READ OLD-REJECT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2610-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           MOVE OJ-RUN-DATE TO REJECT-RECORD (1:8).
           MOVE OJ-REASON-CODE TO RJ-REASON-CODE.
           MOVE OJ-TRAN-IMAGE TO WS-OLD-CARD.
           PERFORM 2900-CONVERT-CARD-IMAGE THRU 2900-EXIT.
           MOVE WS-NEW-CARD TO RJ-TRAN-IMAGE.
           WRITE REJECT-RECORD.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-WRITE-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               GO TO 2610-EXIT
           END-IF.
           ADD 1 TO WS-WRITE-COUNT.
       2610-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2700-CONVERT-HISTORY - COPY THE LIVE RESULTS HISTORY    *
      *  WITH EACH ROW'S TRAN-ID WIDENED.                        *
      *---------------------------------------------------------*
       2700-CONVERT-HISTORY.
           PERFORM 1100-START-SECTION THRU 1100-EXIT.
           MOVE "RSLTHIST" TO WS-SECTION-NAME.
           OPEN INPUT OLD-HISTORY-FILE.
           IF WS-OLD-STATUS = "35"
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2700-EXIT
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-OLD-STATUS TO WS-FAIL-STATUS
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2700-EXIT
           END-IF.
           OPEN OUTPUT RESULTS-HIST-FILE.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               CLOSE OLD-HISTORY-FILE
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2700-EXIT
           END-IF.
           SET WS-SECTION-CONVERTED TO TRUE.
           PERFORM 2710-COPY-HISTORY-ROW THRU 2710-EXIT
               UNTIL WS-END-OF-FILE OR WS-SECTION-WRITE-FAILED.
           CLOSE OLD-HISTORY-FILE.
           CLOSE RESULTS-HIST-FILE.
           PERFORM 2880-PRINT-SECTION THRU 2880-EXIT.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2710-COPY-HISTORY-ROW - READ ONE OLD ROW AND WRITE IT   *
      *  IN THE NEW LAYOUT.                                      *
      *---------------------------------------------------------*
       2710-COPY-HISTORY-ROW.
           READ OLD-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2710-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE OH-RUN-DATE TO HISTORY-RECORD (1:8).
           IF OH-TRAN-ID IS NUMERIC
               MOVE OH-TRAN-NUM TO HIST-TRAN-ID
           ELSE
               MOVE OH-TRAN-ID TO HISTORY-RECORD (9:6)
               ADD 1 TO WS-UNREADABLE-COUNT
           END-IF.
           MOVE OH-TAIL TO HISTORY-RECORD (23:26).
           WRITE HISTORY-RECORD.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-WRITE-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               GO TO 2710-EXIT
           END-IF.
           ADD 1 TO WS-WRITE-COUNT.
       2710-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2750-CONVERT-CHECKPOINT - COPY THE CHECKPOINT LEFT BY A *
      *  RUN THAT DID NOT FINISH, SO SIMPLEOPS CAN STILL RESTART *
      *  IT. AN EMPTY CHECKPOINT COMES ACROSS EMPTY.             *
      *---------------------------------------------------------*
       2750-CONVERT-CHECKPOINT.
           PERFORM 1100-START-SECTION THRU 1100-EXIT.
           MOVE "CHKPTFIL" TO WS-SECTION-NAME.
           OPEN INPUT OLD-CHECKPOINT-FILE.
           IF WS-OLD-STATUS = "35"
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2750-EXIT
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-OLD-STATUS TO WS-FAIL-STATUS
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2750-EXIT
           END-IF.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               CLOSE OLD-CHECKPOINT-FILE
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2750-EXIT
           END-IF.
           SET WS-SECTION-CONVERTED TO TRUE.
           PERFORM 2760-COPY-CHECKPOINT THRU 2760-EXIT
               UNTIL WS-END-OF-FILE OR WS-SECTION-WRITE-FAILED.
           CLOSE OLD-CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           PERFORM 2880-PRINT-SECTION THRU 2880-EXIT.
       2750-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2760-COPY-CHECKPOINT - READ ONE OLD CHECKPOINT AND      *
      *  WRITE IT IN THE NEW LAYOUT.                             *
      *---------------------------------------------------------*
       2760-COPY-CHECKPOINT.
           READ OLD-CHECKPOINT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2760-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO CHECKPOINT-RECORD.
           IF OK-LAST-TRAN-ID IS NUMERIC
               MOVE OK-LAST-TRAN-NUM TO CKPT-LAST-TRAN-ID
           ELSE
               MOVE ZERO TO CKPT-LAST-TRAN-ID
           END-IF.
           MOVE OK-TAIL TO CHECKPOINT-RECORD (15:239).
           WRITE CHECKPOINT-RECORD.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-WRITE-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               GO TO 2760-EXIT
           END-IF.
           ADD 1 TO WS-WRITE-COUNT.
       2760-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2800-CONVERT-CARDS - COPY ONE STAGED CARD FILE (A DESK  *
      *  FILE OR A TRANFILE GENERATION) CARD FOR CARD. THE       *
      *  HEADER AND TRAILER STILL PROVE: THE CARD COUNT IS       *
      *  UNCHANGED AND AN RV CARD'S ORIGINAL ID HASHES TO THE    *
      *  SAME VALUE.                                             *
      *---------------------------------------------------------*
       2800-CONVERT-CARDS.
           PERFORM 1100-START-SECTION THRU 1100-EXIT.
           MOVE "CARDS" TO WS-SECTION-NAME.
           OPEN INPUT OLD-CARD-FILE.
           IF WS-OLD-STATUS = "35"
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2800-EXIT
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-OLD-STATUS TO WS-FAIL-STATUS
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2800-EXIT
           END-IF.
           OPEN OUTPUT NEW-CARD-FILE.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               CLOSE OLD-CARD-FILE
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2800-EXIT
           END-IF.
           SET WS-SECTION-CONVERTED TO TRUE.
           PERFORM 2810-COPY-CARD THRU 2810-EXIT
               UNTIL WS-END-OF-FILE OR WS-SECTION-WRITE-FAILED.
           CLOSE OLD-CARD-FILE.
           CLOSE NEW-CARD-FILE.
           PERFORM 2880-PRINT-SECTION THRU 2880-EXIT.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2810-COPY-CARD - READ ONE OLD CARD AND WRITE IT IN THE  *
      *  NEW LAYOUT.                                             *
      *---------------------------------------------------------*
       2810-COPY-CARD.
           READ OLD-CARD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2810-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE OLD-CARD-RECORD TO WS-OLD-CARD.
           PERFORM 2900-CONVERT-CARD-IMAGE THRU 2900-EXIT.
           WRITE NEW-CARD-RECORD FROM WS-NEW-CARD.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-WRITE-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               GO TO 2810-EXIT
           END-IF.
           ADD 1 TO WS-WRITE-COUNT.
       2810-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2850-CONVERT-EXTRACT - COPY ONE GL EXTRACT GENERATION   *
      *  RECORD FOR RECORD. THE TRAILER STILL PROVES: ITS COUNT  *
      *  AND HASH COVER AMOUNTS, NOT IDS.                        *
      *---------------------------------------------------------*
       2850-CONVERT-EXTRACT.
           PERFORM 1100-START-SECTION THRU 1100-EXIT.
           MOVE "GLEXTRACT" TO WS-SECTION-NAME.
           OPEN INPUT OLD-GL-FILE.
           IF WS-OLD-STATUS = "35"
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2850-EXIT
           END-IF.
           IF WS-OLD-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-OLD-STATUS TO WS-FAIL-STATUS
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2850-EXIT
           END-IF.
           OPEN OUTPUT NEW-GL-FILE.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-OPEN-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               CLOSE OLD-GL-FILE
               PERFORM 2880-PRINT-SECTION THRU 2880-EXIT
               GO TO 2850-EXIT
           END-IF.
           SET WS-SECTION-CONVERTED TO TRUE.
           PERFORM 2860-COPY-EXTRACT-RECORD THRU 2860-EXIT
               UNTIL WS-END-OF-FILE OR WS-SECTION-WRITE-FAILED.
           CLOSE OLD-GL-FILE.
           CLOSE NEW-GL-FILE.
           PERFORM 2880-PRINT-SECTION THRU 2880-EXIT.
       2850-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2860-COPY-EXTRACT-RECORD - READ ONE OLD EXTRACT RECORD  *
      *  AND WRITE IT IN THE NEW LAYOUT.                         *
      *---------------------------------------------------------*
       2860-COPY-EXTRACT-RECORD.
           READ OLD-GL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2860-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE OLD-GL-RECORD TO WS-OLD-GL.
           PERFORM 2950-CONVERT-GL-IMAGE THRU 2950-EXIT.
           WRITE NEW-GL-RECORD FROM WS-NEW-GL.
           IF WS-NEW-STATUS NOT = "00"
               SET WS-SECTION-WRITE-FAILED TO TRUE
               MOVE WS-NEW-STATUS TO WS-FAIL-STATUS
               GO TO 2860-EXIT
           END-IF.
           ADD 1 TO WS-WRITE-COUNT.
       2860-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2880-PRINT-SECTION - ONE REPORT LINE FOR THE FILE JUST  *
      *  HANDLED: SKIPPED WHEN ITS OLD COPY WAS NOT ALLOCATED    *
      *  (STATUS 35), OTHERWISE ITS COUNTS AND HOW IT ENDED.     *
      *---------------------------------------------------------*
       2880-PRINT-SECTION.
           MOVE WS-SECTION-NAME TO WL-FILE.
           MOVE WS-READ-COUNT   TO WL-READ.
           MOVE WS-WRITE-COUNT  TO WL-WRITTEN.
           MOVE WS-RV-COUNT     TO WL-RV.
           MOVE SPACES TO WL-STATUS.
           EVALUATE TRUE
               WHEN WS-SECTION-SKIPPED
                   MOVE "NOT ALLOCATED - SKIPPED" TO WL-NOTE
               WHEN WS-SECTION-OPEN-FAILED
                   MOVE "FILE WOULD NOT OPEN - STATUS " TO WL-NOTE
                   MOVE WS-FAIL-STATUS TO WL-STATUS
                   ADD 1 TO WS-FAILED-FILES
               WHEN WS-SECTION-WRITE-FAILED
                   MOVE "WRITE FAILED - STATUS " TO WL-NOTE
                   MOVE WS-FAIL-STATUS TO WL-STATUS
                   ADD 1 TO WS-FAILED-FILES
               WHEN OTHER
                   MOVE "CONVERTED" TO WL-NOTE
                   ADD 1 TO WS-CONVERTED-FILES
           END-EVALUATE.
           WRITE CONVERSION-REPORT-LINE FROM WS-SECTION-LINE.
       2880-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2900-CONVERT-CARD-IMAGE - WIDEN THE 66-BYTE CARD IN     *
      *  WS-OLD-CARD INTO THE 74-BYTE CARD IN WS-NEW-CARD. A     *
      *  DETAIL WHOSE ID IS NOT NUMERIC (A CARD REJECTED FOR     *
      *  IT) KEEPS THE KEYED BYTES, SO IT IS STILL REJECTED FOR  *
      *  THE SAME REASON.                                        *
      *---------------------------------------------------------*
       2900-CONVERT-CARD-IMAGE.
           MOVE SPACES TO WS-NEW-CARD.
           IF WS-OC-TYPE-BATCH
               MOVE WS-OLD-CARD TO WS-NEW-CARD
               GO TO 2900-EXIT
           END-IF.
           IF WS-OC-TRAN-ID IS NUMERIC
               MOVE WS-OC-TRAN-NUM TO WS-NC-TRAN-NUM
           ELSE
               MOVE WS-OC-TRAN-ID TO WS-NC-TRAN-ID
               ADD 1 TO WS-UNREADABLE-COUNT
           END-IF.
           MOVE WS-OC-CARD-REST TO WS-NC-CARD-REST.
           IF NOT WS-OC-OP-REVERSE
               GO TO 2900-EXIT
           END-IF.
           MOVE 3 TO WS-NC-OPERAND-COUNT.
           IF WS-OC-ORIGINAL-ID IS NUMERIC
               MOVE WS-OC-ORIGINAL-NUM TO WS-NC-ORIGINAL-NUM
           ELSE
               MOVE WS-OC-ORIGINAL-ID TO WS-NC-ORIGINAL-ID
           END-IF.
           MOVE SPACES TO WS-NC-RV-SPARE.
           ADD 1 TO WS-RV-COUNT.
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2950-CONVERT-GL-IMAGE - WIDEN THE 70-BYTE EXTRACT       *
      *  RECORD IN WS-OLD-GL INTO THE 78-BYTE ONE IN WS-NEW-GL.  *
      *---------------------------------------------------------*
       2950-CONVERT-GL-IMAGE.
           MOVE SPACES TO WS-NEW-GL.
           IF NOT WS-OG-TYPE-DETAIL
               MOVE WS-OLD-GL TO WS-NEW-GL
               GO TO 2950-EXIT
           END-IF.
           MOVE WS-OG-RECORD-TYPE TO WS-NG-RECORD-TYPE.
           IF WS-OG-TRAN-ID IS NUMERIC
               MOVE WS-OG-TRAN-NUM TO WS-NG-TRAN-NUM
           ELSE
               MOVE WS-OG-TRAN-ID TO WS-NG-TRAN-ID
               ADD 1 TO WS-UNREADABLE-COUNT
           END-IF.
           MOVE WS-OG-DETAIL-REST TO WS-NG-DETAIL-REST.
       2950-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - PRINT THE TOTALS AND SET THE RETURN    *
      *  CODE: 0 WHEN EVERYTHING ALLOCATED WAS CONVERTED, 4 WHEN *
      *  NOTHING WAS ALLOCATED, 8 WHEN ANY FILE FAILED - RESTORE *
      *  FROM THE OLD COPIES AND RERUN.                          *
      *---------------------------------------------------------*
       3000-TERMINATE.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE "FILES CONVERTED" TO WT-LABEL.
           MOVE WS-CONVERTED-FILES TO WT-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "FILES FAILED" TO WT-LABEL.
           MOVE WS-FAILED-FILES TO WT-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "IDS NOT NUMERIC, CARRIED ACROSS AS KEYED"
               TO WT-LABEL.
           MOVE WS-UNREADABLE-COUNT TO WT-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE CONVERSION-REPORT-FILE.
           DISPLAY "TRANIDCONVERT: " WS-CONVERTED-FILES
               " FILE(S) CONVERTED, " WS-FAILED-FILES " FAILED.".
           EVALUATE TRUE
               WHEN WS-FAILED-FILES > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONVERTED-FILES = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

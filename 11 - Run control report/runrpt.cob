      *                   LEAVING READ MINUS REJECTED CARDS      *
      *                   UNACCOUNTED FOR. A ROW WRITTEN BEFORE  *
      *                   THE LOG CARRIED THE COUNT SHOWS ZERO.  *
      *  2026-10-08 PBC   A RUN THE NIGHT BACKOUT HAS BACKED OUT *
      *                   SHOWS STATUS B, FOLLOWED BY A LINE     *
      *                   GIVING THE DATE IT WAS BACKED OUT AND  *
      *                   WHO ASKED FOR IT. A ROW WRITTEN BEFORE *
      *                   THE LOG CARRIED THOSE FIELDS SHOWS NO  *
      *                   SUCH LINE.                             *
      *  2026-10-14 PBC   THE GENERATION COLUMN CARRIES THE FULL *
      *                   FOURTEEN-DIGIT FIRST TRAN-ID OF THE    *
      *                   RUN.                                   *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RUN-RING.
           05  WS-RING-ENTRY OCCURS 99 TIMES.
               10  WS-RING-DATE        PIC 9(08).
               10  WS-RING-FIRST-TRAN  PIC 9(14).
               10  WS-RING-STATUS      PIC X(01).
               10  WS-RING-START       PIC 9(08).
               10  WS-RING-END         PIC 9(08).
               10  WS-RING-REJECTED    PIC 9(07).
               10  WS-RING-HELD        PIC 9(07).
               10  WS-RING-RC          PIC 9(02).
               10  WS-RING-BACKOUT-DATE PIC 9(08).
               10  WS-RING-BACKOUT-USER PIC X(06).

       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(34)
           05  FILLER                 PIC X(34) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                 PIC X(46) VALUE
               "RUN DATE  GEN            ST START    END      ".
           05  FILLER                 PIC X(34) VALUE
               "SKIPPED    READ  REJECT   HELD RC".

       01  WS-RUN-DETAIL.
           05  WR-RUN-DATE            PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WR-FIRST-TRAN          PIC 9(14).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WR-STATUS              PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WR-START-TIME          PIC 9(08).
           05  WR-HELD                PIC ZZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WR-RC                  PIC Z9.

       01  WS-BACKOUT-DETAIL.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "BACKED OUT ".
           05  WB-BACKOUT-DATE        PIC 9(08).
           05  FILLER                 PIC X(04) VALUE " BY ".
           05  WB-BACKOUT-USER        PIC X(06).
           05  FILLER                 PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
      *---------------------------------------------------------*
               MOVE ZERO TO WS-RING-HELD (WS-RING-IX)
           END-IF.
           MOVE RC-RETURN-CODE   TO WS-RING-RC (WS-RING-IX).
           IF RC-RUN-BACKED-OUT AND RC-BACKOUT-DATE IS NUMERIC
               MOVE RC-BACKOUT-DATE TO WS-RING-BACKOUT-DATE (WS-RING-IX)
               MOVE RC-BACKOUT-USER TO WS-RING-BACKOUT-USER (WS-RING-IX)
           ELSE
               MOVE ZERO TO WS-RING-BACKOUT-DATE (WS-RING-IX)
               MOVE SPACES TO WS-RING-BACKOUT-USER (WS-RING-IX)
           END-IF.
           PERFORM 2100-READ-RUN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2600-PRINT-ONE-RUN - PRINT THE RUN WHOSE SEQUENCE       *
      *  NUMBER IS IN WS-PRINT-IX AND STEP TO THE NEXT. A        *
      *  BACKED-OUT RUN GETS A SECOND LINE SAYING WHEN AND BY    *
      *  WHOM.                                                   *
      *---------------------------------------------------------*
       2600-PRINT-ONE-RUN.
           SUBTRACT 1 FROM WS-PRINT-IX GIVING WS-RING-QUOT.
           MOVE WS-RING-HELD (WS-RING-IX)       TO WR-HELD.
           MOVE WS-RING-RC (WS-RING-IX)         TO WR-RC.
           WRITE RUN-REPORT-LINE FROM WS-RUN-DETAIL.
           IF WS-RING-BACKOUT-DATE (WS-RING-IX) > ZERO
               MOVE WS-RING-BACKOUT-DATE (WS-RING-IX) TO WB-BACKOUT-DATE
               MOVE WS-RING-BACKOUT-USER (WS-RING-IX) TO WB-BACKOUT-USER
               WRITE RUN-REPORT-LINE FROM WS-BACKOUT-DETAIL
           END-IF.
           ADD 1 TO WS-PRINT-IX.
       2600-EXIT.
           EXIT.

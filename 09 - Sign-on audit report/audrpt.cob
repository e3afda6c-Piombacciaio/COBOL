      *                   INFLATING THE FAILURE FIGURES - THE    *
      *                   FAILED ATTEMPT THAT TRIGGERED THE      *
      *                   LOCKOUT ALREADY LOGS ITS OWN F ROW.    *
      *  2026-10-05 PBC   THE TRAIL NOW ALSO CARRIES AUTHORITY   *
      *                   REFUSALS (RESULT D) - A SIGNED-ON USER *
      *                   ASKING FOR A FUNCTION ABOVE THEIR      *
      *                   LEVEL. LIKE LOCKOUTS THEY ARE COUNTED  *
      *                   UNDER THEIR OWN COLUMN, KEPT OUT OF    *
      *                   THE FAILURE AND BY-HOUR FIGURES, AND   *
      *                   PRINTED IN A NEW AUTHORITY-REFUSALS    *
      *                   SECTION.                               *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-NAME-SUCCESS     PIC 9(07) COMP VALUE ZERO.
               10  WS-NAME-FAILURE     PIC 9(07) COMP VALUE ZERO.
               10  WS-NAME-LOCKOUT     PIC 9(07) COMP VALUE ZERO.
               10  WS-NAME-DENIED      PIC 9(07) COMP VALUE ZERO.

      *---------------------------------------------------------*
      *  BY-HOUR ACCUMULATORS. SLOT 1 IS HOUR 00, SLOT 24 IS     *
           05  FILLER                 PIC X(08) VALUE " TIME(S)".
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-DENIED-DETAIL.
           05  WR-USER-NAME           PIC X(40).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE "REFUSED".
           05  WR-DENIED              PIC ZZZZZZ9.
           05  FILLER                 PIC X(08) VALUE " TIME(S)".
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-HOUR-DETAIL.
           05  FILLER                 PIC X(05) VALUE "HOUR ".
           05  WHR-HOUR               PIC 99.
                   ADD 1 TO WS-NAME-SUCCESS (WS-NAME-IX)
               WHEN AUD-LOCKOUT
                   ADD 1 TO WS-NAME-LOCKOUT (WS-NAME-IX)
               WHEN AUD-DENIED
                   ADD 1 TO WS-NAME-DENIED (WS-NAME-IX)
               WHEN OTHER
                   ADD 1 TO WS-NAME-FAILURE (WS-NAME-IX)
           END-EVALUATE.
      *  SKIPPED RATHER THAN TRUSTED.                            *
      *---------------------------------------------------------*
       2300-ACCUM-HOUR.
           IF AUD-LOCKOUT OR AUD-DENIED
               GO TO 2300-EXIT
           END-IF.
           IF AUD-TIME IS NOT NUMERIC
           PERFORM 2750-PRINT-LOCKOUTS THRU 2750-EXIT
               UNTIL WS-NAME-IX > WS-NAME-COUNT.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "AUTHORITY REFUSALS" TO WS-SECTION-TITLE.
           WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 1 TO WS-NAME-IX.
           PERFORM 2770-PRINT-DENIALS THRU 2770-EXIT
               UNTIL WS-NAME-IX > WS-NAME-COUNT.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE "ATTEMPTS BY HOUR OF DAY" TO WS-SECTION-TITLE.
           WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 1 TO WS-HOUR-IX.
       2750-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2770-PRINT-DENIALS - PRINT ONE NAME'S LINE IF IT WAS    *
      *  REFUSED A FUNCTION ABOVE ITS AUTHORITY IN THE PERIOD,   *
      *  AND STEP TO THE NEXT NAME.                              *
      *---------------------------------------------------------*
       2770-PRINT-DENIALS.
           IF WS-NAME-DENIED (WS-NAME-IX) = ZERO
               GO TO 2770-NEXT
           END-IF.
           MOVE WS-NAME-VALUE (WS-NAME-IX)  TO WR-USER-NAME.
           MOVE WS-NAME-DENIED (WS-NAME-IX) TO WR-DENIED.
           WRITE AUDIT-REPORT-LINE FROM WS-DENIED-DETAIL.
       2770-NEXT.
           ADD 1 TO WS-NAME-IX.
       2770-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2800-PRINT-HOUR - PRINT ONE HOUR'S LINE IF IT SAW ANY   *
      *  ATTEMPTS, AND STEP TO THE NEXT HOUR.                    *

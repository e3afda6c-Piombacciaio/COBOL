      *                   FOR ITS DATE IS NOW ALSO TREATED AS    *
      *                   OUT OF BALANCE RATHER THAN AS SIX      *
      *                   VACUOUS MATCHES.                       *
      *  2026-10-08 PBC   A REGISTER ROW FLAGGED BACKED OUT NOW  *
      *                   FOOTS TWICE - ONCE AS POSTED AND ONCE  *
      *                   AS ITS NEGATION - AND A BO OFFSET      *
      *                   HISTORY ROW FOOTS AS POSTED BUT STAYS  *
      *                   OUT OF THE RUN-CONTROL ROW CROSS-FOOT, *
      *                   SO A BACKED-OUT NIGHT PROVES WITH THE  *
      *                   BACKOUT GENERATION CONCATENATED BEHIND *
      *                   THE ORIGINAL. BACKED-OUT ROWS MUST     *
      *                   EQUAL OFFSET ROWS, AND A BACKED-OUT    *
      *                   RUN FOR THE DATE IS NOTED ON THE PROOF *
      *                   SHEET.                                 *
      *  2026-10-14 PBC   RESULTS-HISTORY AND GL EXTRACT RECORDS *
      *                   WIDENED FOR THE FOURTEEN-DIGIT TRAN-   *
      *                   ID.                                    *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY POSTREG.

       FD  RESULTS-HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY HISTREC.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY GLEXTRC.

       FD  RUN-CONTROL-FILE.
       01  WS-RC-SUSPEND-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-RC-EXPECTED-ROWS         PIC 9(08) COMP VALUE ZERO.
       01  WS-HIST-ROW-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REG-BACKOUT-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-HIST-OFFSET-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-RC-BACKOUT-COUNT         PIC 9(07) COMP VALUE ZERO.

      *---------------------------------------------------------*
      *  PROOF SHEET LINES.                                      *
           EXIT.

      *---------------------------------------------------------*
      *  2080-FOOT-ONE-REG-ROW - ROLL ONE SAME-DATE REGISTER ROW *
      *  INTO THE COUNT AND SIGNED TOTAL AND READ THE NEXT. A    *
      *  ROW THE NIGHT BACKOUT FLAGGED ALSO ROLLS IN ITS         *
      *  NEGATION, WHICH SITS ON THE BACKOUT GENERATION OF THE   *
      *  EXTRACT.                                                *
      *---------------------------------------------------------*
       2080-FOOT-ONE-REG-ROW.
           IF PR-RUN-DATE = WS-BUSINESS-DATE
               ELSE
                   ADD PR-RESULT-AMOUNT TO WS-REG-TOTAL
               END-IF
               IF PR-BACKED-OUT
                   ADD 1 TO WS-REG-COUNT
                   ADD 1 TO WS-REG-BACKOUT-COUNT
                   IF PR-RESULT-SIGN = "-"
                       ADD PR-RESULT-AMOUNT TO WS-REG-TOTAL
                   ELSE
                       SUBTRACT PR-RESULT-AMOUNT FROM WS-REG-TOTAL
                   END-IF
               END-IF
           END-IF.
           PERFORM 2050-READ-REGISTER THRU 2050-EXIT.
       2080-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2280-FOOT-ONE-HIST-ROW - ROLL ONE SAME-DATE HISTORY ROW *
      *  INTO THE POSTED/REJECTED COUNTS AND READ THE NEXT. A    *
      *  BACKOUT OFFSET ROW FOOTS AS POSTED BUT WAS NEVER A      *
      *  TRANFILE RECORD, SO IT STAYS OUT OF THE ROW COUNT       *
      *  PROVED AGAINST RUN-CONTROL.                             *
      *---------------------------------------------------------*
       2280-FOOT-ONE-HIST-ROW.
           IF HIST-RUN-DATE NOT = WS-BUSINESS-DATE
               GO TO 2280-NEXT
           END-IF.
           IF HIST-BACKOUT-OFFSET
               ADD 1 TO WS-HIST-OFFSET-COUNT
           ELSE
               ADD 1 TO WS-HIST-ROW-COUNT
           END-IF.
           IF HIST-POSTED
               ADD 1 TO WS-HIST-POSTED-COUNT
               IF HIST-RESULT-SIGN = "-"

      *---------------------------------------------------------*
      *  2400-FOOT-EXTRACT - COUNT AND TOTAL THE DETAIL RECORDS  *
      *  ON THE NIGHT'S GL EXTRACT GENERATION. THE EXTRACT       *
      *  CARRIES ONLY THE NIGHT'S OWN GENERATION - PLUS, FOR A   *
      *  BACKED-OUT NIGHT, ITS BACKOUT GENERATION - SO NO DATE   *
      *  CUT IS NEEDED.                                          *
      *---------------------------------------------------------*
       2400-FOOT-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE.

      *---------------------------------------------------------*
      *  2680-FOOT-ONE-RC-ROW - ROLL ONE SAME-DATE RUN-CONTROL   *
      *  ROW IN AND READ THE NEXT, NOTING ANY RUN FLAGGED BACKED *
      *  OUT.                                                    *
      *---------------------------------------------------------*
       2680-FOOT-ONE-RC-ROW.
           IF RC-RUN-DATE = WS-BUSINESS-DATE
               ADD RC-READ-COUNT TO WS-RC-PROCESSED-COUNT
               ADD RC-REJECT-COUNT TO WS-RC-REJECT-COUNT
               ADD RC-SUSPEND-COUNT TO WS-RC-SUSPEND-COUNT
               IF RC-RUN-BACKED-OUT
                   ADD 1 TO WS-RC-BACKOUT-COUNT
               END-IF
           END-IF.
           PERFORM 2650-READ-RUN-CONTROL THRU 2650-EXIT.
       2680-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2800-PRINT-PROOF - PRINT THE FIGURES AND THE CROSS-FOOT *
      *  VERDICTS ON THE ONE-PAGE PROOF SHEET, FLAGGING THE      *
      *  WHOLE NIGHT OUT OF BALANCE ON ANY MISMATCH. BACKOUT     *
      *  FIGURES ONLY PRINT FOR A DATE THAT HAS BEEN BACKED OUT. *
      *---------------------------------------------------------*
       2800-PRINT-PROOF.
           MOVE "POSTED REGISTER ROWS (DATE)       " TO WF-LABEL.
           MOVE WS-RC-SUSPEND-COUNT TO WF-COUNT.
           MOVE ZERO TO WF-TOTAL.
           WRITE RECON-REPORT-LINE FROM WS-FIGURE-LINE.
           IF WS-RC-BACKOUT-COUNT > ZERO
               OR WS-REG-BACKOUT-COUNT > ZERO
               OR WS-HIST-OFFSET-COUNT > ZERO
               PERFORM 2850-PRINT-BACKOUT THRU 2850-EXIT
           END-IF.
           IF WS-REG-COUNT = ZERO
               AND WS-HIST-ROW-COUNT = ZERO
               AND WS-GL-DETAIL-COUNT = ZERO
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  2850-PRINT-BACKOUT - THE DATE HAS BEEN BACKED OUT:      *
      *  PRINT THE BACKOUT FIGURES, REMIND THE READER THAT THE   *
      *  EXTRACT PROVED HERE MUST INCLUDE THE BACKOUT            *
      *  GENERATION, AND CHECK THAT EVERY BACKED-OUT REGISTER    *
      *  ROW HAS ITS OFFSETTING HISTORY ROW.                     *
      *---------------------------------------------------------*
       2850-PRINT-BACKOUT.
           MOVE "REGISTER ROWS BACKED OUT (DATE)   " TO WF-LABEL.
           MOVE WS-REG-BACKOUT-COUNT TO WF-COUNT.
           MOVE ZERO TO WF-TOTAL.
           WRITE RECON-REPORT-LINE FROM WS-FIGURE-LINE.
           MOVE "HISTORY BACKOUT OFFSET ROWS (DATE)" TO WF-LABEL.
           MOVE WS-HIST-OFFSET-COUNT TO WF-COUNT.
           MOVE ZERO TO WF-TOTAL.
           WRITE RECON-REPORT-LINE FROM WS-FIGURE-LINE.
           MOVE "RUN-CONTROL RUNS BACKED OUT       " TO WF-LABEL.
           MOVE WS-RC-BACKOUT-COUNT TO WF-COUNT.
           MOVE ZERO TO WF-TOTAL.
           WRITE RECON-REPORT-LINE FROM WS-FIGURE-LINE.
           MOVE "DATE BACKED OUT - PROVE WITH THE BACKOUT GENERATION"
               TO WC-LABEL.
           MOVE SPACES TO WC-VERDICT.
           WRITE RECON-REPORT-LINE FROM WS-CHECK-LINE.
           MOVE "BACKED-OUT REGISTER ROWS = HISTORY OFFSET ROWS"
               TO WC-LABEL.
           IF WS-REG-BACKOUT-COUNT = WS-HIST-OFFSET-COUNT
               MOVE "MATCH   " TO WC-VERDICT
           ELSE
               MOVE "MISMATCH" TO WC-VERDICT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-CHECK-LINE.
       2850-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *  3000-TERMINATE - CLOSE THE PROOF SHEET AND SET THE      *
      *  RETURN CODE THE JCL CONDITIONS GLFEED ON. 0 = NIGHT IN  *

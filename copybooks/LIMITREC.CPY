      *  OPTIONALLY PER (OPERATION CODE, OPERATOR) WHERE THE     *
      *  DESK WANTS TIGHTER CONTROL. A BLANK OPERATOR ID IS THE  *
      *  CODE'S DEFAULT LIMIT; A ROW NAMING AN OPERATOR          *
      *  OVERRIDES IT FOR THAT OPERATOR. AMOUNTLIMITMAINT        *
      *  MAINTAINS THE LIMITFIL DATASET FROM ADD / CHANGE /      *
      *  DELETE CARDS; SIMPLEOPS LOADS IT AT START-UP, REFUSES   *
      *  TO RUN IF IT HOLDS MORE THAN 100 ROWS OR AN UNREADABLE  *
      *  ONE, AND HOLDS ANY RESULT OVER ITS LIMIT ON THE         *
      *  SUSPENSE FILE INSTEAD OF POSTING IT. A CODE WITH NO ROW *
      *  HAS NO LIMIT.                                           *
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-09-02 PBC   ORIGINAL VERSION - AMOUNT LIMITS.      *
      *  2026-10-15 PBC   NOW MAINTAINED BY AMOUNTLIMITMAINT     *
      *                   RATHER THAN STAGED BY HAND. LAYOUT     *
      *                   UNCHANGED.                             *
      *---------------------------------------------------------*
       01  LIMIT-RECORD.
           05  LIM-OPERATION-CODE      PIC X(02).

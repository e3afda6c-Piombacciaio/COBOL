      *                   PROGRAM CAN SAY WHY A CARD BOUNCED     *
      *                   WITHOUT THE PRINT EXCEPTION REPORT.    *
      *                   BLANK ON A POSTED ROW.                 *
      *  2026-10-08 PBC   A POSTED ROW WRITTEN BY NIGHTBACKOUT   *
      *                   TO OFFSET A BACKED-OUT RUN CARRIES BO  *
      *                   IN THE REASON CODE AND THE NEGATED     *
      *                   AMOUNT, SO THE NIGHT NETS TO ZERO AND  *
      *                   THE OFFSETS CAN BE TOLD FROM ORDINARY  *
      *                   POSTINGS.                              *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS (SEE      *
      *                   TRANREC). RECORD WIDENED FROM 40 TO 48 *
      *                   CHARACTERS.                            *
      *---------------------------------------------------------*
       01  HISTORY-RECORD.
           05  HIST-RUN-DATE           PIC 9(08).
               10  HIST-RUN-YEAR       PIC 9(04).
               10  HIST-RUN-MONTH      PIC 9(02).
               10  HIST-RUN-DAY        PIC 9(02).
           05  HIST-TRAN-ID            PIC 9(14).
           05  HIST-OPERATOR-ID        PIC X(06).
           05  HIST-OPERATION-CODE     PIC X(02).
           05  HIST-STATUS             PIC X(01).
           05  HIST-RESULT-SIGN        PIC X(01).
           05  HIST-RESULT-AMOUNT      PIC 9(10)V99.
           05  HIST-REASON-CODE        PIC X(02).
               88  HIST-BACKOUT-OFFSET VALUE "BO".
           05  FILLER                  PIC X(02).

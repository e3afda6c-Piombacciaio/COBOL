      *  2026-09-02 PBC   SEVENTH SUMMARY SLOT FOR THE NEW RV    *
      *                   REVERSAL CODE. RECORD WIDENED FROM     *
      *                   223 TO 245 CHARACTERS.                 *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS (SEE      *
      *                   TRANREC). RECORD WIDENED FROM 245 TO   *
      *                   253 CHARACTERS.                        *
      *---------------------------------------------------------*
       01  CHECKPOINT-RECORD.
           05  CKPT-LAST-TRAN-ID       PIC 9(14).
           05  CKPT-RUN-DATE           PIC 9(08).
           05  CKPT-GRAND-TOTAL        PIC S9(15)V99.
           05  CKPT-OPERATOR-TOTAL     PIC S9(13)V99.

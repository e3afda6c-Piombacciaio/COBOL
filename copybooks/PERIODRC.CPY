      *---------------------------------------------------------*
      *  PERIODRC.CPY                                            *
      *  ACCOUNTING PERIOD CONTROL RECORD - ONE ROW, KEYED BY    *
      *  YEAR AND MONTH, FOR EVERY ACCOUNTING PERIOD THE MONTH-  *
      *  END CLOSE HAS TOUCHED. A MONTH WITH NO ROW HAS NEVER    *
      *  BEEN CLOSED AND IS OPEN. ONCE PERIODCLOSE LOCKS A       *
      *  MONTH, SIMPLEOPS, TRANENTRY AND REJECTREPAIR REFUSE ANY *
      *  BATCH OR CARD DATED IN IT AND ANY REVERSAL OF A         *
      *  TRANSACTION THAT POSTED IN IT, SO FIGURES ALREADY       *
      *  REPORTED TO THE LEDGER CANNOT MOVE UNDERNEATH IT. THE   *
      *  CLOSE STAMPS WHO LOCKED THE MONTH AND WHEN, AND THE     *
      *  DEBIT AND CREDIT TOTALS AND DETAIL COUNT IT PROVED      *
      *  AGAINST THE POSTED REGISTER.                            *
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-07 PBC   ORIGINAL VERSION - ACCOUNTING PERIOD   *
      *                   CONTROL FILE.                          *
      *---------------------------------------------------------*
       01  PERIOD-CONTROL-RECORD.
           05  PD-PERIOD               PIC 9(06).
           05  PD-PERIOD-YM REDEFINES PD-PERIOD.
               10  PD-PERIOD-YEAR      PIC 9(04).
               10  PD-PERIOD-MONTH     PIC 9(02).
           05  PD-STATUS-FLAG          PIC X(01).
               88  PD-OPEN             VALUE "O".
               88  PD-CLOSED           VALUE "C".
           05  PD-CLOSE-DATE           PIC 9(08).
           05  PD-CLOSE-TIME           PIC 9(08).
           05  PD-CLOSE-USER           PIC X(06).
           05  PD-DEBIT-TOTAL          PIC 9(13)V99.
           05  PD-CREDIT-TOTAL         PIC 9(13)V99.
           05  PD-DETAIL-COUNT         PIC 9(09).
           05  FILLER                  PIC X(12).

      *---------------------------------------------------------*
      *  HISTSUMM.CPY                                            *
      *  RESULTS HISTORY MONTHLY SUMMARY RECORD - ONE ROW PER    *
      *  MONTH, OPERATOR, OPERATION CODE AND REJECT REASON,      *
      *  KEYED ON ALL FOUR, HOLDING THE POSTED AND REJECTED      *
      *  COUNTS AND THE POSTED AMOUNTS SPLIT INTO A PLUS AND A   *
      *  MINUS TOTAL (NET = PLUS LESS MINUS). A POSTED ROW'S     *
      *  REASON IS BLANK, OR BO FOR A NIGHTBACKOUT OFFSET.       *
      *  HISTORYRETENTION ADDS EACH DETAIL ROW IT ROLLS OFF      *
      *  RSLTHIST INTO ITS ROW HERE, SO A LATE ROW FOR A MONTH   *
      *  ALREADY ROLLED SIMPLY ADDS ON; TWELVEMONTHTREND READS   *
      *  IT. THE ROW KEYED ON MONTH 000000 IS NOT A MONTH - IT   *
      *  IS THE CONTROL ROW HOLDING THE LAST CUTOFF ROLLED.      *
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-13 PBC   ORIGINAL VERSION - RESULTS HISTORY     *
      *                   MONTHLY SUMMARY.                       *
      *---------------------------------------------------------*
       01  HISTORY-SUMMARY-RECORD.
           05  HS-KEY.
               10  HS-MONTH            PIC 9(06).
               10  HS-MONTH-YM REDEFINES HS-MONTH.
                   15  HS-YEAR         PIC 9(04).
                   15  HS-MM           PIC 9(02).
               10  HS-OPERATOR-ID      PIC X(06).
               10  HS-OPERATION-CODE   PIC X(02).
               10  HS-REASON-CODE      PIC X(02).
                   88  HS-BACKOUT-OFFSET VALUE "BO".
           05  HS-POSTED-COUNT         PIC 9(09).
           05  HS-REJECTED-COUNT       PIC 9(09).
           05  HS-PLUS-TOTAL           PIC 9(13)V99.
           05  HS-MINUS-TOTAL          PIC 9(13)V99.
           05  HS-CUTOFF-DATE          PIC 9(08).
           05  HS-ROLL-DATE            PIC 9(08).
           05  FILLER                  PIC X(10).

      *---------------------------------------------------------*
      *  CARDHIST.CPY                                            *
      *  CONSOLIDATED CARD HISTORY - ONE ROW, KEYED BY BUSINESS  *
      *  DATE AND TRAN-ID, FOR EVERY DETAIL CARD                 *
      *  DESKFILECONSOLIDATE SENT ON TO SIMPLEOPS, WITH THE DESK *
      *  IT CAME OFF AND ITS FULL 74-BYTE CARD IMAGE. THE        *
      *  POSTING FILES DO NOT CARRY THE OPERAND TABLE, SO THIS   *
      *  IS WHAT TONIGHT'S CARDS ARE COMPARED WITH WHEN LOOKING  *
      *  FOR A SLIP KEYED AGAIN ON A LATER NIGHT. ONLY THE LAST  *
      *  FEW BUSINESS DATES ARE KEPT; DESKFILECONSOLIDATE        *
      *  DELETES OLDER ROWS AS IT GOES.                          *
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-12 PBC   ORIGINAL VERSION - CARD HISTORY FOR    *
      *                   THE DOUBLE-KEYING CHECK.               *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS (SEE      *
      *                   TRANREC) IN THE KEY, AND THE CARD      *
      *                   IMAGE FROM 66 TO 74 BYTES. RECORD      *
      *                   WIDENED FROM 90 TO 106 CHARACTERS.     *
      *---------------------------------------------------------*
       01  CARD-HISTORY-RECORD.
           05  CH-KEY.
               10  CH-BUSINESS-DATE    PIC 9(08).
               10  CH-TRAN-ID          PIC 9(14).
           05  CH-DESK-NUM             PIC 9(01).
           05  CH-TRAN-IMAGE           PIC X(74).
           05  FILLER                  PIC X(09).

      *---------------------------------------------------------*
      *  GLCORREC.CPY                                            *
      *  GL CORRECTION QUEUE RECORD - ONE ROW, KEYED BY TRAN-ID, *
      *  FOR EVERY EXTRACT DETAIL THE LEDGER REJECTED. THE ROW   *
      *  CARRIES THE FULL 78-BYTE EXTRACT DETAIL AS FED AND THE  *
      *  LEDGER'S REASON, SO THE GL TEAM CAN PUT THE ACCOUNT OR  *
      *  COST CENTER RIGHT AND RE-FEED IT. GLACKNOWLEDGE QUEUES  *
      *  THE ROW OPEN AND CLEARS IT WHEN A LATER ACKNOWLEDGEMENT *
      *  SHOWS THE SAME TRAN-ID ACCEPTED.                        *
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-13 PBC   ORIGINAL VERSION - GL CORRECTION       *
      *                   QUEUE.                                 *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS (SEE      *
      *                   TRANREC) AND THE EXTRACT IMAGE FROM 70 *
      *                   TO 78 BYTES. RECORD WIDENED FROM 140   *
      *                   TO 156 CHARACTERS.                     *
      *---------------------------------------------------------*
       01  GL-CORRECTION-RECORD.
           05  GQ-TRAN-ID              PIC 9(14).
           05  GQ-BUSINESS-DATE        PIC 9(08).
           05  GQ-QUEUED-DATE          PIC 9(08).
           05  GQ-STATUS               PIC X(01).
               88  GQ-OPEN             VALUE "O".
               88  GQ-CLEARED          VALUE "C".
           05  GQ-LEDGER-REASON        PIC X(04).
           05  GQ-LEDGER-TEXT          PIC X(30).
           05  GQ-CLEARED-DATE         PIC 9(08).
           05  GQ-EXTRACT-IMAGE        PIC X(78).
           05  FILLER                  PIC X(05).

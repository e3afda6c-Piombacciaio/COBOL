      *---------------------------------------------------------*
      *  GLACKREC.CPY                                            *
      *  GENERAL LEDGER ACKNOWLEDGEMENT RECORD - THE FILE THE    *
      *  LEDGER SENDS BACK AFTER LOADING A GL EXTRACT            *
      *  GENERATION. A HEADER NAMES THE GENERATION ANSWERED (ITS *
      *  HEADER DATE) AND THE DATE THE LEDGER LOADED IT; ONE     *
      *  DETAIL PER GL-TRAN-ID SAYS ACCEPTED OR REJECTED, WITH   *
      *  THE LEDGER'S REASON CODE AND TEXT FOR A REJECT (FOR     *
      *  EXAMPLE A CLOSED OR INVALID ACCOUNT/COST CENTER PAIR);  *
      *  THE TRAILER CARRIES THE DETAIL COUNT SO A SHORT FILE    *
      *  IS NOT MISTAKEN FOR UNANSWERED DETAILS. READ BY         *
      *  GLACKNOWLEDGE.                                          *
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-13 PBC   ORIGINAL VERSION - LEDGER              *
      *                   ACKNOWLEDGEMENT FILE.                  *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS (SEE      *
      *                   TRANREC), TAKEN OUT OF THE DETAIL'S    *
      *                   TRAILING FILLER. RECORD LENGTH         *
      *                   UNCHANGED AT 60.                       *
      *---------------------------------------------------------*
       01  GL-ACK-RECORD.
           05  GA-RECORD-TYPE          PIC X(01).
               88  GA-TYPE-HEADER      VALUE "H".
               88  GA-TYPE-DETAIL      VALUE "D".
               88  GA-TYPE-TRAILER     VALUE "T".
           05  GA-RECORD-BODY          PIC X(59).
           05  GA-DETAIL-BODY REDEFINES GA-RECORD-BODY.
               10  GA-TRAN-ID          PIC 9(14).
               10  GA-ACK-STATUS       PIC X(01).
                   88  GA-ACCEPTED     VALUE "A".
                   88  GA-REJECTED     VALUE "R".
               10  GA-LEDGER-REASON    PIC X(04).
               10  GA-LEDGER-TEXT      PIC X(30).
               10  FILLER              PIC X(10).
           05  GA-HEADER-BODY REDEFINES GA-RECORD-BODY.
               10  GA-HDR-RUN-DATE     PIC 9(08).
               10  GA-HDR-LEDGER-DATE  PIC 9(08).
               10  FILLER              PIC X(43).
           05  GA-TRAILER-BODY REDEFINES GA-RECORD-BODY.
               10  GA-TRL-RECORD-COUNT PIC 9(09).
               10  FILLER              PIC X(50).

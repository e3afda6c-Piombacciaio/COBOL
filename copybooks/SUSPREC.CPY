      *  SUSPREC.CPY                                             *
      *  SUSPENSE RECORD - ONE ROW, KEYED BY TRAN-ID, FOR EVERY  *
      *  TRANSACTION SIMPLEOPS HELD OVER ITS AMOUNT LIMIT        *
      *  INSTEAD OF POSTING OR REJECTING IT. THE FULL 74-BYTE    *
      *  CARD IMAGE RIDES THE ROW SO THE TRANSACTION CAN POST    *
      *  LATER WITH ITS ORIGINAL TRAN-ID. SUSPENSERELEASE LETS   *
      *  A SIGNED-ON SUPERVISOR MARK HELD ROWS RELEASED OR       *
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-09-02 PBC   ORIGINAL VERSION - SUSPENSE FILE.      *
      *  2026-10-06 PBC   ADDED SP-DECIDED-BY-AGING. A HOLD LEFT *
      *                   UNDECIDED PAST THE HOLDING PERIOD IS   *
      *                   MARKED REFUSED BY SUSPENSEAGING UNDER  *
      *                   THIS DECIDER ID INSTEAD OF A           *
      *                   SUPERVISOR'S.                          *
      *  2026-10-12 PBC   SUSPECTED DOUBLE-KEYINGS.              *
      *                   DESKFILECONSOLIDATE NOW HOLDS A CARD   *
      *                   WHOSE CONTENT MATCHES ANOTHER CARD     *
      *                   THAT NIGHT OR A RECENT POSTING UNDER   *
      *                   ITS OWN STATUS D, WITH SP-HOLD-REASON  *
      *                   D AND THE TRAN-ID AND BUSINESS DATE OF *
      *                   THE CARD IT MATCHED. THE AMOUNT AND    *
      *                   LIMIT ARE ZERO - THE CARD HAS NOT BEEN *
      *                   CALCULATED YET. A RELEASED D HOLD GOES *
      *                   THROUGH THE FULL POSTING PATH, LIMIT   *
      *                   CHECK INCLUDED. RECORD WIDENED FROM    *
      *                   128 TO 143 CHARACTERS.                 *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS (SEE      *
      *                   TRANREC), HERE AND IN SP-MATCH-TRAN-   *
      *                   ID, AND THE CARD IMAGE FROM 66 TO 74   *
      *                   BYTES. RECORD WIDENED FROM 143 TO 167  *
      *                   CHARACTERS.                            *
      *---------------------------------------------------------*
       01  SUSPENSE-RECORD.
           05  SP-TRAN-ID              PIC 9(14).
           05  SP-HELD-DATE            PIC 9(08).
           05  SP-STATUS               PIC X(01).
               88  SP-HELD             VALUE "H".
               88  SP-REFUSED          VALUE "F".
               88  SP-POSTED           VALUE "P".
               88  SP-CLOSED           VALUE "X".
               88  SP-SUSPECT          VALUE "D".
               88  SP-AWAITING-DECISION VALUE "H" "D".
           05  SP-OPERATOR-ID          PIC X(06).
           05  SP-OPERATION-CODE       PIC X(02).
           05  SP-RESULT-SIGN          PIC X(01).
           05  SP-RESULT-AMOUNT        PIC 9(10)V99.
           05  SP-LIMIT-AMOUNT         PIC 9(10)V99.
           05  SP-DECIDE-USER          PIC X(06).
               88  SP-DECIDED-BY-AGING VALUE "*AGED*".
           05  SP-DECIDE-DATE          PIC 9(08).
           05  SP-TRAN-IMAGE           PIC X(74).
           05  SP-HOLD-REASON          PIC X(01).
               88  SP-HOLD-OVER-LIMIT  VALUE "L" SPACE.
               88  SP-HOLD-DOUBLE-KEYED VALUE "D".
           05  SP-MATCH-TRAN-ID        PIC 9(14).
           05  SP-MATCH-DATE           PIC 9(08).

      *                   THE NIGHTLY RECONCILIATION CAN TELL A  *
      *                   HELD CARD FROM A LOST ONE. RECORD      *
      *                   WIDENED FROM 54 TO 61 CHARACTERS.      *
      *  2026-10-08 PBC   A COMPLETED RUN BACKED OUT WHOLE BY    *
      *                   NIGHTBACKOUT IS MARKED B, WITH THE     *
      *                   DATE AND USER OF THE BACKOUT. B STILL  *
      *                   COUNTS AS COMPLETED, SO THE SAME       *
      *                   GENERATION CANNOT BE RESUBMITTED.      *
      *                   RECORD WIDENED FROM 61 TO 75           *
      *                   CHARACTERS.                            *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS (SEE      *
      *                   TRANREC), SO THE FIRST TRAN-ID IN THE  *
      *                   KEY IS TOO. RECORD WIDENED FROM 75 TO  *
      *                   83 CHARACTERS.                         *
      *---------------------------------------------------------*
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-KEY.
               10  RC-RUN-DATE         PIC 9(08).
               10  RC-FIRST-TRAN-ID    PIC 9(14).
           05  RC-STATUS-FLAG          PIC X(01).
               88  RC-RUN-STARTED      VALUE "S".
               88  RC-RUN-COMPLETED    VALUE "C" "B".
               88  RC-RUN-BACKED-OUT   VALUE "B".
           05  RC-START-TIME           PIC 9(08).
           05  RC-END-TIME             PIC 9(08).
           05  RC-SKIP-COUNT           PIC 9(07).
           05  RC-REJECT-COUNT         PIC 9(07).
           05  RC-SUSPEND-COUNT        PIC 9(07).
           05  RC-RETURN-CODE          PIC 9(02).
           05  RC-BACKOUT-DATE         PIC 9(08).
           05  RC-BACKOUT-USER         PIC X(06).

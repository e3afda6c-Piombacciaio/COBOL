      *                   SO THE SAME TRAN-ID CANNOT BE          *
      *                   REVERSED TWICE. RECORD WIDENED FROM    *
      *                   33 TO 36 CHARACTERS.                   *
      *  2026-10-08 PBC   AN RV ROW NOW CARRIES THE TRAN-ID IT   *
      *                   REVERSED, AND THE REVERSED FLAG TAKES  *
      *                   A THIRD VALUE, B, FOR A ROW            *
      *                   NIGHTBACKOUT BACKED OUT WITH THE REST  *
      *                   OF ITS RUN. B STILL COUNTS AS REVERSED *
      *                   EVERYWHERE THE FLAG IS TESTED. RECORD  *
      *                   WIDENED FROM 36 TO 42 CHARACTERS.      *
      *  2026-10-13 PBC   LEDGER ACKNOWLEDGEMENT. EACH ROW NOW   *
      *                   CARRIES THE GL STATUS GLACKNOWLEDGE    *
      *                   SETS FROM THE LEDGER'S ACKNOWLEDGEMENT *
      *                   FILE - P FED AND AWAITING AN ANSWER    *
      *                   (SIMPLEOPS WRITES EVERY ROW THIS WAY;  *
      *                   A BLANK ON AN OLDER ROW READS THE      *
      *                   SAME), C CONFIRMED, R REJECTED - WITH  *
      *                   THE LEDGER'S REASON CODE AND THE DATE  *
      *                   IT ANSWERED. RECORD WIDENED FROM 42 TO *
      *                   55 CHARACTERS.                         *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS (SEE      *
      *                   TRANREC), HERE AND IN PR-ORIGINAL-ID.  *
      *                   RECORD WIDENED FROM 55 TO 71           *
      *                   CHARACTERS.                            *
      *---------------------------------------------------------*
       01  POSTED-REG-RECORD.
           05  PR-TRAN-ID              PIC 9(14).
           05  PR-RUN-DATE             PIC 9(08).
           05  PR-OPERATOR-ID          PIC X(06).
           05  PR-RESULT-SIGN          PIC X(01).
           05  PR-RESULT-AMOUNT        PIC 9(10)V99.
           05  PR-OPERATION-CODE       PIC X(02).
           05  PR-REVERSED-FLAG        PIC X(01).
               88  PR-REVERSED         VALUE "Y" "B".
               88  PR-BACKED-OUT       VALUE "B".
               88  PR-NOT-REVERSED     VALUE "N".
           05  PR-ORIGINAL-ID          PIC 9(14).
           05  PR-GL-STATUS            PIC X(01).
               88  PR-GL-PENDING       VALUE "P" SPACE.
               88  PR-GL-CONFIRMED     VALUE "C".
               88  PR-GL-REJECTED      VALUE "R".
           05  PR-GL-REASON            PIC X(04).
           05  PR-GL-ACK-DATE          PIC 9(08).

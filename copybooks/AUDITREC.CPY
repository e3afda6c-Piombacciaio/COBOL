      *                   WHEN REPEATED PASSWORD FAILURES FLIP   *
      *                   AN ACCOUNT INACTIVE, SO THE MONTHLY    *
      *                   AUDMNTH REPORT CAN SHOW LOCKOUTS.      *
      *  2026-10-05 PBC   ADDED THE AUTHORITY-REFUSAL RESULT,    *
      *                   WRITTEN WHEN A SIGNED-ON OPERATOR      *
      *                   ASKS FOR A FUNCTION ABOVE THEIR        *
      *                   USERMAST AUTHORITY LEVEL (OR A         *
      *                   SUPERVISOR TRIES TO RELEASE THEIR OWN  *
      *                   HELD TRANSACTION).                     *
      *---------------------------------------------------------*
       01  AUDIT-RECORD.
           05  AUD-DATE                PIC 9(08).
               88  AUD-SUCCESS         VALUE "S".
               88  AUD-FAILURE         VALUE "F".
               88  AUD-LOCKOUT         VALUE "L".
               88  AUD-DENIED          VALUE "D".

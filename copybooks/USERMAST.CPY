      *                   FAILURES FLIP THE ACCOUNT INACTIVE     *
      *                   UNTIL USERMASTMAINT RESETS IT. RECORD  *
      *                   WIDENED FROM 57 TO 76 CHARACTERS.      *
      *  2026-10-05 PBC   ADDED THE AUTHORITY LEVEL - CLERK,     *
      *                   SUPERVISOR OR ADMINISTRATOR. EVERY     *
      *                   PROGRAM THAT SIGNS AN OPERATOR ON      *
      *                   REFUSES FUNCTIONS ABOVE IT. ANY VALUE  *
      *                   OTHER THAN S OR A (A ROW WRITTEN       *
      *                   BEFORE THE LEVEL EXISTED) RANKS AS A   *
      *                   CLERK. RECORD WIDENED FROM 76 TO 77    *
      *                   CHARACTERS.                            *
      *  2026-10-15 PBC   A MASTER STILL IN THE 76-CHARACTER     *
      *                   LAYOUT IS CARRIED INTO THIS ONE BY     *
      *                   USERMASTCONVERT (JOB UMCONV), WHICH    *
      *                   SETS EVERY OPERATOR TO CLERK AND SEEDS *
      *                   THE ONE ADMINISTRATOR NAMED ON ITS     *
      *                   CONTROL CARD.                          *
      *---------------------------------------------------------*
       01  USER-MASTER-RECORD.
           05  UM-EMPLOYEE-ID          PIC X(06).
           05  UM-FORCE-CHANGE-FLAG    PIC X(01).
               88  UM-FORCE-CHANGE     VALUE "Y".
           05  UM-FAIL-COUNT           PIC 9(02).
           05  UM-AUTHORITY-LEVEL      PIC X(01).
               88  UM-AUTH-CLERK       VALUE "C".
               88  UM-AUTH-SUPERVISOR  VALUE "S".
               88  UM-AUTH-ADMIN       VALUE "A".
               88  UM-AUTH-SUPV-OR-ABOVE
                                       VALUE "S" "A".
               88  UM-AUTH-VALID       VALUE "C" "S" "A".

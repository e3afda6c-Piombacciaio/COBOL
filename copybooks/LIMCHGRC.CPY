      *---------------------------------------------------------*
      *  LIMCHGRC.CPY                                            *
      *  AMOUNT LIMIT CHANGE-LOG RECORD - ONE ROW PER            *
      *  MAINTENANCE ACTION AMOUNTLIMITMAINT APPLIES TO          *
      *  LIMITFIL, CARRYING WHO ACTED, WHEN, WHICH (OPERATION    *
      *  CODE, OPERATOR) LIMIT, AND THE AMOUNT BEFORE AND AFTER, *
      *  SO A RAISED OR REMOVED LIMIT CAN BE TRACED TO A CARD    *
      *  AND A DATE. AN ADD LOGS A ZERO OLD AMOUNT AND A DELETE  *
      *  A ZERO NEW ONE; A ROW WHOSE OLD AMOUNT WAS UNREADABLE   *
      *  ALSO LOGS ZERO.                                         *
      *---------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-10-15 PBC   ORIGINAL VERSION - LIMIT CHANGE LOG.   *
      *---------------------------------------------------------*
       01  LIMIT-CHANGE-RECORD.
           05  LC-DATE                 PIC 9(08).
           05  LC-TIME                 PIC 9(08).
           05  LC-ACTING-USER          PIC X(06).
           05  LC-ACTION               PIC X(01).
               88  LC-ACTION-ADD       VALUE "A".
               88  LC-ACTION-CHANGE    VALUE "C".
               88  LC-ACTION-DELETE    VALUE "D".
           05  LC-OPERATION-CODE       PIC X(02).
           05  LC-OPERATOR-ID          PIC X(06).
           05  LC-OLD-MAX-AMOUNT       PIC 9(10)V99.
           05  LC-NEW-MAX-AMOUNT       PIC 9(10)V99.
           05  FILLER                  PIC X(25).

      *  REJREC.CPY                                              *
      *  MACHINE-READABLE REJECT RECORD - ONE ROW PER            *
      *  TRANSACTION SIMPLEOPS BOUNCED TO THE EXCEPTION REPORT,  *
      *  CARRYING THE FULL 74-BYTE CARD IMAGE AND THE REASON     *
      *  CODE, SO THE REJECTREPAIR PROGRAM CAN WALK THE NIGHT'S  *
      *  REJECTS CARD BY CARD INSTEAD OF A CLERK RE-KEYING THEM  *
      *  OFF THE SYSOUT.                                         *
      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-09-02 PBC   ORIGINAL VERSION - REJECT FILE.        *
      *  2026-10-14 PBC   THE CARD IMAGE WIDENED FROM 66 TO 74   *
      *                   BYTES WITH THE 14-DIGIT TRAN-ID (SEE   *
      *                   TRANREC). RECORD WIDENED FROM 80 TO 88 *
      *                   CHARACTERS.                            *
      *---------------------------------------------------------*
       01  REJECT-RECORD.
           05  RJ-RUN-DATE             PIC 9(08).
           05  RJ-REASON-CODE          PIC X(02).
           05  RJ-TRAN-IMAGE           PIC X(74).
           05  FILLER                  PIC X(04).

      *                   OPERAND VALUES (FOR AN RV CARD, THE     *
      *                   ORIGINAL TRAN-ID), WRAPPING AT ITS PIC  *
      *                   WIDTH AS HASH TOTALS DO.                *
      *  2026-10-14 PBC   TRAN-ID WIDENED FROM 6 TO 14 DIGITS -  *
      *                   THE DATE THE ID WAS ISSUED (YYYYMMDD)  *
      *                   FOLLOWED BY A SIX-DIGIT SEQUENCE       *
      *                   WITHIN THAT DATE - SO AN ID CAN        *
      *                   NEITHER WRAP NOR BE ISSUED A SECOND    *
      *                   TIME ONCE THE REGISTER ROWS IT WAS     *
      *                   SEEDED FROM HAVE BEEN PURGED. IDS      *
      *                   ISSUED BEFORE THE CHANGE KEEP THEIR    *
      *                   OLD NUMBER BEHIND LEADING ZEROS. AN RV *
      *                   CARD NOW CARRIES THE 14-DIGIT ORIGINAL *
      *                   ID IN THE FIRST FOURTEEN BYTES OF THE  *
      *                   OPERAND AREA, WITH AN OPERAND COUNT OF *
      *                   3. RECORD WIDENED FROM 66 TO 74        *
      *                   CHARACTERS.                            *
      *---------------------------------------------------------*
       01  TRAN-RECORD.
           05  TRAN-ID                PIC 9(14).
           05  TRAN-ID-PARTS REDEFINES TRAN-ID.
               10  TRAN-ID-ISSUE-DATE PIC 9(08).
               10  TRAN-ID-SEQUENCE   PIC 9(06).
           05  TRAN-OPERATOR-ID       PIC X(06).
           05  TRAN-OPERATION-CODE    PIC X(02).
               88  TRAN-OP-ADD        VALUE "AD".
           05  FILLER                 PIC X(03).
      *---------------------------------------------------------*
      *  REVERSAL VIEW OF THE SAME RECORD - AN RV CARD CARRIES   *
      *  NO OPERANDS OF ITS OWN; THE FOURTEEN BYTES WHERE THE    *
      *  FIRST THREE OPERANDS WOULD SIT HOLD THE TRAN-ID OF THE  *
      *  POSTED TRANSACTION BEING BACKED OUT.                    *
      *---------------------------------------------------------*
       01  TRAN-REVERSAL-RECORD.
           05  TRAN-RV-ID             PIC 9(14).
           05  TRAN-RV-OPERATOR-ID    PIC X(06).
           05  TRAN-RV-OPERATION-CODE PIC X(02).
           05  TRAN-RV-OPERAND-COUNT  PIC 9(01).
           05  TRAN-RV-ORIGINAL-ID    PIC 9(14).
           05  FILLER                 PIC X(37).
      *---------------------------------------------------------*
      *  BATCH CONTROL VIEW - THE HEADER AND TRAILER RECORDS     *
      *  THE KEYING DESK WRAPS AROUND A TRANFILE GENERATION SO   *
           05  TB-RECORD-TYPE         PIC X(01).
               88  TB-TYPE-HEADER     VALUE "H".
               88  TB-TYPE-TRAILER    VALUE "T".
           05  TB-RECORD-BODY         PIC X(73).
           05  TB-HEADER-BODY REDEFINES TB-RECORD-BODY.
               10  TB-HDR-BUSINESS-DATE PIC 9(08).
               10  TB-HDR-CARD-COUNT    PIC 9(07).
               10  FILLER               PIC X(58).
           05  TB-TRAILER-BODY REDEFINES TB-RECORD-BODY.
               10  TB-TRL-CARD-COUNT    PIC 9(07).
               10  TB-TRL-OPERAND-HASH  PIC 9(13).
               10  FILLER               PIC X(53).

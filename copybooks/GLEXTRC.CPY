      *                   GL TEAM'S TRANSLATION SPREADSHEET IS   *
      *                   RETIRED. RECORD WIDENED FROM 56 TO 70  *
      *                   CHARACTERS.                            *
      *  2026-10-07 PBC   THE HEADER DATE IS NOW THE BUSINESS    *
      *                   DATE THE GENERATION POSTED FOR RATHER  *
      *                   THAN THE CLOCK DATE, SO PERIODCLOSE    *
      *                   CAN ASSIGN EACH GENERATION TO THE SAME *
      *                   ACCOUNTING MONTH AS ITS POSTED         *
      *                   REGISTER ROWS.                         *
      *  2026-10-14 PBC   TRAN-ID WIDENED TO 14 DIGITS (SEE      *
      *                   TRANREC). RECORD WIDENED FROM 70 TO 78 *
      *                   CHARACTERS.                            *
      *---------------------------------------------------------*
       01  GL-EXTRACT-RECORD.
           05  GL-RECORD-TYPE          PIC X(01).
               88  GL-TYPE-HEADER      VALUE "H".
               88  GL-TYPE-DETAIL      VALUE "D".
               88  GL-TYPE-TRAILER     VALUE "T".
           05  GL-RECORD-BODY          PIC X(77).
           05  GL-DETAIL-BODY REDEFINES GL-RECORD-BODY.
               10  GL-TRAN-ID          PIC 9(14).
               10  GL-OPERATOR-ID      PIC X(06).
               10  GL-OPERATION-CODE   PIC X(02).
               10  GL-RESULT-SIGN      PIC X(01).
               10  FILLER              PIC X(03).
           05  GL-HEADER-BODY REDEFINES GL-RECORD-BODY.
               10  GL-HDR-RUN-DATE     PIC 9(08).
               10  FILLER              PIC X(69).
           05  GL-TRAILER-BODY REDEFINES GL-RECORD-BODY.
               10  GL-TRL-RECORD-COUNT PIC 9(09).
               10  GL-TRL-HASH-TOTAL   PIC 9(13)V99.
               10  GL-TRL-GRAND-SIGN   PIC X(01).
               10  GL-TRL-GRAND-TOTAL  PIC 9(15)V99.
               10  FILLER              PIC X(35).

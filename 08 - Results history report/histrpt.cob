      *                   TRANSACTIONS SIMPLEOPS POSTS, SO THEY  *
      *                   PRINT UNDER THEIR OWN CODE INSTEAD OF  *
      *                   LANDING IN THE CATCH-ALL SLOT.         *
      *  2026-10-14 PBC   RESULTS-HISTORY RECORD WIDENED FOR THE *
      *                   FOURTEEN-DIGIT TRAN-ID.                *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                  PIC X(74).

       FD  RESULTS-HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY HISTREC.

       FD  TREND-REPORT-FILE
